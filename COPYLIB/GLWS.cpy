      *GLWS   - REGISTRO DE LA INTERFAZ CONTABLE (GLFILE) QUE ARITM
      *         GRABA AL FINAL DE CADA CORRIDA: UN DETALLE ('D') POR
      *         SUCURSAL Y RESULTADO CON LA FECHA DE NEGOCIO, LOS
      *         SUBTOTALES POR REGION ('R') Y EL TOTAL GENERAL DE
      *         REGIONES ('G'), Y UN TRAILER ('T') CON LA CUENTA DE
      *         DETALLES Y LA SUMA DE SUS IMPORTES PARA EL CUADRE
      *         DEL RECEPTOR - LOS 'R' Y 'G' SON INFORMATIVOS Y NO
      *         ENTRAN EN EL CUADRE DEL TRAILER. LOS RESULTADOS 1 A 5
      *         SON LOS DE LAS OPERACIONES; EL RESULTADO 6 ES EL TOTAL
      *         DE COMISIONES COBRADAS A LA SUCURSAL (INGRESO).
      *         CADA EMPRESA TIENE SU PROPIA INTERFAZ; EL DETALLE Y
      *         EL TRAILER LLEVAN SU CODIGO PARA QUE EL RECEPTOR
      *         RECHACE UN ARCHIVO CRUZADO
       01  GL-RECORD.
           05 GL-TIPO                   PIC X(01).
             88 GL-TIPO-DETALLE                  VALUE 'D'.
             88 GL-TIPO-TRAILER                  VALUE 'T'.
             88 GL-TIPO-REGION                   VALUE 'R'.
             88 GL-TIPO-GENERAL                  VALUE 'G'.
           05 GL-DATOS                  PIC X(39).
           05 GL-DET REDEFINES GL-DATOS.
              10 GL-FECHA-NEGOCIO       PIC 9(06).
              10 GL-SUCURSAL            PIC X(03).
              10 GL-RESULTADO           PIC 9(01).
              10 GL-IMPORTE             PIC S9(07)V99.
              10 GL-CUENTA-TRANS        PIC 9(07).
              10 GL-EMPRESA             PIC X(01).
              10 FILLER                 PIC X(12).
           05 GL-TRL REDEFINES GL-DATOS.
              10 GL-TRL-REGISTROS       PIC 9(07).
              10 GL-TRL-TOTAL           PIC S9(11)V99.
              10 GL-TRL-EMPRESA         PIC X(01).
              10 FILLER                 PIC X(18).
           05 GL-REG REDEFINES GL-DATOS.
              10 GL-REG-FECHA-NEGOCIO   PIC 9(06).
              10 GL-REG-REGION          PIC X(03).
              10 GL-REG-RESULTADO       PIC 9(01).
              10 GL-REG-IMPORTE         PIC S9(11)V99.
              10 GL-REG-CUENTA-TRANS    PIC 9(07).
              10 GL-REG-SUCURSALES      PIC 9(02).
              10 FILLER                 PIC X(07).
