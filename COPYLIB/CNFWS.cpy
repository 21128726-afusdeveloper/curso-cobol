      *CNFWS  - REGISTRO DE LA CONFIRMACION DIARIA POR SUCURSAL
      *         (CNFFILE) QUE GRABA CONFSUC. EL ARCHIVO VA ORDENADO
      *         POR SUCURSAL Y CADA SUCURSAL ES UN BLOQUE COMPLETO:
      *         UN HEADER (SECCION 0), SUS LINEAS POR SECCION EN EL
      *         ORDEN DE LA CADENA Y UN TRAILER (SECCION 9) CON LAS
      *         CUENTAS DE CADA SECCION, PARA QUE LA TRANSMISION
      *         CORTE EL BLOQUE DE CADA SUCURSAL Y ESTA LO CARGUE Y
      *         LO CUADRE. LOS IMPORTES VAN EN ZONADO CON SIGNO, IGUAL
      *         QUE EN LA INTERFAZ CONTABLE
       01  CNF-RECORD.
           05 CNF-LLAVE.
              10 CNF-SUCURSAL           PIC X(03).
              10 CNF-SECCION            PIC 9(01).
                88 CNF-SEC-HEADER                VALUE 0.
                88 CNF-SEC-LOTE                  VALUE 1.
                88 CNF-SEC-RECHAZO               VALUE 2.
                88 CNF-SEC-RETENIDO              VALUE 3.
                88 CNF-SEC-POSTEADO              VALUE 4.
                88 CNF-SEC-EXCEPCION             VALUE 5.
                88 CNF-SEC-CONTABLE              VALUE 6.
                88 CNF-SEC-TRAILER               VALUE 9.
              10 CNF-ORDEN              PIC 9(07).
           05 CNF-FECHA-NEGOCIO         PIC 9(06).
           05 CNF-DATOS                 PIC X(83).
      *    HEADER - NOMBRE Y REGION DEL MAESTRO DE SUCURSALES (EN
      *    BLANCO SI LA SUCURSAL NO ESTA EN EL MAESTRO)
           05 CNF-HDR REDEFINES CNF-DATOS.
              10 CNF-HDR-NOMBRE         PIC X(20).
              10 CNF-HDR-REGION         PIC X(03).
              10 FILLER                 PIC X(60).
      *    LOTE RECIBIDO POR CONSOL Y EL VEREDICTO DE SU FEED
           05 CNF-LOT REDEFINES CNF-DATOS.
              10 CNF-LOT-DDNAME         PIC X(08).
              10 CNF-LOT-LOTE           PIC X(08).
              10 CNF-LOT-FECHA-LOTE     PIC 9(06).
              10 CNF-LOT-DETALLES       PIC 9(07).
              10 CNF-LOT-REVERSOS       PIC 9(07).
              10 CNF-LOT-ESTADO         PIC X(01).
              10 CNF-LOT-RAZON          PIC X(30).
              10 FILLER                 PIC X(16).
      *    ITEM RECHAZADO POR EL EDITOR - POSICION EN LA ENTRADA,
      *    RAZON E IMAGEN ORIGINAL PARA QUE LA SUCURSAL LO CORRIJA
           05 CNF-RJ REDEFINES CNF-DATOS.
              10 CNF-RJ-POSICION        PIC 9(07).
              10 CNF-RJ-RAZON-COD       PIC X(02).
              10 CNF-RJ-RAZON           PIC X(30).
              10 CNF-RJ-IMAGEN          PIC X(30).
              10 FILLER                 PIC X(14).
      *    ITEM RETENIDO Y COMO QUEDO DESPUES DE LA LIBERACION
           05 CNF-RET REDEFINES CNF-DATOS.
              10 CNF-RET-RUN-ID         PIC X(14).
              10 CNF-RET-SECUENCIA      PIC 9(07).
              10 CNF-RET-LOTE           PIC X(08).
              10 CNF-RET-MOTIVO         PIC X(01).
              10 CNF-RET-ESTADO         PIC X(01).
                88 CNF-RET-PENDIENTE             VALUE 'P'.
                88 CNF-RET-LIBERADO              VALUE 'L'.
                88 CNF-RET-RECHAZADO             VALUE 'R'.
              10 CNF-RET-NUM-A          PIC S9(05)V99.
              10 CNF-RET-NUM-B          PIC S9(05)V99.
              10 FILLER                 PIC X(38).
      *    ITEM POSTEADO CON SUS RESULTADOS
           05 CNF-POS REDEFINES CNF-DATOS.
              10 CNF-POS-RUN-ID         PIC X(14).
              10 CNF-POS-SECUENCIA      PIC 9(07).
              10 CNF-POS-NUM-A          PIC S9(05)V99.
              10 CNF-POS-NUM-B          PIC S9(05)V99.
              10 CNF-POS-RESULTADO      PIC S9(05)V99
                                        OCCURS 5 TIMES.
              10 CNF-POS-ERROR          PIC X(01).
              10 CNF-POS-REVERSO        PIC X(01).
              10 FILLER                 PIC X(11).
      *    EXCEPCION LEVANTADA SOBRE UN ITEM O SOBRE LA SUCURSAL
           05 CNF-EXC REDEFINES CNF-DATOS.
              10 CNF-EXC-RUN-ID         PIC X(14).
              10 CNF-EXC-PROGRAMA       PIC X(08).
              10 CNF-EXC-ID-REGISTRO    PIC X(10).
              10 CNF-EXC-SEVERIDAD      PIC 9(01).
              10 CNF-EXC-RAZON          PIC X(40).
              10 FILLER                 PIC X(10).
      *    TOTAL ENVIADO A LA INTERFAZ CONTABLE POR RESULTADO
           05 CNF-GL REDEFINES CNF-DATOS.
              10 CNF-GL-RESULTADO       PIC 9(01).
              10 CNF-GL-IMPORTE         PIC S9(07)V99.
              10 CNF-GL-CUENTA-TRANS    PIC 9(07).
              10 FILLER                 PIC X(66).
      *    TRAILER - CUENTAS POR SECCION Y REGISTROS DEL BLOQUE
      *    (HEADER Y TRAILER INCLUIDOS)
           05 CNF-TRL REDEFINES CNF-DATOS.
              10 CNF-TRL-LOTES          PIC 9(05).
              10 CNF-TRL-RECHAZOS       PIC 9(05).
              10 CNF-TRL-RETENIDOS      PIC 9(05).
              10 CNF-TRL-POSTEADOS      PIC 9(07).
              10 CNF-TRL-EXCEPCIONES    PIC 9(05).
              10 CNF-TRL-LINEAS-GL      PIC 9(05).
              10 CNF-TRL-REGISTROS      PIC 9(07).
              10 FILLER                 PIC X(44).
