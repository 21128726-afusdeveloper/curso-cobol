      *EXTRWS - REGISTRO DEL EXTRACTO DE INTERFAZ DE CONVE (EXTFILE)
      *         PARA LOS SISTEMAS RECEPTORES: UN DETALLE ('D') POR
      *         ENTRADA PROCESADA CON EL IMPORTE ORIGINAL, LA TASA Y
      *         EL IMPORTE CONVERTIDO A MONEDA BASE, Y UN TRAILER
      *         ('T') CON LA CUENTA DE DETALLES PARA EL CUADRE
       01  EXTRACT-RECORD.
           05 EXT-TIPO                  PIC X(01).
             88 EXT-TIPO-DETALLE                 VALUE 'D'.
             88 EXT-TIPO-TRAILER                 VALUE 'T'.
           05 EXT-DATOS                 PIC X(69).
           05 EXT-DET REDEFINES EXT-DATOS.
              10 EXT-TEXTO-A            PIC X(06).
              10 EXT-CODIGO             PIC X(02).
              10 EXT-DESCRIPCION        PIC X(10).
              10 EXT-MONEDA             PIC X(03).
              10 EXT-NUMERO-1           PIC S9(05)V99.
              10 EXT-TASA               PIC 9(03)V9(06).
              10 EXT-CONVERTIDO         PIC S9(07)V99.
              10 EXT-MASCARA            PIC X(12).
              10 FILLER                 PIC X(11).
           05 EXT-TRL REDEFINES EXT-DATOS.
              10 EXT-TRL-CUENTA         PIC 9(07).
              10 FILLER                 PIC X(62).
