      *         'A' FECHCTL DEVUELVE EL DIA HABIL SIGUIENTE O
      *         ANTERIOR EN LUGAR DE LA FECHA RESUELTA; EN BLANCO
      *         SOLO RESUELVE Y VALIDA
      *
      *         CADA EMPRESA DEL GRUPO CORRE CON SU PROPIA TARJETA DE
      *         FECHA: LA COLUMNA 7 TRAE EL CODIGO DE EMPRESA, QUE
      *         FECHCTL DEVUELVE EN FECH-EMPRESA PARA QUE EL PROGRAMA
      *         LO LLEVE A SUS REGISTROS Y AL CONTROL DE CORRIDAS. EN
      *         BLANCO ES LA EMPRESA ORIGINAL; EL CALENDARIO APLICA A
      *         LA EMPRESA SUS REGISTROS Y LOS COMUNES
       01  FECH-PARAMETROS.
           05 FECH-FECHA                PIC 9(06).
           05 FECH-ORIGEN               PIC X(01).
           05 FECH-HABIL                PIC X(01).
             88 FECH-DIA-HABIL                   VALUE 'S'.
             88 FECH-DIA-INHABIL                 VALUE 'N'.
           05 FECH-EMPRESA              PIC X(01).
