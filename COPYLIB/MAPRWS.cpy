      *MAPRWS - APROBACION DEL VERIFICADOR PARA UNA SOLICITUD DEL
      *         MAESTRO DE CODIGOS (MAPRCARD), LLAVEADA POR ACCION,
      *         CODIGO Y FECHA EFECTIVA DE LA SOLICITUD PENDIENTE.
      *         LAS GRABA LA PANTALLA DE APROBACION EN LINEA
      *         (MSTAPR) O LLEGAN COMO TARJETAS, Y LAS CONSUME EL
      *         PASE DE APLICACION DE MSTMNT
       01  APROB-RECORD.
           05 APR-ACCION                PIC X(01).
           05 APR-CODIGO                PIC X(02).
           05 APR-FECHA-EFECTIVA        PIC 9(06).
           05 APR-APROBADO-POR          PIC X(08).
           05 FILLER                    PIC X(33).
