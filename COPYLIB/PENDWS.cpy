      *PENDWS - REGISTRO DEL ARCHIVO DE ALTAS, BAJAS Y CAMBIOS DEL
      *         MAESTRO DE CODIGOS PENDIENTES DE APROBACION
      *         (PENDFILE). MSTMNT LO ALIMENTA EN LA CAPTURA Y LO
      *         CONSUME EN LA APLICACION, DEJANDO EN LA GENERACION
      *         NUEVA LO QUE TODAVIA NO FUE APROBADO; EL RELEVO DE
      *         TURNO (RELEVO) LISTA LO QUE SIGUE PENDIENTE
      *
      *         EL ARCHIVO ES UN VSAM ESDS: EL BATCH LO LEE Y LO
      *         EXTIENDE EN SECUENCIAL COMO SIEMPRE, Y LAS PANTALLAS
      *         EN LINEA (MSTCAP/MSTAPR) AGREGAN SOLICITUDES Y LAS
      *         RESUELVEN POR RBA. UNA SOLICITUD APROBADA EN LINEA
      *         QUEDA 'A' HASTA QUE LA APLICACION LA POSTEA; UNA
      *         RECHAZADA QUEDA 'R' Y LA APLICACION LA DESCARTA
      *
      *         LA BAJA DE UN CODIGO QUE CONVE USO EN LOS ULTIMOS
      *         MESES (HISTORIAL USOCODF) SE CAPTURA IGUAL, PERO
      *         QUEDA MARCADA EN USO PARA QUE EL VERIFICADOR LO VEA
      *         ANTES DE APROBARLA
       01  PEND-RECORD.
           05 PEN-ACCION                PIC X(01).
           05 PEN-CODIGO                PIC X(02).
           05 PEN-DESCRIPCION           PIC X(10).
           05 PEN-FECHA-EFECTIVA        PIC 9(06).
           05 PEN-CAPTURADO-POR         PIC X(08).
           05 PEN-FECHA-CAPTURA         PIC 9(06).
           05 PEN-ESTADO                PIC X(01).
             88 PEN-PENDIENTE                    VALUE 'P'.
             88 PEN-APROBADA                     VALUE 'A'.
             88 PEN-RECHAZADA                    VALUE 'R'.
           05 PEN-RESUELTO-POR          PIC X(08).
           05 PEN-FECHA-RESOLUCION      PIC 9(06).
           05 PEN-USO-RECIENTE          PIC X(01).
             88 PEN-CODIGO-EN-USO                VALUE 'S'.
           05 FILLER                    PIC X(01).
