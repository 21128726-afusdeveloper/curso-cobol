      *SLOGWS - REGISTRO DE TIEMPO POR PASO DE LA CADENA (STEPLOG).
      *         EL DRIVER GRABA UNO POR CADA PASO LLAMADO CON SU
      *         ELAPSED EN CENTESIMAS Y SU RETURN CODE; VENTPRO LO
      *         LEE COMO HISTORIA PARA PRONOSTICAR LA VENTANA
       01  STEP-LOG-RECORD.
           05 SLOG-FECHA                PIC 9(06).
           05 SLOG-PASO                 PIC X(08).
           05 SLOG-INICIO               PIC 9(08).
           05 SLOG-FIN                  PIC 9(08).
           05 SLOG-ELAPSED              PIC 9(08).
           05 SLOG-RC                   PIC 9(04).
           05 FILLER                    PIC X(18).
