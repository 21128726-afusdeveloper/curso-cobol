           05 FILLER                   PIC X(12) VALUE 'OPERANDO A'.
           05 FILLER                   PIC X(12) VALUE 'OPERANDO B'.
           05 FILLER                   PIC X(18) VALUE 'ERROR'.
           05 FILLER                   PIC X(10) VALUE 'OPERADOR'.
           05 FILLER                   PIC X(12) VALUE 'REVERSO'.

       01  RPT-DETALLE-1.
           05 RPTD1-RUN-ID              PIC X(14).
           05 RPTD1-ERROR               PIC X(16).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD1-OPERADOR            PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD1-REVERSO             PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.

       01  RPT-DETALLE-2.
           05 FILLER                    PIC X(05) VALUE '  RES'.
           05 RPTD2-RESULT-4            PIC ZZZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD2-RESULT-5            PIC ZZZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE 'SEC '.
           05 RPTD2-SECUENCIA           PIC ZZZZZZ9.
           05 FILLER                    PIC X(08) VALUE SPACES.

       01  RPT-RESUMEN.
           05 FILLER                    PIC X(08) VALUE 'CORRIDA '.
               MOVE 'SIN ERROR'        TO RPTD1-ERROR
           END-IF
           MOVE AUD-OPERADOR           TO RPTD1-OPERADOR
           EVALUATE TRUE
               WHEN AUD-REVERTIDO
                   MOVE 'REVERTIDO'        TO RPTD1-REVERSO
               WHEN AUD-REVERSANTE
                   MOVE 'REVERSANTE'       TO RPTD1-REVERSO
               WHEN OTHER
                   MOVE SPACES             TO RPTD1-REVERSO
           END-EVALUATE
           MOVE RPT-DETALLE-1          TO REPW-LINEA
           MOVE 1                      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE AUD-RESULT-3           TO RPTD2-RESULT-3
           MOVE AUD-RESULT-4           TO RPTD2-RESULT-4
           MOVE AUD-RESULT-5           TO RPTD2-RESULT-5
      *LOS REGISTROS ANTERIORES A LA SECUENCIA LA TRAEN EN BLANCO
           IF AUD-SECUENCIA-X = SPACES
               MOVE ZEROS                 TO RPTD2-SECUENCIA
           ELSE
               MOVE AUD-SECUENCIA         TO RPTD2-SECUENCIA
           END-IF
           MOVE RPT-DETALLE-2          TO REPW-LINEA
           MOVE 1                      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.
