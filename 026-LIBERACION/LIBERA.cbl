           COPY SWTCHWS.
           COPY ABNDWS.
           COPY REPWWS.
           COPY FECHWS.
           COPY USOLWS.
      *
       77  WSV-HELD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-HNEW-STAT                PIC X(02) VALUE ZEROS.
           05 FILLER                   PIC X(16) VALUE 'ID DE CORRIDA'.
           05 FILLER                   PIC X(10) VALUE 'SECUENCIA'.
           05 FILLER                   PIC X(10) VALUE 'LOTE'.
           05 FILLER                   PIC X(10) VALUE 'SUPERVISOR'.
           05 FILLER                   PIC X(22) VALUE 'MOTIVO'.

       01  RPT-DETALLE.
           05 RPTD-DISPOSICION          PIC X(10).
           05 RPTD-LOTE                 PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-SUPERVISOR           PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-MOTIVO               PIC X(09).
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *APRUEBA O RECHAZA LOS ITEMS QUE ARITM RETUVO POR MONTO O POR
      *SOSPECHA DE DUPLICADO (EL MOTIVO SALE EN EL LISTADO) - LOS
      *APROBADOS POR UN SUPERVISOR DISTINTO DEL OPERADOR ORIGINAL
      *PASAN A RELFILE PARA POSTEARSE BAJO SU CORRIDA ORIGINAL, LOS
      *RECHAZADOS SE DESCARTAN CON CONSTANCIA Y EL RESTO SIGUE
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           PERFORM 022-CARGAR-APROBACIONES
      *LOS LIBERADOS SE CUENTAN POR SUCURSAL PARA EL CARGO MENSUAL,
      *BAJO LA FECHA DE NEGOCIO; CADA CORRIDA LIBERA ITEMS DISTINTOS
      *ASI QUE LAS CORRIDAS DE UNA MISMA FECHA SE SUMAN
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE 'I'                   TO USOL-FUNCION
           MOVE 'LIBERA'              TO USOL-PROGRAMA
           MOVE FECH-FECHA            TO USOL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO USOL-EMPRESA
           MOVE 'N'                   TO USOL-REEMPLAZA
           CALL 'USOLOG' USING USOL-PARAMETROS
           MOVE '1' TO WSS-SWITCHES
           PERFORM 025-LEER-RETENIDO.

                              INTO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   MOVE 'A'               TO USOL-FUNCION
                   MOVE HLD-IMAGEN (10:3) TO USOL-SUCURSAL
                   MOVE 'L'               TO USOL-ACTIVIDAD
                   MOVE 1                 TO USOL-CANTIDAD
                   CALL 'USOLOG' USING USOL-PARAMETROS
                   MOVE 'LIBERADA  ' TO RPTD-DISPOSICION
                   PERFORM 050-DETALLE
               WHEN WSV-APR-ACCION (WSV-APR-IDX) = 'R'
           MOVE HLD-RUN-ID             TO RPTD-RUN-ID
           MOVE HLD-SECUENCIA          TO RPTD-SECUENCIA
           MOVE HLD-LOTE               TO RPTD-LOTE
           IF HLD-POR-DUPLICADO
               MOVE 'DUPLICADO'        TO RPTD-MOTIVO
           ELSE
               MOVE 'MONTO'            TO RPTD-MOTIVO
           END-IF
           MOVE RPT-DETALLE            TO REPW-LINEA
           MOVE 1                      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.
           CLOSE HELD-FILE
           CLOSE HELD-NEW-FILE
           CLOSE REL-FILE
           MOVE 'F' TO USOL-FUNCION
           CALL 'USOLOG' USING USOL-PARAMETROS
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           DISPLAY 'LIBERA - LIBERADOS : ' WSV-TOT-LIBERADOS
               MOVE WSV-APR-RUN-ID (WSV-APR-IDX)     TO RPTD-RUN-ID
               MOVE WSV-APR-SECUENCIA (WSV-APR-IDX)  TO RPTD-SECUENCIA
               MOVE SPACES                           TO RPTD-LOTE
               MOVE SPACES                           TO RPTD-MOTIVO
               MOVE WSV-APR-SUPERVISOR (WSV-APR-IDX)
                   TO RPTD-SUPERVISOR
               MOVE RPT-DETALLE TO REPW-LINEA
