       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FIRPEN.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE         ASSIGN TO RPTCAT
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CAT-STAT.

           SELECT FIRMA-FILE            ASSIGN TO FIRMAF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS FIR-LLAVE
                                         FILE STATUS IS WSV-FIR-STAT.

      *REPORTES QUE EXIGEN FIRMA - SIN TARJETAS VALE LA LISTA DE
      *OMISION DE FOBLWS
           SELECT REQ-CARD-FILE         ASSIGN TO FIRMREQ
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-REQ-STAT.

      *FECHA DE NEGOCIO A REVISAR (AAMMDD) - OPCIONAL
           SELECT FIR-CARD-FILE         ASSIGN TO FIRPCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-FPC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTCWS.

       FD  FIRMA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY FIRMWS.

       FD  REQ-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REQ-CARD-RECORD.
           05 REQ-REPORTE               PIC X(08).
           05 FILLER                    PIC X(72).

       FD  FIR-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FIR-CARD-RECORD.
           05 FPC-FECHA                 PIC 9(06).
           05 FILLER                    PIC X(74).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
           COPY FOBLWS.
      *
       77  WSV-CAT-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-FIR-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-REQ-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-FPC-STAT                 PIC X(02) VALUE ZEROS.
      *
       77  WSV-FECHA-BUSCADA            PIC 9(06) VALUE ZEROS.
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
       77  WSV-HAY-FIRMAS-SW            PIC X(01) VALUE 'N'.
         88 WSV-HAY-FIRMAS                       VALUE 'S'.
      *
       01  WSV-TOTALES.
           05 WSV-TOT-NO-PRODUCIDOS    PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-SIN-FIRMA        PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-FIRMADOS         PIC 9(05) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - SE ABRE
      *DESPUES DE LEER EL CATALOGO, QUE REPWRT ASIENTA AL CERRAR
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(09) VALUE 'REPORTE'.
           05 FILLER                   PIC X(17) VALUE 'GENERADO'.
           05 FILLER                   PIC X(05) VALUE 'PAGS'.
           05 FILLER                   PIC X(05) VALUE 'GEN.'.
           05 FILLER                   PIC X(13) VALUE 'ESTADO'.
           05 FILLER                   PIC X(09) VALUE 'REVISOR'.
           05 FILLER                   PIC X(03) VALUE 'DI'.
           05 FILLER                   PIC X(19) VALUE 'FIRMADO'.

       01  RPT-DETALLE.
           05 RPTD-REPORTE              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-FECHA-GEN            PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-HORA-GEN             PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-PAGINAS              PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-GENERACIONES         PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-ESTADO               PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-REVISOR              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-DISPOSICION          PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-FECHA-FIRMA          PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-HORA-FIRMA           PIC X(08).
           05 FILLER                    PIC X(04) VALUE SPACES.

       01  RPT-SECCION.
           05 RPTX-TITULO               PIC X(80).

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *REVISIONES PENDIENTES DE LA FECHA DE NEGOCIO - POR CADA
      *REPORTE DE CONTROL OBLIGATORIO BUSCA SU ULTIMA GENERACION EN
      *EL CATALOGO PARA LA FECHA Y EMPRESA Y SU FIRMA EN EL
      *REGISTRO DE FIRMAS. LISTA PRIMERO LOS PENDIENTES (SIN FIRMA,
      *O QUE NI SIQUIERA SE PRODUJERON) Y DESPUES LOS FIRMADOS, CON
      *QUIEN, CUANDO Y CON QUE DISPOSICION. CON ALGUN PENDIENTE
      *TERMINA CON RETURN CODE 4
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'FIRPEN'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-REVISAR-CATALOGO
           PERFORM 040-REVISAR-FIRMAS
           PERFORM 050-ABRIR-REPORTE
           PERFORM 060-LISTAR-PENDIENTES
           PERFORM 065-LISTAR-FIRMADOS
           PERFORM 080-FIN
           IF WSV-TOT-NO-PRODUCIDOS > ZEROS
             OR WSV-TOT-SIN-FIRMA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       020-INICIO.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-BUSCADA
           ACCEPT WSV-FECHA-CORRIDA FROM DATE
           PERFORM 022-LEER-TARJETA
           PERFORM 024-CARGAR-OBLIGATORIOS.

       022-LEER-TARJETA.
           OPEN INPUT FIR-CARD-FILE
           IF WSV-FPC-STAT = '00'
               READ FIR-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPC-FECHA NUMERIC AND FPC-FECHA NOT = ZEROS
                           MOVE FPC-FECHA TO WSV-FECHA-BUSCADA
                       END-IF
               END-READ
               CLOSE FIR-CARD-FILE
           END-IF
           DISPLAY 'FIRPEN: FECHA A REVISAR ' WSV-FECHA-BUSCADA
               ' EMPRESA ' FECH-EMPRESA.

      *LA TARJETA DE OBLIGATORIOS ES OPCIONAL - SIN TARJETAS VALE
      *LA LISTA DE OMISION
       024-CARGAR-OBLIGATORIOS.
           MOVE ZEROS TO WSV-OBL-CNT
           OPEN INPUT REQ-CARD-FILE
           IF WSV-REQ-STAT = '00'
               MOVE '1' TO WSS-SWITCHES
               PERFORM 025-LEER-OBLIGATORIO UNTIL WSS-FIN
               CLOSE REQ-CARD-FILE
           END-IF
           IF WSV-OBL-CNT = ZEROS
               PERFORM 026-OBLIGATORIO-DEFECTO
                   VARYING WSV-OBL-SUB FROM 1 BY 1
                   UNTIL WSV-OBL-SUB > WSC-OBL-DEFECTO
           END-IF
           PERFORM 027-LIMPIAR-OBLIGATORIO
               VARYING WSV-OBL-IDX FROM 1 BY 1
               UNTIL WSV-OBL-IDX > WSV-OBL-CNT.

       025-LEER-OBLIGATORIO.
           READ REQ-CARD-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF REQ-REPORTE NOT = SPACES
                       IF WSV-OBL-CNT = WSC-MAX-OBLIGATORIOS
                           MOVE '025-LEER-OBLIGAT'    TO ABND-PARRAFO
                           MOVE 'TABLA DE OBLIGATORIOS LLENA - MAX 20'
                               TO ABND-CONDICION
                           PERFORM 999-ABEND
                       END-IF
                       ADD 1 TO WSV-OBL-CNT
                       MOVE REQ-REPORTE
                           TO WSV-OBL-REPORTE (WSV-OBL-CNT)
                   END-IF
           END-READ.

       026-OBLIGATORIO-DEFECTO.
           ADD 1 TO WSV-OBL-CNT
           MOVE WSC-OBL-REPORTE (WSV-OBL-SUB)
               TO WSV-OBL-REPORTE (WSV-OBL-CNT).

       027-LIMPIAR-OBLIGATORIO.
           MOVE ZEROS  TO WSV-OBL-GENERACIONES (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-FECHA-GEN (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-HORA-GEN (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-PAGINAS (WSV-OBL-IDX)
           MOVE 'N'    TO WSV-OBL-ESTADO (WSV-OBL-IDX)
           MOVE SPACES TO WSV-OBL-REVISOR (WSV-OBL-IDX)
           MOVE SPACES TO WSV-OBL-DISPOSICION (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-FECHA-FIRMA (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-HORA-FIRMA (WSV-OBL-IDX).

      *EL CATALOGO SE ASIENTA EN ORDEN DE PRODUCCION - LA ULTIMA
      *GENERACION DE LA FECHA QUEDA EN LA TABLA
       030-REVISAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           EVALUATE TRUE
               WHEN WSV-CAT-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 032-LEER-CATALOGO
                   PERFORM 034-TOMAR-GENERACION UNTIL WSS-FIN
                   CLOSE CATALOGO-FILE
               WHEN WSV-CAT-STAT = '35'
                   DISPLAY 'FIRPEN: SIN CATALOGO DE REPORTES'
               WHEN OTHER
                   MOVE '030-REVISAR-CATA'    TO ABND-PARRAFO
                   STRING 'OPEN CATALOGO FALLO - STATUS '
                          WSV-CAT-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       032-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       034-TOMAR-GENERACION.
           IF CAT-FECHA-NEGOCIO NUMERIC
             AND CAT-FECHA-NEGOCIO = WSV-FECHA-BUSCADA
             AND CAT-EMPRESA = FECH-EMPRESA
               SET WSV-OBL-IDX TO 1
               SEARCH WSV-OBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSV-OBL-REPORTE (WSV-OBL-IDX) = CAT-REPORT-ID
                       ADD 1 TO WSV-OBL-GENERACIONES (WSV-OBL-IDX)
                       MOVE CAT-FECHA
                           TO WSV-OBL-FECHA-GEN (WSV-OBL-IDX)
                       MOVE CAT-HORA
                           TO WSV-OBL-HORA-GEN (WSV-OBL-IDX)
                       MOVE CAT-PAGINAS
                           TO WSV-OBL-PAGINAS (WSV-OBL-IDX)
                       MOVE 'S' TO WSV-OBL-ESTADO (WSV-OBL-IDX)
               END-SEARCH
           END-IF
           PERFORM 032-LEER-CATALOGO.

      *SIN REGISTRO DE FIRMAS TODO LO PRODUCIDO QUEDA SIN FIRMA
       040-REVISAR-FIRMAS.
           OPEN INPUT FIRMA-FILE
           EVALUATE TRUE
               WHEN WSV-FIR-STAT = '00'
                   MOVE 'S' TO WSV-HAY-FIRMAS-SW
                   PERFORM 042-BUSCAR-FIRMA
                       VARYING WSV-OBL-IDX FROM 1 BY 1
                       UNTIL WSV-OBL-IDX > WSV-OBL-CNT
                   CLOSE FIRMA-FILE
               WHEN WSV-FIR-STAT = '35'
                   DISPLAY 'FIRPEN: SIN REGISTRO DE FIRMAS'
               WHEN OTHER
                   MOVE '040-REVISAR-FIRM'    TO ABND-PARRAFO
                   STRING 'OPEN FIRMA-FILE FALLO - STATUS '
                          WSV-FIR-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       042-BUSCAR-FIRMA.
           IF WSV-OBL-SIN-FIRMA (WSV-OBL-IDX)
               MOVE WSV-OBL-REPORTE (WSV-OBL-IDX)   TO FIR-REPORT-ID
               MOVE WSV-OBL-FECHA-GEN (WSV-OBL-IDX) TO FIR-FECHA-GEN
               MOVE WSV-OBL-HORA-GEN (WSV-OBL-IDX)  TO FIR-HORA-GEN
               READ FIRMA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'F' TO WSV-OBL-ESTADO (WSV-OBL-IDX)
                       MOVE FIR-REVISOR
                           TO WSV-OBL-REVISOR (WSV-OBL-IDX)
                       MOVE FIR-DISPOSICION
                           TO WSV-OBL-DISPOSICION (WSV-OBL-IDX)
                       MOVE FIR-FECHA-FIRMA
                           TO WSV-OBL-FECHA-FIRMA (WSV-OBL-IDX)
                       MOVE FIR-HORA-FIRMA
                           TO WSV-OBL-HORA-FIRMA (WSV-OBL-IDX)
               END-READ
               IF WSV-FIR-STAT NOT = '00'
                 AND WSV-FIR-STAT NOT = '23'
                   MOVE '042-BUSCAR-FIRMA'    TO ABND-PARRAFO
                   STRING 'READ FIRMA-FILE FALLO - STATUS '
                          WSV-FIR-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
           END-IF.

       050-ABRIR-REPORTE.
           MOVE 'FIRPEN'              TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'REVISIONES FECHA '
                  WSV-FECHA-BUSCADA
                  ' EMP ' FECH-EMPRESA DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *---------------- PENDIENTES DE FIRMA ----------------
       060-LISTAR-PENDIENTES.
           MOVE 'REPORTES OBLIGATORIOS SIN FIRMA DE REVISION'
               TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           PERFORM 062-LINEA-PENDIENTE
               VARYING WSV-OBL-IDX FROM 1 BY 1
               UNTIL WSV-OBL-IDX > WSV-OBL-CNT.

       062-LINEA-PENDIENTE.
           EVALUATE TRUE
               WHEN WSV-OBL-NO-PRODUCIDO (WSV-OBL-IDX)
                   ADD 1 TO WSV-TOT-NO-PRODUCIDOS
                   PERFORM 070-ARMAR-DETALLE
                   MOVE 'NO PRODUCIDO' TO RPTD-ESTADO
                   PERFORM 075-DETALLE-LINEA
               WHEN WSV-OBL-SIN-FIRMA (WSV-OBL-IDX)
                   ADD 1 TO WSV-TOT-SIN-FIRMA
                   PERFORM 070-ARMAR-DETALLE
                   MOVE 'SIN FIRMA'    TO RPTD-ESTADO
                   PERFORM 075-DETALLE-LINEA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------- FIRMADOS ----------------
       065-LISTAR-FIRMADOS.
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE 'REPORTES OBLIGATORIOS FIRMADOS' TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           PERFORM 067-LINEA-FIRMADO
               VARYING WSV-OBL-IDX FROM 1 BY 1
               UNTIL WSV-OBL-IDX > WSV-OBL-CNT.

       067-LINEA-FIRMADO.
           IF WSV-OBL-FIRMADO (WSV-OBL-IDX)
               ADD 1 TO WSV-TOT-FIRMADOS
               PERFORM 070-ARMAR-DETALLE
               MOVE 'FIRMADO'      TO RPTD-ESTADO
               MOVE WSV-OBL-REVISOR (WSV-OBL-IDX)     TO RPTD-REVISOR
               MOVE WSV-OBL-DISPOSICION (WSV-OBL-IDX)
                   TO RPTD-DISPOSICION
               MOVE WSV-OBL-FECHA-FIRMA (WSV-OBL-IDX)
                   TO RPTD-FECHA-FIRMA
               MOVE WSV-OBL-HORA-FIRMA (WSV-OBL-IDX)
                   TO RPTD-HORA-FIRMA
               PERFORM 075-DETALLE-LINEA
           END-IF.

      *UN REPORTE NO PRODUCIDO NO TIENE GENERACION QUE MOSTRAR
       070-ARMAR-DETALLE.
           MOVE WSV-OBL-REPORTE (WSV-OBL-IDX)      TO RPTD-REPORTE
           IF WSV-OBL-NO-PRODUCIDO (WSV-OBL-IDX)
               MOVE SPACES TO RPTD-FECHA-GEN
               MOVE SPACES TO RPTD-HORA-GEN
           ELSE
               MOVE WSV-OBL-FECHA-GEN (WSV-OBL-IDX) TO RPTD-FECHA-GEN
               MOVE WSV-OBL-HORA-GEN (WSV-OBL-IDX)  TO RPTD-HORA-GEN
           END-IF
           MOVE WSV-OBL-PAGINAS (WSV-OBL-IDX)      TO RPTD-PAGINAS
           MOVE WSV-OBL-GENERACIONES (WSV-OBL-IDX) TO RPTD-GENERACIONES
           MOVE SPACES TO RPTD-REVISOR
           MOVE SPACES TO RPTD-DISPOSICION
           MOVE SPACES TO RPTD-FECHA-FIRMA
           MOVE SPACES TO RPTD-HORA-FIRMA.

       075-DETALLE-LINEA.
           MOVE RPT-DETALLE TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       076-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       079-TITULO-SECCION.
           MOVE RPT-SECCION TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           PERFORM 099-PAGINA-REPORTE
           MOVE 'REPORTES OBLIGATORIOS         : ' TO RPTT-LITERAL
           MOVE WSV-OBL-CNT                        TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'NO PRODUCIDOS                 : ' TO RPTT-LITERAL
           MOVE WSV-TOT-NO-PRODUCIDOS              TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'SIN FIRMA                     : ' TO RPTT-LITERAL
           MOVE WSV-TOT-SIN-FIRMA                  TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'FIRMADOS                      : ' TO RPTT-LITERAL
           MOVE WSV-TOT-FIRMADOS                   TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           IF NOT WSV-HAY-FIRMAS
               MOVE SPACES TO RPTX-TITULO
               PERFORM 079-TITULO-SECCION
               MOVE 'SIN REGISTRO DE FIRMAS (FIRMAF)' TO RPTX-TITULO
               PERFORM 079-TITULO-SECCION
           END-IF
           DISPLAY 'FIRPEN - REVISIONES PENDIENTES : '
               WSV-TOT-NO-PRODUCIDOS ' NO PRODUCIDOS, '
               WSV-TOT-SIN-FIRMA ' SIN FIRMA'
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
