       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     FIRMAS.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIRMA-FILE            ASSIGN TO FIRMAF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS FIR-LLAVE
                                         FILE STATUS IS WSV-FIR-STAT.

      *TRANSACCIONES DE FIRMA - EL ID DEL REPORTE Y LA FECHA Y HORA
      *DE GENERACION SE COPIAN DEL ENCABEZADO DEL LISTADO REVISADO
      *(O DEL CATALOGO) Y UBICAN ESA GENERACION DEL REPORTE
           SELECT TRAN-FILE             ASSIGN TO FIRTRAN
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TRN-STAT.

           SELECT CATALOGO-FILE         ASSIGN TO RPTCAT
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CAT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  FIRMA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY FIRMWS.

       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-RECORD.
           05 FTR-REPORT-ID             PIC X(08).
           05 FTR-FECHA-GEN             PIC 9(06).
           05 FTR-HORA-GEN              PIC 9(08).
           05 FTR-REVISOR               PIC X(08).
           05 FTR-DISPOSICION           PIC X(02).
           05 FTR-COMENTARIO            PIC X(40).
           05 FILLER                    PIC X(08).

       FD  CATALOGO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTCWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY REPWWS.
      *
       77  WSV-FIR-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-TRN-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-CAT-STAT                 PIC X(02) VALUE ZEROS.
      *
      *LAS TRANSACCIONES SE CARGAN PRIMERO Y SE BUSCAN TODAS EN UNA
      *SOLA PASADA DEL CATALOGO, QUE DE AHI TOMAN LA FECHA DE
      *NEGOCIO Y LA EMPRESA DEL REPORTE
       77  WSC-MAX-TRANSACCIONES        PIC 9(02) VALUE 50.
       77  WSV-TRN-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-TRANSACCIONES.
           05 WSV-TRN-ENTRY            OCCURS 1 TO 50 TIMES
                                        DEPENDING ON WSV-TRN-CNT
                                        INDEXED BY WSV-TRN-IDX.
               10 WSV-TRN-IMAGEN       PIC X(80).
               10 WSV-TRN-CATALOGADO   PIC X(01).
               10 WSV-TRN-FECHA-NEG    PIC 9(06).
               10 WSV-TRN-EMPRESA      PIC X(01).
      *
       01  WSV-TOTALES.
           05 WSV-TOT-TRANSACCIONES    PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-FIRMADAS         PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-YA-FIRMADAS      PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-NO-CATALOGADAS   PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-INVALIDAS        PIC 9(05) VALUE ZEROS.
      *
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
       77  WSV-HORA-CORRIDA             PIC 9(08) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - SE ABRE
      *DESPUES DE LEER EL CATALOGO, QUE REPWRT ASIENTA AL CERRAR
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(11) VALUE 'ACCION'.
           05 FILLER                   PIC X(09) VALUE 'REPORTE'.
           05 FILLER                   PIC X(16) VALUE 'GENERADO'.
           05 FILLER                   PIC X(07) VALUE 'NEGOC.'.
           05 FILLER                   PIC X(09) VALUE 'REVISOR'.
           05 FILLER                   PIC X(03) VALUE 'DI'.
           05 FILLER                   PIC X(25) VALUE 'COMENTARIO'.

       01  RPT-DETALLE.
           05 RPTD-ACCION               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-REPORTE              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-FECHA-GEN            PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-HORA-GEN             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-FECHA-NEG            PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-REVISOR              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-DISPOSICION          PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-COMENTARIO           PIC X(25).

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *FIRMA DE REVISION DE REPORTES - CADA TRANSACCION FIRMA UNA
      *GENERACION CATALOGADA DE UN REPORTE CON EL REVISOR, LA
      *DISPOSICION (CF CONFORME, OB CON OBSERVACIONES) Y UN
      *COMENTARIO; QUEDA EN EL REGISTRO DE FIRMAS CON LA FECHA Y
      *HORA DE LA CORRIDA. UNA TRANSACCION INVALIDA, DE UN REPORTE
      *QUE NO ESTA EN EL CATALOGO O DE UNA GENERACION YA FIRMADA SE
      *LISTA SIN APLICAR Y DEJA RETURN CODE 4
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'FIRMAS'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-REVISAR-CATALOGO
           PERFORM 040-ABRIR-REPORTE
           PERFORM 050-APLICAR
               VARYING WSV-TRN-IDX FROM 1 BY 1
               UNTIL WSV-TRN-IDX > WSV-TRN-CNT
           PERFORM 080-FIN
           IF WSV-TOT-YA-FIRMADAS > ZEROS
             OR WSV-TOT-NO-CATALOGADAS > ZEROS
             OR WSV-TOT-INVALIDAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       020-INICIO.
           MOVE ZEROS TO WSV-TRN-CNT
           ACCEPT WSV-FECHA-CORRIDA FROM DATE
           ACCEPT WSV-HORA-CORRIDA  FROM TIME
           OPEN INPUT TRAN-FILE
           IF WSV-TRN-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN TRAN-FILE FALLO - STATUS '
                      WSV-TRN-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 025-LEER-TRANSACCION UNTIL WSS-FIN
           CLOSE TRAN-FILE
           OPEN I-O FIRMA-FILE
           IF WSV-FIR-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN FIRMA-FILE FALLO - STATUS '
                      WSV-FIR-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       025-LEER-TRANSACCION.
           READ TRAN-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF TRAN-RECORD NOT = SPACES
                       PERFORM 026-GUARDAR-TRANSACCION
                   END-IF
           END-READ.

       026-GUARDAR-TRANSACCION.
           IF WSV-TRN-CNT = WSC-MAX-TRANSACCIONES
               MOVE '026-GUARDAR-TRAN'    TO ABND-PARRAFO
               MOVE 'TABLA DE FIRMAS LLENA - MAX 50'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-TRN-CNT
           ADD 1 TO WSV-TOT-TRANSACCIONES
           MOVE TRAN-RECORD  TO WSV-TRN-IMAGEN (WSV-TRN-CNT)
           MOVE 'N'          TO WSV-TRN-CATALOGADO (WSV-TRN-CNT)
           MOVE ZEROS        TO WSV-TRN-FECHA-NEG (WSV-TRN-CNT)
           MOVE SPACES       TO WSV-TRN-EMPRESA (WSV-TRN-CNT).

      *SIN CATALOGO NINGUNA TRANSACCION TIENE REPORTE QUE FIRMAR
       030-REVISAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           EVALUATE TRUE
               WHEN WSV-CAT-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 032-LEER-CATALOGO
                   PERFORM 034-MARCAR-CATALOGADA UNTIL WSS-FIN
                   CLOSE CATALOGO-FILE
               WHEN WSV-CAT-STAT = '35'
                   DISPLAY 'FIRMAS: SIN CATALOGO DE REPORTES'
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

       034-MARCAR-CATALOGADA.
           PERFORM 036-COMPARAR-TRANSACCION
               VARYING WSV-TRN-IDX FROM 1 BY 1
               UNTIL WSV-TRN-IDX > WSV-TRN-CNT
           PERFORM 032-LEER-CATALOGO.

       036-COMPARAR-TRANSACCION.
           MOVE WSV-TRN-IMAGEN (WSV-TRN-IDX) TO TRAN-RECORD
           IF FTR-REPORT-ID = CAT-REPORT-ID
             AND FTR-FECHA-GEN = CAT-FECHA
             AND FTR-HORA-GEN = CAT-HORA
               MOVE 'S' TO WSV-TRN-CATALOGADO (WSV-TRN-IDX)
               IF CAT-FECHA-NEGOCIO NUMERIC
                   MOVE CAT-FECHA-NEGOCIO
                       TO WSV-TRN-FECHA-NEG (WSV-TRN-IDX)
               END-IF
               MOVE CAT-EMPRESA TO WSV-TRN-EMPRESA (WSV-TRN-IDX)
           END-IF.

       040-ABRIR-REPORTE.
           MOVE 'FIRMAS'              TO REPW-REPORT-ID
           MOVE 'FIRMAS DE REVISION'  TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *UNA GENERACION SE FIRMA UNA SOLA VEZ - LA LLAVE DUPLICADA
      *DEJA LA FIRMA ANTERIOR COMO ESTABA
       050-APLICAR.
           MOVE WSV-TRN-IMAGEN (WSV-TRN-IDX) TO TRAN-RECORD
           EVALUATE TRUE
               WHEN FTR-REPORT-ID = SPACES
                 OR FTR-FECHA-GEN NOT NUMERIC
                 OR FTR-HORA-GEN NOT NUMERIC
                 OR FTR-REVISOR = SPACES
                   MOVE 'INVALIDA'   TO RPTD-ACCION
                   ADD 1 TO WSV-TOT-INVALIDAS
               WHEN FTR-DISPOSICION NOT = 'CF'
                AND FTR-DISPOSICION NOT = 'OB'
                   MOVE 'DISP. INV.' TO RPTD-ACCION
                   ADD 1 TO WSV-TOT-INVALIDAS
               WHEN WSV-TRN-CATALOGADO (WSV-TRN-IDX) NOT = 'S'
                   MOVE 'NO CATALOG' TO RPTD-ACCION
                   ADD 1 TO WSV-TOT-NO-CATALOGADAS
               WHEN OTHER
                   PERFORM 055-GRABAR-FIRMA
           END-EVALUATE
           PERFORM 060-DETALLE.

       055-GRABAR-FIRMA.
           MOVE SPACES                 TO FIRMA-RECORD
           MOVE FTR-REPORT-ID          TO FIR-REPORT-ID
           MOVE FTR-FECHA-GEN          TO FIR-FECHA-GEN
           MOVE FTR-HORA-GEN           TO FIR-HORA-GEN
           MOVE WSV-TRN-FECHA-NEG (WSV-TRN-IDX)
               TO FIR-FECHA-NEGOCIO
           MOVE WSV-TRN-EMPRESA (WSV-TRN-IDX)
               TO FIR-EMPRESA
           MOVE FTR-REVISOR            TO FIR-REVISOR
           MOVE WSV-FECHA-CORRIDA      TO FIR-FECHA-FIRMA
           MOVE WSV-HORA-CORRIDA       TO FIR-HORA-FIRMA
           MOVE FTR-DISPOSICION        TO FIR-DISPOSICION
           MOVE FTR-COMENTARIO         TO FIR-COMENTARIO
           WRITE FIRMA-RECORD
           EVALUATE WSV-FIR-STAT
               WHEN '00'
                   MOVE 'FIRMADO'    TO RPTD-ACCION
                   ADD 1 TO WSV-TOT-FIRMADAS
               WHEN '22'
                   MOVE 'YA FIRMADO' TO RPTD-ACCION
                   ADD 1 TO WSV-TOT-YA-FIRMADAS
               WHEN OTHER
                   MOVE '055-GRABAR-FIRMA'    TO ABND-PARRAFO
                   STRING 'WRITE FIRMA-FILE FALLO - STATUS '
                          WSV-FIR-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       060-DETALLE.
           MOVE FTR-REPORT-ID          TO RPTD-REPORTE
           MOVE FTR-FECHA-GEN          TO RPTD-FECHA-GEN
           MOVE FTR-HORA-GEN           TO RPTD-HORA-GEN
           IF WSV-TRN-CATALOGADO (WSV-TRN-IDX) = 'S'
               MOVE WSV-TRN-FECHA-NEG (WSV-TRN-IDX) TO RPTD-FECHA-NEG
           ELSE
               MOVE SPACES             TO RPTD-FECHA-NEG
           END-IF
           MOVE FTR-REVISOR            TO RPTD-REVISOR
           MOVE FTR-DISPOSICION        TO RPTD-DISPOSICION
           MOVE FTR-COMENTARIO         TO RPTD-COMENTARIO
           MOVE RPT-DETALLE            TO REPW-LINEA
           MOVE 1                      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           CLOSE FIRMA-FILE
           PERFORM 099-PAGINA-REPORTE
           MOVE 'TRANSACCIONES LEIDAS          : ' TO RPTT-LITERAL
           MOVE WSV-TOT-TRANSACCIONES              TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'FIRMAS REGISTRADAS            : ' TO RPTT-LITERAL
           MOVE WSV-TOT-FIRMADAS                   TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'GENERACIONES YA FIRMADAS      : ' TO RPTT-LITERAL
           MOVE WSV-TOT-YA-FIRMADAS                TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'REPORTES NO CATALOGADOS       : ' TO RPTT-LITERAL
           MOVE WSV-TOT-NO-CATALOGADAS             TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'TRANSACCIONES INVALIDAS       : ' TO RPTT-LITERAL
           MOVE WSV-TOT-INVALIDAS                  TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           DISPLAY 'FIRMAS - FIRMAS REGISTRADAS : ' WSV-TOT-FIRMADAS
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
