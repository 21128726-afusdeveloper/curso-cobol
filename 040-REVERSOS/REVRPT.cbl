       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REVRPT.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-FILE              ASSIGN TO REVFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-REV-STAT.

           SELECT SELECT-FILE           ASSIGN TO REVCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SEL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  REV-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY REVWS.

       FD  SELECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SELECT-RECORD.
           05 SEL-FECHA-DESDE           PIC 9(06).
           05 SEL-FECHA-HASTA           PIC 9(06).
           05 SEL-SUCURSAL              PIC X(03).
           05 FILLER                    PIC X(65).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-REV-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-SEL-STAT                 PIC X(02) VALUE ZEROS.
      *
      *CRITERIO DE SELECCION - RANGO DE FECHAS DE NEGOCIO Y SUCURSAL;
      *SIN TARJETA (O CON FECHAS EN BLANCO) SE LISTA LA FECHA DE
      *NEGOCIO EN CURSO DE TODAS LAS SUCURSALES
       77  WSV-SEL-DESDE                PIC 9(06) VALUE ZEROS.
       77  WSV-SEL-HASTA                PIC 9(06) VALUE ZEROS.
       77  WSV-SEL-SUCURSAL             PIC X(03) VALUE SPACES.
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
       01  WSV-CONTADORES.
           05 WSV-CNT-LEIDOS           PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-LISTADOS         PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-ACEPTADOS        PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-RECHAZADOS       PIC 9(07) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - TRES LINEAS
      *POR REVERSO: REFERENCIAS DE AMBOS LADOS, RESULTADOS DEL
      *ORIGINAL Y RESULTADOS DEL REVERSO (O LA RAZON DEL RECHAZO)
       01  RPT-ENCABEZADO-2.
           05 FILLER              PIC X(04) VALUE 'SUC'.
           05 FILLER              PIC X(34) VALUE
              'ORIGINAL  CORRIDA     SEC  OPER.'.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(38) VALUE
              'REVERSO   CORRIDA     SEC  OPER.'.

       01  RPT-DETALLE-1.
           05 RPTD1-SUCURSAL            PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD1-ORI-RUN-ID          PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD1-ORI-SECUENCIA       PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD1-ORI-OPERADOR        PIC X(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(02) VALUE '->'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD1-REV-RUN-ID          PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD1-REV-SECUENCIA       PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD1-REV-OPERADOR        PIC X(08).
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  RPT-DETALLE-2.
           05 RPTD2-LITERAL             PIC X(08).
           05 RPTD2-RESULT-1            PIC ZZZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD2-RESULT-2            PIC ZZZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD2-RESULT-3            PIC ZZZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD2-RESULT-4            PIC ZZZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD2-RESULT-5            PIC ZZZZ9.99-.
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  RPT-RECHAZO.
           05 FILLER                    PIC X(08) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'RECHAZADO - '.
           05 RPTX-RAZON                PIC X(30).
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *LISTADO DE REVERSOS PARA LA REVISION DEL SUPERVISOR - CADA
      *REVERSO PEDIDO MUESTRA EL ITEM ORIGINAL Y EL QUE LO ANULA LADO
      *A LADO CON SUS OPERADORES; LOS RECHAZADOS MUESTRAN LA RAZON
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'REVRPT'                TO ABND-PROGRAMA
           MOVE ZEROS  TO WSV-CNT-LEIDOS
           MOVE ZEROS  TO WSV-CNT-LISTADOS
           MOVE ZEROS  TO WSV-CNT-ACEPTADOS
           MOVE ZEROS  TO WSV-CNT-RECHAZADOS
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           PERFORM 020-INICIO
           PERFORM 030-PROCESO UNTIL WSS-FIN
           PERFORM 080-FIN
           GOBACK.

       020-INICIO.
           OPEN INPUT REV-FILE
           IF WSV-REV-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN REV-FILE FALLO - STATUS '
                      WSV-REV-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 022-LEER-SELECCION
           MOVE 'REVRPT'              TO REPW-REPORT-ID
           MOVE 'LISTADO DE REVERSOS'  TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           MOVE '1'   TO WSS-SWITCHES
           PERFORM 025-LEER.

      *LA TARJETA ES OPCIONAL - SIN ELLA O CON FECHAS NO NUMERICAS SE
      *TOMA LA FECHA DE NEGOCIO EN CURSO; HASTA EN CERO ES IGUAL A
      *DESDE
       022-LEER-SELECCION.
           OPEN INPUT SELECT-FILE
           EVALUATE TRUE
               WHEN WSV-SEL-STAT = '00'
                   READ SELECT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SEL-FECHA-DESDE NUMERIC
                               MOVE SEL-FECHA-DESDE TO WSV-SEL-DESDE
                           END-IF
                           IF SEL-FECHA-HASTA NUMERIC
                               MOVE SEL-FECHA-HASTA TO WSV-SEL-HASTA
                           END-IF
                           MOVE SEL-SUCURSAL TO WSV-SEL-SUCURSAL
                   END-READ
                   CLOSE SELECT-FILE
               WHEN WSV-SEL-STAT = '35'
                   DISPLAY 'SIN TARJETA DE SELECCION - FECHA EN CURSO'
               WHEN OTHER
                   MOVE '022-LEER-SELECCI'    TO ABND-PARRAFO
                   STRING 'OPEN SELECT-FILE FALLO - STATUS '
                          WSV-SEL-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-SEL-DESDE = ZEROS
               MOVE WSV-FECHA-CORRIDA TO WSV-SEL-DESDE
           END-IF
           IF WSV-SEL-HASTA = ZEROS
               MOVE WSV-SEL-DESDE     TO WSV-SEL-HASTA
           END-IF.

       025-LEER.
           READ REV-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.

       030-PROCESO.
           IF REV-FECHA-NEGOCIO NOT < WSV-SEL-DESDE
            AND REV-FECHA-NEGOCIO NOT > WSV-SEL-HASTA
            AND (WSV-SEL-SUCURSAL = SPACES
                 OR WSV-SEL-SUCURSAL = REV-SUCURSAL)
               PERFORM 040-LISTAR-REVERSO
           END-IF
           PERFORM 025-LEER.

       040-LISTAR-REVERSO.
           ADD 1 TO WSV-CNT-LISTADOS
           MOVE REV-SUCURSAL          TO RPTD1-SUCURSAL
           MOVE REV-ORI-RUN-ID        TO RPTD1-ORI-RUN-ID
           MOVE REV-ORI-SECUENCIA     TO RPTD1-ORI-SECUENCIA
           MOVE REV-ORI-OPERADOR      TO RPTD1-ORI-OPERADOR
           MOVE REV-REV-RUN-ID        TO RPTD1-REV-RUN-ID
           MOVE REV-REV-SECUENCIA     TO RPTD1-REV-SECUENCIA
           MOVE REV-REV-OPERADOR      TO RPTD1-REV-OPERADOR
           MOVE RPT-DETALLE-1         TO REPW-LINEA
           MOVE 2                     TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE '  ORIG. '            TO RPTD2-LITERAL
           MOVE REV-ORI-RESULT-1      TO RPTD2-RESULT-1
           MOVE REV-ORI-RESULT-2      TO RPTD2-RESULT-2
           MOVE REV-ORI-RESULT-3      TO RPTD2-RESULT-3
           MOVE REV-ORI-RESULT-4      TO RPTD2-RESULT-4
           MOVE REV-ORI-RESULT-5      TO RPTD2-RESULT-5
           MOVE RPT-DETALLE-2         TO REPW-LINEA
           MOVE 1                     TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           IF REV-ACEPTADO
               ADD 1 TO WSV-CNT-ACEPTADOS
      *EL REVERSO POSTEA LOS NEGATIVOS EXACTOS DEL ORIGINAL
               MOVE '  REV.  '            TO RPTD2-LITERAL
               COMPUTE RPTD2-RESULT-1 = ZERO - REV-ORI-RESULT-1
               COMPUTE RPTD2-RESULT-2 = ZERO - REV-ORI-RESULT-2
               COMPUTE RPTD2-RESULT-3 = ZERO - REV-ORI-RESULT-3
               COMPUTE RPTD2-RESULT-4 = ZERO - REV-ORI-RESULT-4
               COMPUTE RPTD2-RESULT-5 = ZERO - REV-ORI-RESULT-5
               MOVE RPT-DETALLE-2         TO REPW-LINEA
           ELSE
               ADD 1 TO WSV-CNT-RECHAZADOS
               MOVE REV-RAZON             TO RPTX-RAZON
               MOVE RPT-RECHAZO           TO REPW-LINEA
           END-IF
           MOVE 1                     TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           MOVE SPACES TO REPW-LINEA
           MOVE 2      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'REGISTROS LEIDOS DE REVFILE   : ' TO RPTT-LITERAL
           MOVE WSV-CNT-LEIDOS                     TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'REVERSOS LISTADOS             : ' TO RPTT-LITERAL
           MOVE WSV-CNT-LISTADOS                   TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'REVERSOS ACEPTADOS            : ' TO RPTT-LITERAL
           MOVE WSV-CNT-ACEPTADOS                  TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'REVERSOS RECHAZADOS           : ' TO RPTT-LITERAL
           MOVE WSV-CNT-RECHAZADOS                 TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           CLOSE REV-FILE
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
