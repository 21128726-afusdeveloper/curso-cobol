       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     DUPRPT.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPS-FILE             ASSIGN TO DUPFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-DUPS-STAT.

           SELECT SELECT-FILE           ASSIGN TO DUPRCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SEL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY DUPSWS.

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
       77  WSV-DUPS-STAT                PIC X(02) VALUE ZEROS.
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
           05 WSV-CNT-MISMA-CORRIDA    PIC 9(07) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - TRES LINEAS
      *POR SOSPECHA: LA HUELLA REPETIDA (SUCURSAL, OPERANDOS Y
      *OPERACIONES), LA OCURRENCIA RETENIDA Y LA ANTERIOR
       01  RPT-ENCABEZADO-2.
           05 FILLER              PIC X(04) VALUE 'SUC'.
           05 FILLER              PIC X(10) VALUE 'ITEM'.
           05 FILLER              PIC X(08) VALUE 'FECHA'.
           05 FILLER              PIC X(19) VALUE 'ID DE CORRIDA'.
           05 FILLER              PIC X(05) VALUE 'SEC'.
           05 FILLER              PIC X(10) VALUE 'LOTE'.
           05 FILLER              PIC X(24) VALUE 'OPERADOR'.

       01  RPT-DETALLE-1.
           05 RPTD1-SUCURSAL            PIC X(03).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE 'A: '.
           05 RPTD1-NUM-A               PIC ZZZZ9.99-.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(04) VALUE 'B: '.
           05 RPTD1-NUM-B               PIC ZZZZ9.99-.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'OPER: '.
           05 RPTD1-OPERACIONES         PIC X(05).
           05 FILLER                    PIC X(31) VALUE SPACES.

       01  RPT-DETALLE-2.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPTD2-LITERAL             PIC X(10).
           05 RPTD2-FECHA               PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD2-RUN-ID              PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD2-SECUENCIA           PIC ZZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD2-LOTE                PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD2-OPERADOR            PIC X(08).
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *LISTADO DE SOSPECHAS DE DUPLICADO PARA LA REVISION DEL
      *SUPERVISOR - CADA DETALLE QUE ARITM RETUVO POR REPETIR UNA
      *HUELLA MUESTRA LAS DOS OCURRENCIAS, LA RETENIDA Y LA ANTERIOR
      *QUE LA DELATO, CON SUS CORRIDAS, LOTES Y OPERADORES; LA
      *DECISION SE TOMA DESPUES CON LIBERA
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'DUPRPT'                TO ABND-PROGRAMA
           MOVE ZEROS  TO WSV-CNT-LEIDOS
           MOVE ZEROS  TO WSV-CNT-LISTADOS
           MOVE ZEROS  TO WSV-CNT-MISMA-CORRIDA
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           PERFORM 020-INICIO
           PERFORM 030-PROCESO UNTIL WSS-FIN
           PERFORM 080-FIN
           GOBACK.

       020-INICIO.
           OPEN INPUT DUPS-FILE
           IF WSV-DUPS-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN DUPS-FILE FALLO - STATUS '
                      WSV-DUPS-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 022-LEER-SELECCION
           MOVE 'DUPRPT'              TO REPW-REPORT-ID
           MOVE 'SOSPECHAS DE DUPLICADO' TO REPW-TITULO
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
           READ DUPS-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.

       030-PROCESO.
           IF DUPS-FECHA-NEGOCIO NOT < WSV-SEL-DESDE
            AND DUPS-FECHA-NEGOCIO NOT > WSV-SEL-HASTA
            AND (WSV-SEL-SUCURSAL = SPACES
                 OR WSV-SEL-SUCURSAL = DUPS-SUCURSAL)
               PERFORM 040-LISTAR-SOSPECHA
           END-IF
           PERFORM 025-LEER.

      *LA OCURRENCIA ANTERIOR DE LA MISMA CORRIDA ES UN DETALLE
      *TECLEADO DOS VECES EN EL MISMO LOTE O EN UN LOTE DEL MISMO DIA
       040-LISTAR-SOSPECHA.
           ADD 1 TO WSV-CNT-LISTADOS
           IF DUPS-ORI-RUN-ID = DUPS-RUN-ID
               ADD 1 TO WSV-CNT-MISMA-CORRIDA
           END-IF
           MOVE DUPS-SUCURSAL         TO RPTD1-SUCURSAL
           MOVE DUPS-NUM-A            TO RPTD1-NUM-A
           MOVE DUPS-NUM-B            TO RPTD1-NUM-B
           MOVE DUPS-OPERACIONES      TO RPTD1-OPERACIONES
           MOVE RPT-DETALLE-1         TO REPW-LINEA
           MOVE 2                     TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'RETENIDO  '          TO RPTD2-LITERAL
           MOVE DUPS-FECHA-NEGOCIO    TO RPTD2-FECHA
           MOVE DUPS-RUN-ID           TO RPTD2-RUN-ID
           MOVE DUPS-SECUENCIA        TO RPTD2-SECUENCIA
           MOVE DUPS-LOTE             TO RPTD2-LOTE
           MOVE DUPS-OPERADOR         TO RPTD2-OPERADOR
           MOVE RPT-DETALLE-2         TO REPW-LINEA
           MOVE 1                     TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'ANTERIOR  '          TO RPTD2-LITERAL
           MOVE DUPS-ORI-FECHA        TO RPTD2-FECHA
           MOVE DUPS-ORI-RUN-ID       TO RPTD2-RUN-ID
           MOVE DUPS-ORI-SECUENCIA    TO RPTD2-SECUENCIA
           MOVE DUPS-ORI-LOTE         TO RPTD2-LOTE
           MOVE DUPS-ORI-OPERADOR     TO RPTD2-OPERADOR
           MOVE RPT-DETALLE-2         TO REPW-LINEA
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
           MOVE 'REGISTROS LEIDOS DE DUPFILE   : ' TO RPTT-LITERAL
           MOVE WSV-CNT-LEIDOS                     TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'SOSPECHAS LISTADAS            : ' TO RPTT-LITERAL
           MOVE WSV-CNT-LISTADOS                   TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE '  CONTRA LA MISMA CORRIDA     : ' TO RPTT-LITERAL
           MOVE WSV-CNT-MISMA-CORRIDA              TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           CLOSE DUPS-FILE
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
