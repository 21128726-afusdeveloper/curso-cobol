       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     RELEVO.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *RELEVOS ANTERIORES - EL ULTIMO ES EL PUNTO DE PARTIDA DE ESTE;
      *AL TERMINAR SE LE AGREGA EL RELEVO DE HOY
           SELECT RELEVO-FILE           ASSIGN TO RELEVOF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RLV-STAT.

      *QUIEN ENTREGA Y QUIEN RECIBE EL TURNO - SIN TARJETA EL
      *REPORTE ES SOLO UNA CONSULTA Y NO SE ASIENTA
           SELECT RELV-CARD-FILE        ASSIGN TO RELVCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CARD-STAT.

           SELECT REGISTRY-FILE         ASSIGN TO RUNCTLF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS REG-LLAVE
                                         FILE STATUS IS WSV-REG-STAT.

           SELECT CIERRE-FILE           ASSIGN TO CIERREF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CIE-STAT.

           SELECT ALERT-LOG-FILE        ASSIGN TO ALERTLOG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ALOG-STAT.

           SELECT HIST-FILE             ASSIGN TO EXCPHIST
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS HST-TICKET
                                         FILE STATUS IS WSV-HIST-STAT.

           SELECT HELD-FILE             ASSIGN TO HELDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-HELD-STAT.

           SELECT PEND-FILE             ASSIGN TO PENDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-PEND-STAT.

      *EL EXTRACTO QUE CONVE ENTREGO Y EL ACUSE DEL RECEPTOR - LOS
      *MISMOS QUE CUADRA EXTACK
           SELECT EXTRACT-FILE          ASSIGN TO EXTFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-EXT-STAT.

           SELECT ACK-FILE              ASSIGN TO ACKFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ACK-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEVO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RLVWS.

       FD  RELV-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RELV-CARD-RECORD.
           05 RELC-SALIENTE             PIC X(08).
           05 FILLER                    PIC X(01).
           05 RELC-ENTRANTE             PIC X(08).
           05 FILLER                    PIC X(63).

       FD  REGISTRY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCFD.

       FD  CIERRE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY CIERWS.

       FD  ALERT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY ALRLWS.

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY EXCPHWS.

       FD  HELD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELDWS.

       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY PENDWS.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY EXTRWS.

       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-RECORD.
           05 ACK-FECHA                 PIC 9(06).
           05 ACK-ACEPTADOS             PIC 9(07).
           05 ACK-ESTADO                PIC X(01).
             88 ACK-ACEPTADO                     VALUE 'A'.
           05 FILLER                    PIC X(66).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-RLV-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-CARD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-REG-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-CIE-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-ALOG-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-HIST-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-HELD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-PEND-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-EXT-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-ACK-STAT                 PIC X(02) VALUE ZEROS.
      *
       77  WSV-FECHA-NEGOCIO            PIC 9(06) VALUE ZEROS.
       01  WSV-AHORA.
           05 WSV-FECHA-SISTEMA        PIC 9(06) VALUE ZEROS.
           05 WSV-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
      *
      *QUIEN ENTREGA Y QUIEN RECIBE - EL RELEVO SOLO SE ASIENTA CON
      *LOS DOS OPERADORES INFORMADOS Y DISTINTOS
       77  WSV-SALIENTE                 PIC X(08) VALUE SPACES.
       77  WSV-ENTRANTE                 PIC X(08) VALUE SPACES.
       77  WSV-TARJETA-SW               PIC X(01) VALUE 'N'.
         88 WSV-HAY-TARJETA                      VALUE 'S'.
       77  WSV-ASENTAR-SW               PIC X(01) VALUE 'N'.
         88 WSV-ASENTAR                          VALUE 'S'.
      *
      *EL RELEVO ANTERIOR: DESDE SU HORA SE TOMAN LAS ALERTAS; SIN
      *RELEVO ANTERIOR, DESDE EL INICIO DE LA FECHA DE NEGOCIO
       77  WSV-ANTERIOR-SW              PIC X(01) VALUE 'N'.
         88 WSV-HAY-ANTERIOR                     VALUE 'S'.
       01  WSV-RELEVO-ANTERIOR.
           05 WSV-ANT-FECHA-SISTEMA    PIC 9(06) VALUE ZEROS.
           05 WSV-ANT-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
           05 WSV-ANT-SALIENTE         PIC X(08) VALUE SPACES.
           05 WSV-ANT-ENTRANTE         PIC X(08) VALUE SPACES.
           05 WSV-ANT-FECHA-NEGOCIO    PIC 9(06) VALUE ZEROS.
           05 WSV-ANT-EMPRESA          PIC X(01) VALUE SPACES.
           05 WSV-ANT-FECHA-CERRADA    PIC X(01) VALUE SPACES.
           05 WSV-ANT-CORRIDAS         PIC 9(05) VALUE ZEROS.
           05 WSV-ANT-ALERTAS          PIC 9(05) VALUE ZEROS.
           05 WSV-ANT-GRAVES           PIC 9(05) VALUE ZEROS.
           05 WSV-ANT-RETENIDOS        PIC 9(05) VALUE ZEROS.
           05 WSV-ANT-PENDIENTES       PIC 9(05) VALUE ZEROS.
           05 WSV-ANT-EXTRACTO         PIC X(01) VALUE SPACES.
       01  WSV-DESDE.
           05 WSV-DESDE-FECHA          PIC 9(06) VALUE ZEROS.
           05 WSV-DESDE-HORA           PIC 9(08) VALUE ZEROS.
       01  WSV-SELLO-ALERTA.
           05 WSV-ALR-FECHA            PIC 9(06) VALUE ZEROS.
           05 WSV-ALR-HORA             PIC 9(08) VALUE ZEROS.
      *
      *CORRIDAS ABIERTAS DEL CONTROL DE CORRIDAS: INICIADAS Y SIN
      *FIN, O TERMINADAS CON RC 8 O MAS. LAS DE UNA FECHA QUE SU
      *EMPRESA YA CERRO (DIACIE LAS ACEPTO) NO SE LISTAN
       77  WSC-MAX-ABIERTAS             PIC 9(03) VALUE 500.
       77  WSV-ABI-CNT                  PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-ABIERTAS.
           05 WSV-ABI-ENTRY            OCCURS 1 TO 500 TIMES
                                        DEPENDING ON WSV-ABI-CNT
                                        INDEXED BY WSV-ABI-IDX.
               10 WSV-ABI-PROGRAMA     PIC X(08).
               10 WSV-ABI-FECHA        PIC 9(06).
               10 WSV-ABI-EMPRESA      PIC X(01).
               10 WSV-ABI-EVENTO       PIC X(01).
               10 WSV-ABI-RC           PIC 9(04).
               10 WSV-ABI-FECHA-SIST   PIC 9(06).
               10 WSV-ABI-HORA-SIST    PIC 9(08).
               10 WSV-ABI-CERRADA      PIC X(01).
      *
      *FECHA DE NEGOCIO DE LA EMPRESA EN CURSO
       77  WSV-CERRADA-SW               PIC X(01) VALUE 'N'.
         88 WSV-NEGOCIO-CERRADO                  VALUE 'S'.
      *
      *EXTRACTO DE CONVE - LA ULTIMA FECHA QUE CONVE TERMINO BIEN
      *PARA LA EMPRESA, CONTRA LA QUE SE MIRA EL ACUSE
       77  WSV-CONVE-FECHA              PIC 9(06) VALUE ZEROS.
       77  WSV-HAY-EXTRACTO-SW          PIC X(01) VALUE 'N'.
         88 WSV-HAY-EXTRACTO                     VALUE 'S'.
       77  WSV-HAY-TRAILER              PIC X(01) VALUE 'N'.
       77  WSV-EXT-CUENTA               PIC 9(07) VALUE ZEROS.
       77  WSV-HAY-ACUSE                PIC X(01) VALUE 'N'.
       77  WSV-ACK-FECHA                PIC 9(06) VALUE ZEROS.
       77  WSV-ACK-ACEPTADOS            PIC 9(07) VALUE ZEROS.
       77  WSV-ACK-ESTADO               PIC X(01) VALUE SPACES.
       77  WSV-EXTRACTO-ESTADO          PIC X(30) VALUE SPACES.
       77  WSV-SIN-ACUSE-SW             PIC X(01) VALUE 'N'.
         88 WSV-EXTRACTO-SIN-ACUSE               VALUE 'S'.
      *
      *LO QUE QUEDA ABIERTO - VA AL RESUMEN Y AL REGISTRO DEL RELEVO
       01  WSV-TOTALES.
           05 WSV-TOT-CORRIDAS         PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-ALERTAS          PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-GRAVES           PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-RETENIDOS        PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-PENDIENTES       PIC 9(05) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) EN UNA SOLA
      *TIRADA, UNA SECCION DETRAS DE OTRA
       01  RPT-SECCION.
           05 RPTX-TITULO               PIC X(80).

       01  RPT-RELEVO.
           05 RPTL-LITERAL              PIC X(22).
           05 RPTL-FECHA                PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTL-HORA                 PIC 9(08).
           05 FILLER                    PIC X(06) VALUE '  DE  '.
           05 RPTL-SALIENTE             PIC X(08).
           05 FILLER                    PIC X(05) VALUE '  A  '.
           05 RPTL-ENTRANTE             PIC X(08).
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  RPT-NEGOCIO.
           05 FILLER                    PIC X(22) VALUE
              'FECHA DE NEGOCIO    : '.
           05 RPTN-FECHA                PIC 9(06).
           05 FILLER                    PIC X(09) VALUE
              ' EMPRESA '.
           05 RPTN-EMPRESA              PIC X(01).
           05 FILLER                    PIC X(03) VALUE ' - '.
           05 RPTN-ESTADO               PIC X(20).
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  RPT-CORRIDA.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTR-PROGRAMA             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-FECHA                PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-EMPRESA              PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-ESTADO               PIC X(18).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-RC                   PIC ZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTR-FECHA-SIST           PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-HORA-SIST            PIC 9(08).
           05 FILLER                    PIC X(21) VALUE SPACES.

       01  RPT-ALERTA.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTA-FECHA                PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTA-HORA                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTA-PROGRAMA             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTA-RAZON                PIC X(40).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTA-OPERADOR             PIC X(08).
           05 FILLER                    PIC X(04) VALUE SPACES.

       01  RPT-GRAVE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTG-TICKET               PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTG-FECHA                PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTG-EMPRESA              PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTG-PROGRAMA             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTG-RAZON                PIC X(40).
           05 FILLER                    PIC X(11) VALUE SPACES.

       01  RPT-RETENIDO.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTH-LOTE                 PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTH-FECHA-LOTE           PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTH-SECUENCIA            PIC 9(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTH-MOTIVO               PIC X(09).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTH-RUN-ID               PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTH-OPERADOR             PIC X(08).
           05 FILLER                    PIC X(21) VALUE SPACES.

       01  RPT-PENDIENTE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTP-ACCION               PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTP-CODIGO               PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTP-DESCRIPCION          PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTP-FECHA-EFECTIVA       PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTP-CAPTURADO-POR        PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTP-FECHA-CAPTURA        PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTP-USO                  PIC X(06).
           05 FILLER                    PIC X(28) VALUE SPACES.

       01  RPT-RESUMEN-ENC.
           05 FILLER                    PIC X(32) VALUE SPACES.
           05 FILLER                    PIC X(48) VALUE
              '   AHORA  RELEVO ANT.'.

       01  RPT-RESUMEN.
           05 RPTS-CONCEPTO             PIC X(32).
           05 RPTS-AHORA                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPTS-ANTERIOR             PIC X(10).
           05 FILLER                    PIC X(29) VALUE SPACES.

       01  RPT-RESUMEN-ESTADO.
           05 RPTE-CONCEPTO             PIC X(32).
           05 RPTE-AHORA                PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTE-ANTERIOR             PIC X(08).
           05 FILLER                    PIC X(31) VALUE SPACES.

       77  WSV-ANTERIOR-EDIT            PIC ZZ,ZZ9.

      *REPORTE DE RELEVO DE TURNO - SE PUEDE CORRER EN CUALQUIER
      *MOMENTO. JUNTA TODO LO QUE SIGUE ABIERTO: CORRIDAS SIN FIN O
      *CON RC 8 O MAS EN EL CONTROL DE CORRIDAS, ALERTAS POSTERIORES
      *AL RELEVO ANTERIOR, TICKETS GRAVES PENDIENTES DEL HISTORIAL,
      *ITEMS RETENIDOS QUE ESPERAN AL SUPERVISOR, CAMBIOS AL MAESTRO
      *SIN APROBAR, EL EXTRACTO DE CONVE SIN ACUSE Y SI LA FECHA DE
      *NEGOCIO ESTA CERRADA. CON LA TARJETA DE RELEVO (QUIEN SALE Y
      *QUIEN ENTRA) ASIENTA EL RELEVO EN RELEVOF PARA QUE EL PROXIMO
      *REPORTE PARTA DE ESTE. LOS ARCHIVOS QUE NO EXISTEN SE INFORMAN
      *EN SU SECCION Y NO DETIENEN EL REPORTE
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'RELEVO'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-RELEVO-ANTERIOR
           PERFORM 040-REVISAR-CORRIDAS
           PERFORM 045-REVISAR-CIERRES
           PERFORM 050-REVISAR-EXTRACTO
           PERFORM 060-ENCABEZADO
           PERFORM 062-LISTAR-CORRIDAS
           PERFORM 065-LISTAR-ALERTAS
           PERFORM 070-LISTAR-GRAVES
           PERFORM 074-LISTAR-RETENIDOS
           PERFORM 077-LISTAR-PENDIENTES
           PERFORM 080-RESUMEN
           IF WSV-ASENTAR
               PERFORM 085-ASENTAR-RELEVO
           END-IF
           PERFORM 090-FIN
           GOBACK.

       020-INICIO.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-NEGOCIO
           ACCEPT WSV-FECHA-SISTEMA FROM DATE
           ACCEPT WSV-HORA-SISTEMA  FROM TIME
           MOVE ZEROS TO WSV-ABI-CNT
           PERFORM 022-LEER-TARJETA
           MOVE 'RELEVO'              TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'RELEVO DE TURNO ' WSV-FECHA-SISTEMA
                  ' ' WSV-HORA-SISTEMA (1:4) DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE SPACES                TO REPW-ENCAB2
           MOVE WSV-FECHA-NEGOCIO     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *LA TARJETA ES OPCIONAL - SIN ELLA SOLO SE CONSULTA. CON
      *ELLA, LOS DOS OPERADORES DEBEN VENIR Y SER DISTINTOS; SI NO,
      *EL REPORTE SALE IGUAL PERO EL RELEVO NO SE ASIENTA (RC 4)
       022-LEER-TARJETA.
           OPEN INPUT RELV-CARD-FILE
           IF WSV-CARD-STAT = '00'
               READ RELV-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S'           TO WSV-TARJETA-SW
                       MOVE RELC-SALIENTE TO WSV-SALIENTE
                       MOVE RELC-ENTRANTE TO WSV-ENTRANTE
               END-READ
               CLOSE RELV-CARD-FILE
           END-IF
           IF WSV-HAY-TARJETA
               IF WSV-SALIENTE NOT = SPACES
                AND WSV-ENTRANTE NOT = SPACES
                AND WSV-SALIENTE NOT = WSV-ENTRANTE
                   MOVE 'S' TO WSV-ASENTAR-SW
               ELSE
                   DISPLAY 'RELEVO: TARJETA DE RELEVO INVALIDA - '
                           'EL RELEVO NO SE ASIENTA'
               END-IF
           END-IF.

      *EL ULTIMO REGISTRO DE RELEVOF ES EL RELEVO ANTERIOR
       030-RELEVO-ANTERIOR.
           OPEN INPUT RELEVO-FILE
           EVALUATE TRUE
               WHEN WSV-RLV-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 031-LEER-RELEVO UNTIL WSS-FIN
                   CLOSE RELEVO-FILE
               WHEN WSV-RLV-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '030-RELEVO-ANTER'    TO ABND-PARRAFO
                   STRING 'OPEN RELEVO-FILE FALLO - STATUS '
                          WSV-RLV-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-HAY-ANTERIOR
               MOVE WSV-ANT-FECHA-SISTEMA TO WSV-DESDE-FECHA
               MOVE WSV-ANT-HORA-SISTEMA  TO WSV-DESDE-HORA
           ELSE
               MOVE WSV-FECHA-NEGOCIO     TO WSV-DESDE-FECHA
               MOVE ZEROS                 TO WSV-DESDE-HORA
           END-IF.

       031-LEER-RELEVO.
           READ RELEVO-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   MOVE 'S'           TO WSV-ANTERIOR-SW
                   MOVE RELEVO-RECORD TO WSV-RELEVO-ANTERIOR
           END-READ.

      *RECORRE EL CONTROL DE CORRIDAS: ANOTA LAS ABIERTAS Y LA
      *ULTIMA FECHA EN QUE CONVE TERMINO BIEN PARA LA EMPRESA
       040-REVISAR-CORRIDAS.
           OPEN INPUT REGISTRY-FILE
           EVALUATE TRUE
               WHEN WSV-REG-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 041-LEER-REGISTRO
                   PERFORM 042-ANOTAR-CORRIDA UNTIL WSS-FIN
                   CLOSE REGISTRY-FILE
               WHEN WSV-REG-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '040-REVISAR-CORR'    TO ABND-PARRAFO
                   STRING 'OPEN REGISTRY FALLO - STATUS '
                          WSV-REG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       041-LEER-REGISTRO.
           READ REGISTRY-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       042-ANOTAR-CORRIDA.
           IF REG-EV-INICIO
            OR (REG-EV-FIN AND REG-RETURN-CODE NOT < 8)
               PERFORM 043-ALTA-ABIERTA
           END-IF
           IF REG-PROGRAMA = 'CONVE'
            AND REG-EMPRESA = FECH-EMPRESA
            AND REG-EV-FIN
            AND REG-RETURN-CODE < 8
            AND REG-FECHA-NEGOCIO > WSV-CONVE-FECHA
               MOVE REG-FECHA-NEGOCIO TO WSV-CONVE-FECHA
           END-IF
           PERFORM 041-LEER-REGISTRO.

       043-ALTA-ABIERTA.
           IF WSV-ABI-CNT = WSC-MAX-ABIERTAS
               MOVE '043-ALTA-ABIERTA'    TO ABND-PARRAFO
               MOVE 'TABLA DE CORRIDAS ABIERTAS LLENA - MAX 500'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-ABI-CNT
           SET WSV-ABI-IDX TO WSV-ABI-CNT
           MOVE REG-PROGRAMA      TO WSV-ABI-PROGRAMA (WSV-ABI-IDX)
           MOVE REG-FECHA-NEGOCIO TO WSV-ABI-FECHA (WSV-ABI-IDX)
           MOVE REG-EMPRESA       TO WSV-ABI-EMPRESA (WSV-ABI-IDX)
           MOVE REG-EVENTO        TO WSV-ABI-EVENTO (WSV-ABI-IDX)
           MOVE REG-RETURN-CODE   TO WSV-ABI-RC (WSV-ABI-IDX)
           MOVE REG-FECHA-SISTEMA TO WSV-ABI-FECHA-SIST (WSV-ABI-IDX)
           MOVE REG-HORA-SISTEMA  TO WSV-ABI-HORA-SIST (WSV-ABI-IDX)
           MOVE 'N'               TO WSV-ABI-CERRADA (WSV-ABI-IDX).

      *LAS FECHAS CERRADAS: LA DE NEGOCIO EN CURSO DE LA EMPRESA, Y
      *LAS DE LAS CORRIDAS ABIERTAS QUE YA NO CUENTAN
       045-REVISAR-CIERRES.
           OPEN INPUT CIERRE-FILE
           EVALUATE TRUE
               WHEN WSV-CIE-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 046-LEER-CIERRE
                   PERFORM 047-MARCAR-CIERRE UNTIL WSS-FIN
                   CLOSE CIERRE-FILE
               WHEN WSV-CIE-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '045-REVISAR-CIER'    TO ABND-PARRAFO
                   STRING 'OPEN CIERRE-FILE FALLO - STATUS '
                          WSV-CIE-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       046-LEER-CIERRE.
           READ CIERRE-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       047-MARCAR-CIERRE.
           IF CIE-FECHA-NEGOCIO = WSV-FECHA-NEGOCIO
            AND CIE-EMPRESA = FECH-EMPRESA
               MOVE 'S' TO WSV-CERRADA-SW
           END-IF
           PERFORM 048-MARCAR-ABIERTA
               VARYING WSV-ABI-IDX FROM 1 BY 1
               UNTIL WSV-ABI-IDX > WSV-ABI-CNT
           PERFORM 046-LEER-CIERRE.

       048-MARCAR-ABIERTA.
           IF WSV-ABI-FECHA (WSV-ABI-IDX) = CIE-FECHA-NEGOCIO
            AND WSV-ABI-EMPRESA (WSV-ABI-IDX) = CIE-EMPRESA
               MOVE 'S' TO WSV-ABI-CERRADA (WSV-ABI-IDX)
           END-IF.

      *EL EXTRACTO DE CONVE SE DA POR ACUSADO CON LAS MISMAS REGLAS
      *DE EXTACK: ACUSE PRESENTE, DE LA FECHA DEL EXTRACTO, ACEPTADO
      *Y CON LA CUENTA DEL TRAILER. SIN EXTRACTO NO HAY NADA QUE
      *ACUSAR
       050-REVISAR-EXTRACTO.
           IF WSV-CONVE-FECHA = ZEROS
               MOVE WSV-FECHA-NEGOCIO TO WSV-CONVE-FECHA
           END-IF
           OPEN INPUT EXTRACT-FILE
           EVALUATE TRUE
               WHEN WSV-EXT-STAT = '00'
                   MOVE 'S' TO WSV-HAY-EXTRACTO-SW
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 051-LEER-EXTRACTO
                   PERFORM 052-BUSCAR-TRAILER UNTIL WSS-FIN
                   CLOSE EXTRACT-FILE
               WHEN WSV-EXT-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '050-REVISAR-EXTR'    TO ABND-PARRAFO
                   STRING 'OPEN EXTRACT-FILE FALLO - STATUS '
                          WSV-EXT-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-HAY-EXTRACTO
               PERFORM 054-LEER-ACUSE
           END-IF
           MOVE 'S' TO WSV-SIN-ACUSE-SW
           EVALUATE TRUE
               WHEN NOT WSV-HAY-EXTRACTO
                   MOVE 'N'                         TO WSV-SIN-ACUSE-SW
                   MOVE 'SIN EXTRACTO'        TO WSV-EXTRACTO-ESTADO
               WHEN WSV-HAY-TRAILER NOT = 'S'
                   MOVE 'EXTRACTO SIN TRAILER' TO WSV-EXTRACTO-ESTADO
               WHEN WSV-HAY-ACUSE NOT = 'S'
                   MOVE 'SIN ACUSE DEL RECEPTOR'
                       TO WSV-EXTRACTO-ESTADO
               WHEN WSV-ACK-FECHA NOT = WSV-CONVE-FECHA
                   MOVE 'ACUSE DE OTRA FECHA' TO WSV-EXTRACTO-ESTADO
               WHEN WSV-ACK-ESTADO NOT = 'A'
                   MOVE 'ACUSE CON RECHAZO'   TO WSV-EXTRACTO-ESTADO
               WHEN WSV-ACK-ACEPTADOS NOT = WSV-EXT-CUENTA
                   MOVE 'CUENTA DEL ACUSE NO CUADRA'
                       TO WSV-EXTRACTO-ESTADO
               WHEN OTHER
                   MOVE 'N'                         TO WSV-SIN-ACUSE-SW
                   MOVE 'ACUSADO EN CUADRE'   TO WSV-EXTRACTO-ESTADO
           END-EVALUATE.

       051-LEER-EXTRACTO.
           READ EXTRACT-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       052-BUSCAR-TRAILER.
           IF EXT-TIPO-TRAILER
               MOVE 'S'            TO WSV-HAY-TRAILER
               MOVE EXT-TRL-CUENTA TO WSV-EXT-CUENTA
           END-IF
           PERFORM 051-LEER-EXTRACTO.

       054-LEER-ACUSE.
           OPEN INPUT ACK-FILE
           EVALUATE TRUE
               WHEN WSV-ACK-STAT = '00'
                   READ ACK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'S'           TO WSV-HAY-ACUSE
                           IF ACK-FECHA NUMERIC
                               MOVE ACK-FECHA TO WSV-ACK-FECHA
                           END-IF
                           IF ACK-ACEPTADOS NUMERIC
                               MOVE ACK-ACEPTADOS
                                   TO WSV-ACK-ACEPTADOS
                           END-IF
                           MOVE ACK-ESTADO    TO WSV-ACK-ESTADO
                   END-READ
                   CLOSE ACK-FILE
               WHEN WSV-ACK-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '054-LEER-ACUSE'      TO ABND-PARRAFO
                   STRING 'OPEN ACK-FILE FALLO - STATUS '
                          WSV-ACK-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

      *QUIEN ENTREGA A QUIEN, EL RELEVO ANTERIOR Y EL ESTADO DE LA
      *FECHA DE NEGOCIO
       060-ENCABEZADO.
           PERFORM 099-PAGINA-REPORTE
           MOVE 'ESTE RELEVO         : ' TO RPTL-LITERAL
           MOVE WSV-FECHA-SISTEMA        TO RPTL-FECHA
           MOVE WSV-HORA-SISTEMA         TO RPTL-HORA
           MOVE WSV-SALIENTE             TO RPTL-SALIENTE
           MOVE WSV-ENTRANTE             TO RPTL-ENTRANTE
           PERFORM 061-RELEVO-LINEA
           IF NOT WSV-ASENTAR
               MOVE '   (CONSULTA - EL RELEVO NO SE ASIENTA)'
                   TO RPTX-TITULO
               PERFORM 079-TITULO-SECCION
           END-IF
           IF WSV-HAY-ANTERIOR
               MOVE 'RELEVO ANTERIOR     : ' TO RPTL-LITERAL
               MOVE WSV-ANT-FECHA-SISTEMA    TO RPTL-FECHA
               MOVE WSV-ANT-HORA-SISTEMA     TO RPTL-HORA
               MOVE WSV-ANT-SALIENTE         TO RPTL-SALIENTE
               MOVE WSV-ANT-ENTRANTE         TO RPTL-ENTRANTE
               PERFORM 061-RELEVO-LINEA
           ELSE
               MOVE 'RELEVO ANTERIOR     : NINGUNO ASENTADO'
                   TO RPTX-TITULO
               PERFORM 079-TITULO-SECCION
           END-IF
           MOVE WSV-FECHA-NEGOCIO TO RPTN-FECHA
           MOVE FECH-EMPRESA      TO RPTN-EMPRESA
           IF WSV-NEGOCIO-CERRADO
               MOVE 'CERRADA'     TO RPTN-ESTADO
           ELSE
               MOVE 'ABIERTA'     TO RPTN-ESTADO
           END-IF
           MOVE RPT-NEGOCIO TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE SPACES TO RPTX-TITULO
           STRING 'EXTRACTO CONVE      : ' WSV-CONVE-FECHA ' '
                  WSV-EXTRACTO-ESTADO DELIMITED BY SIZE
                  INTO RPTX-TITULO
           PERFORM 079-TITULO-SECCION.

       061-RELEVO-LINEA.
           MOVE RPT-RELEVO TO REPW-LINEA
           MOVE 1          TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *CORRIDAS ABIERTAS DE FECHAS NO CERRADAS, DE TODAS LAS
      *EMPRESAS
       062-LISTAR-CORRIDAS.
           MOVE 'CORRIDAS SIN TERMINAR O CON RC 8 O MAS' TO RPTX-TITULO
           PERFORM 078-ABRIR-SECCION
           MOVE '  PROGRAMA FECHA  E ESTADO             RC  INICIO/FIN'
               TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           IF WSV-REG-STAT = '35'
               PERFORM 097-NO-DISPONIBLE
           END-IF
           PERFORM 063-CORRIDA-LINEA
               VARYING WSV-ABI-IDX FROM 1 BY 1
               UNTIL WSV-ABI-IDX > WSV-ABI-CNT.

       063-CORRIDA-LINEA.
           IF WSV-ABI-CERRADA (WSV-ABI-IDX) = 'N'
               ADD 1 TO WSV-TOT-CORRIDAS
               MOVE WSV-ABI-PROGRAMA (WSV-ABI-IDX) TO RPTR-PROGRAMA
               MOVE WSV-ABI-FECHA (WSV-ABI-IDX)    TO RPTR-FECHA
               MOVE WSV-ABI-EMPRESA (WSV-ABI-IDX)  TO RPTR-EMPRESA
               IF WSV-ABI-EVENTO (WSV-ABI-IDX) = 'I'
                   MOVE 'INICIADA SIN FIN'  TO RPTR-ESTADO
               ELSE
                   MOVE 'TERMINO CON ERROR' TO RPTR-ESTADO
               END-IF
               MOVE WSV-ABI-RC (WSV-ABI-IDX)        TO RPTR-RC
               MOVE WSV-ABI-FECHA-SIST (WSV-ABI-IDX)
                   TO RPTR-FECHA-SIST
               MOVE WSV-ABI-HORA-SIST (WSV-ABI-IDX) TO RPTR-HORA-SIST
               MOVE RPT-CORRIDA TO REPW-LINEA
               MOVE 1           TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF.

      *ALERTAS POSTERIORES AL RELEVO ANTERIOR - ALERTLOG ES
      *CRONOLOGICO
       065-LISTAR-ALERTAS.
           MOVE 'ALERTAS DESDE EL RELEVO ANTERIOR' TO RPTX-TITULO
           PERFORM 078-ABRIR-SECCION
           MOVE '  FECHA  HORA     PROGRAMA RAZON' TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           OPEN INPUT ALERT-LOG-FILE
           EVALUATE TRUE
               WHEN WSV-ALOG-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 066-LEER-ALERTA
                   PERFORM 067-ALERTA-LINEA UNTIL WSS-FIN
                   CLOSE ALERT-LOG-FILE
               WHEN WSV-ALOG-STAT = '35'
                   PERFORM 097-NO-DISPONIBLE
               WHEN OTHER
                   MOVE '065-LISTAR-ALERT'    TO ABND-PARRAFO
                   STRING 'OPEN ALERT-LOG FALLO - STATUS '
                          WSV-ALOG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       066-LEER-ALERTA.
           READ ALERT-LOG-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       067-ALERTA-LINEA.
           MOVE ALR-FECHA TO WSV-ALR-FECHA
           MOVE ALR-HORA  TO WSV-ALR-HORA
           IF WSV-SELLO-ALERTA > WSV-DESDE
               ADD 1 TO WSV-TOT-ALERTAS
               MOVE ALR-FECHA       TO RPTA-FECHA
               MOVE ALR-HORA        TO RPTA-HORA
               MOVE ALR-PROGRAMA    TO RPTA-PROGRAMA
               MOVE ALR-RAZON       TO RPTA-RAZON
               MOVE ALR-OPERADOR    TO RPTA-OPERADOR
               MOVE RPT-ALERTA TO REPW-LINEA
               MOVE 1          TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF
           PERFORM 066-LEER-ALERTA.

      *TICKETS DE SEVERIDAD 3 TODAVIA PENDIENTES, DE CUALQUIER FECHA
      *Y EMPRESA
       070-LISTAR-GRAVES.
           MOVE 'TICKETS GRAVES PENDIENTES (SEVERIDAD 3)'
               TO RPTX-TITULO
           PERFORM 078-ABRIR-SECCION
           MOVE '  TICKET   FECHA  E PROGRAMA RAZON' TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           OPEN INPUT HIST-FILE
           EVALUATE TRUE
               WHEN WSV-HIST-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 071-LEER-HIST
                   PERFORM 072-GRAVE-LINEA UNTIL WSS-FIN
                   CLOSE HIST-FILE
               WHEN WSV-HIST-STAT = '35'
                   PERFORM 097-NO-DISPONIBLE
               WHEN OTHER
                   MOVE '070-LISTAR-GRAVE'    TO ABND-PARRAFO
                   STRING 'OPEN HIST-FILE FALLO - STATUS '
                          WSV-HIST-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       071-LEER-HIST.
           READ HIST-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       072-GRAVE-LINEA.
           IF HST-PENDIENTE
            AND HST-SEVERIDAD = 3
               ADD 1 TO WSV-TOT-GRAVES
               MOVE HST-TICKET        TO RPTG-TICKET
               MOVE HST-RUN-ID (1:6)  TO RPTG-FECHA
               MOVE HST-EMPRESA       TO RPTG-EMPRESA
               MOVE HST-PROGRAMA      TO RPTG-PROGRAMA
               MOVE HST-RAZON         TO RPTG-RAZON
               MOVE RPT-GRAVE  TO REPW-LINEA
               MOVE 1          TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF
           PERFORM 071-LEER-HIST.

      *ITEMS RETENIDOS QUE ESPERAN LA DECISION DEL SUPERVISOR
      *(LIBERA)
       074-LISTAR-RETENIDOS.
           MOVE 'ITEMS RETENIDOS EN ESPERA DE LIBERA' TO RPTX-TITULO
           PERFORM 078-ABRIR-SECCION
           MOVE '  LOTE     FECHA  SECUENC MOTIVO    CORRIDA'
               TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           OPEN INPUT HELD-FILE
           EVALUATE TRUE
               WHEN WSV-HELD-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 075-LEER-RETENIDO
                   PERFORM 076-RETENIDO-LINEA UNTIL WSS-FIN
                   CLOSE HELD-FILE
               WHEN WSV-HELD-STAT = '35'
                   PERFORM 097-NO-DISPONIBLE
               WHEN OTHER
                   MOVE '074-LISTAR-RETEN'    TO ABND-PARRAFO
                   STRING 'OPEN HELD-FILE FALLO - STATUS '
                          WSV-HELD-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       075-LEER-RETENIDO.
           READ HELD-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       076-RETENIDO-LINEA.
           ADD 1 TO WSV-TOT-RETENIDOS
           MOVE HLD-LOTE          TO RPTH-LOTE
           MOVE HLD-FECHA-LOTE    TO RPTH-FECHA-LOTE
           MOVE HLD-SECUENCIA     TO RPTH-SECUENCIA
           IF HLD-POR-DUPLICADO
               MOVE 'DUPLICADO'   TO RPTH-MOTIVO
           ELSE
               MOVE 'MONTO'       TO RPTH-MOTIVO
           END-IF
           MOVE HLD-RUN-ID        TO RPTH-RUN-ID
           MOVE HLD-OPERADOR      TO RPTH-OPERADOR
           MOVE RPT-RETENIDO TO REPW-LINEA
           MOVE 1            TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           PERFORM 075-LEER-RETENIDO.

      *ALTAS, BAJAS Y CAMBIOS AL MAESTRO DE CODIGOS QUE ESPERAN LA
      *APROBACION DEL VERIFICADOR
       077-LISTAR-PENDIENTES.
           MOVE 'CAMBIOS AL MAESTRO SIN APROBAR' TO RPTX-TITULO
           PERFORM 078-ABRIR-SECCION
           MOVE '  ACCION CD DESCRIPC.  EFECT. CAPTURO  FECHA'
               TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           OPEN INPUT PEND-FILE
           EVALUATE TRUE
               WHEN WSV-PEND-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 077A-LEER-PENDIENTE
                   PERFORM 077B-PENDIENTE-LINEA UNTIL WSS-FIN
                   CLOSE PEND-FILE
               WHEN WSV-PEND-STAT = '35'
                   PERFORM 097-NO-DISPONIBLE
               WHEN OTHER
                   MOVE '077-LISTAR-PENDI'    TO ABND-PARRAFO
                   STRING 'OPEN PEND-FILE FALLO - STATUS '
                          WSV-PEND-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       077A-LEER-PENDIENTE.
           READ PEND-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       077B-PENDIENTE-LINEA.
           IF PEN-PENDIENTE
               ADD 1 TO WSV-TOT-PENDIENTES
               EVALUATE PEN-ACCION
                   WHEN 'A'    MOVE 'ALTA'   TO RPTP-ACCION
                   WHEN 'B'    MOVE 'BAJA'   TO RPTP-ACCION
                   WHEN 'C'    MOVE 'CAMBIO' TO RPTP-ACCION
                   WHEN OTHER  MOVE PEN-ACCION TO RPTP-ACCION
               END-EVALUATE
               MOVE PEN-CODIGO          TO RPTP-CODIGO
               MOVE PEN-DESCRIPCION     TO RPTP-DESCRIPCION
               MOVE PEN-FECHA-EFECTIVA  TO RPTP-FECHA-EFECTIVA
               MOVE PEN-CAPTURADO-POR   TO RPTP-CAPTURADO-POR
               MOVE PEN-FECHA-CAPTURA   TO RPTP-FECHA-CAPTURA
               IF PEN-CODIGO-EN-USO
                   MOVE 'EN USO'        TO RPTP-USO
               ELSE
                   MOVE SPACES          TO RPTP-USO
               END-IF
               MOVE RPT-PENDIENTE TO REPW-LINEA
               MOVE 1             TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF
           PERFORM 077A-LEER-PENDIENTE.

       078-ABRIR-SECCION.
           MOVE RPT-SECCION TO REPW-LINEA
           MOVE 2           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       079-TITULO-SECCION.
           MOVE RPT-SECCION TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *LO QUE QUEDA ABIERTO AHORA CONTRA LO QUE QUEDO ABIERTO EN EL
      *RELEVO ANTERIOR
       080-RESUMEN.
           MOVE 'RESUMEN DEL RELEVO' TO RPTX-TITULO
           PERFORM 078-ABRIR-SECCION
           MOVE RPT-RESUMEN-ENC TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE 'CORRIDAS ABIERTAS             : ' TO RPTS-CONCEPTO
           MOVE WSV-TOT-CORRIDAS                   TO RPTS-AHORA
           MOVE WSV-ANT-CORRIDAS                   TO WSV-ANTERIOR-EDIT
           PERFORM 081-RESUMEN-LINEA
           MOVE 'ALERTAS DESDE EL RELEVO       : ' TO RPTS-CONCEPTO
           MOVE WSV-TOT-ALERTAS                    TO RPTS-AHORA
           MOVE WSV-ANT-ALERTAS                    TO WSV-ANTERIOR-EDIT
           PERFORM 081-RESUMEN-LINEA
           MOVE 'TICKETS GRAVES PENDIENTES     : ' TO RPTS-CONCEPTO
           MOVE WSV-TOT-GRAVES                     TO RPTS-AHORA
           MOVE WSV-ANT-GRAVES                     TO WSV-ANTERIOR-EDIT
           PERFORM 081-RESUMEN-LINEA
           MOVE 'ITEMS RETENIDOS EN ESPERA     : ' TO RPTS-CONCEPTO
           MOVE WSV-TOT-RETENIDOS                  TO RPTS-AHORA
           MOVE WSV-ANT-RETENIDOS                  TO WSV-ANTERIOR-EDIT
           PERFORM 081-RESUMEN-LINEA
           MOVE 'CAMBIOS AL MAESTRO SIN APROBAR: ' TO RPTS-CONCEPTO
           MOVE WSV-TOT-PENDIENTES                 TO RPTS-AHORA
           MOVE WSV-ANT-PENDIENTES                 TO WSV-ANTERIOR-EDIT
           PERFORM 081-RESUMEN-LINEA
           MOVE 'EXTRACTO CONVE SIN ACUSE      : ' TO RPTE-CONCEPTO
           IF WSV-EXTRACTO-SIN-ACUSE
               MOVE '     SI'  TO RPTE-AHORA
           ELSE
               MOVE '     NO'  TO RPTE-AHORA
           END-IF
           EVALUATE TRUE
               WHEN NOT WSV-HAY-ANTERIOR
                   MOVE SPACES    TO RPTE-ANTERIOR
               WHEN WSV-ANT-EXTRACTO = 'S'
                   MOVE '     SI' TO RPTE-ANTERIOR
               WHEN OTHER
                   MOVE '     NO' TO RPTE-ANTERIOR
           END-EVALUATE
           PERFORM 082-ESTADO-LINEA
           MOVE 'FECHA DE NEGOCIO CERRADA      : ' TO RPTE-CONCEPTO
           IF WSV-NEGOCIO-CERRADO
               MOVE '     SI'  TO RPTE-AHORA
           ELSE
               MOVE '     NO'  TO RPTE-AHORA
           END-IF
           EVALUATE TRUE
               WHEN NOT WSV-HAY-ANTERIOR
                   MOVE SPACES    TO RPTE-ANTERIOR
               WHEN WSV-ANT-FECHA-CERRADA = 'S'
                   MOVE '     SI' TO RPTE-ANTERIOR
               WHEN OTHER
                   MOVE '     NO' TO RPTE-ANTERIOR
           END-EVALUATE
           PERFORM 082-ESTADO-LINEA.

       081-RESUMEN-LINEA.
           IF WSV-HAY-ANTERIOR
               MOVE WSV-ANTERIOR-EDIT TO RPTS-ANTERIOR
           ELSE
               MOVE SPACES            TO RPTS-ANTERIOR
           END-IF
           MOVE RPT-RESUMEN TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       082-ESTADO-LINEA.
           MOVE RPT-RESUMEN-ESTADO TO REPW-LINEA
           MOVE 1                  TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *EL RELEVO SE ASIENTA AL FINAL, CON EL REPORTE YA COMPLETO -
      *RELEVOF ES UN DATASET PERMANENTE PREASIGNADO
       085-ASENTAR-RELEVO.
           OPEN EXTEND RELEVO-FILE
           IF WSV-RLV-STAT NOT = '00'
               MOVE '085-ASENTAR-RELE'    TO ABND-PARRAFO
               STRING 'OPEN EXTEND RELEVO FALLO - STATUS '
                      WSV-RLV-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE SPACES              TO RELEVO-RECORD
           MOVE WSV-FECHA-SISTEMA   TO RLV-FECHA-SISTEMA
           MOVE WSV-HORA-SISTEMA    TO RLV-HORA-SISTEMA
           MOVE WSV-SALIENTE        TO RLV-SALIENTE
           MOVE WSV-ENTRANTE        TO RLV-ENTRANTE
           MOVE WSV-FECHA-NEGOCIO   TO RLV-FECHA-NEGOCIO
           MOVE FECH-EMPRESA        TO RLV-EMPRESA
           MOVE WSV-CERRADA-SW      TO RLV-FECHA-CERRADA
           MOVE WSV-TOT-CORRIDAS    TO RLV-CORRIDAS
           MOVE WSV-TOT-ALERTAS     TO RLV-ALERTAS
           MOVE WSV-TOT-GRAVES      TO RLV-GRAVES
           MOVE WSV-TOT-RETENIDOS   TO RLV-RETENIDOS
           MOVE WSV-TOT-PENDIENTES  TO RLV-PENDIENTES
           MOVE WSV-SIN-ACUSE-SW    TO RLV-EXTRACTO-SIN-ACUSE
           WRITE RELEVO-RECORD
           IF WSV-RLV-STAT NOT = '00'
               MOVE '085-ASENTAR-RELE'    TO ABND-PARRAFO
               STRING 'WRITE RELEVO FALLO - STATUS '
                      WSV-RLV-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           CLOSE RELEVO-FILE
           DISPLAY 'RELEVO: TURNO ENTREGADO POR ' WSV-SALIENTE
                   ' A ' WSV-ENTRANTE.

       090-FIN.
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
      *EL RETURN CODE VA DESPUES DEL ULTIMO CALL - EL RETORNO
      *NORMAL DE UN SUBPROGRAMA LLAMADO LO DEJA EN CERO
           IF WSV-HAY-TARJETA AND NOT WSV-ASENTAR
               MOVE 4 TO RETURN-CODE
           END-IF.

       097-NO-DISPONIBLE.
           MOVE '  (ARCHIVO NO DISPONIBLE)' TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
