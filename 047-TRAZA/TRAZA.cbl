       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     TRAZA.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ITEM A TRAZAR: LOTE E ITEM DENTRO DEL LOTE, O RUN-ID DE ARITM
      *Y SECUENCIA (LA MISMA QUE NOMBRAN LA AUDITORIA Y LOS REVERSOS)
           SELECT TRAZA-CARD-FILE       ASSIGN TO TRZCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CARD-STAT.

      *TODOS LOS ARCHIVOS DE LA TRAZA SON OPCIONALES - EL QUE NO
      *ESTA SE INFORMA COMO NO CONSULTADO Y LA TRAZA SIGUE. LA
      *ENTRADA, LOS RECHAZOS, EL SUSPENSO Y LAS CORRECCIONES DEBEN
      *SER LA GENERACION DE LA NOCHE DEL ITEM
           SELECT TRANS-FILE            ASSIGN TO TRANFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TRANS-STAT.

           SELECT TRANS-RJ-FILE         ASSIGN TO TRANRJ
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TRRJ-STAT.

           SELECT SUSP-FILE             ASSIGN TO SUSPFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SUSP-STAT.

           SELECT CORR-FILE             ASSIGN TO CORRTRAN
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CORR-STAT.

           SELECT HELD-FILE             ASSIGN TO HELDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-HELD-STAT.

           SELECT APROB-FILE            ASSIGN TO APRCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-APR-STAT.

           SELECT REL-FILE              ASSIGN TO RELFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-REL-STAT.

           SELECT AUDIT-FILE            ASSIGN TO AUDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDIT-STAT.

           SELECT EXCP-FILE             ASSIGN TO EXCPFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-EXCP-STAT.

           SELECT HIST-FILE             ASSIGN TO EXCPHIST
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS HST-TICKET
                                         FILE STATUS IS WSV-HIST-STAT.

           SELECT GL-FILE               ASSIGN TO GLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-GL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAZA-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAZA-CARD-RECORD.
           05 TRZ-MODO                  PIC X(01).
             88 TRZ-POR-LOTE                     VALUE 'L'.
             88 TRZ-POR-CORRIDA                  VALUE 'C'.
           05 FILLER                    PIC X(01).
           05 TRZ-LOTE                  PIC X(08).
           05 FILLER                    PIC X(01).
           05 TRZ-SECUENCIA             PIC 9(07).
           05 FILLER                    PIC X(01).
           05 TRZ-RUN-ID                PIC X(14).
           05 FILLER                    PIC X(47).

       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  TRANS-FILE-RECORD            PIC X(30).

       FD  TRANS-RJ-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANS-RJ-RECORD.
           05 TRJ-SECUENCIA             PIC 9(07).
           05 FILLER                    PIC X(01).
           05 TRJ-RAZON-COD             PIC X(02).
           05 FILLER                    PIC X(01).
           05 TRJ-RAZON                 PIC X(30).
           05 FILLER                    PIC X(01).
           05 TRJ-IMAGEN                PIC X(30).
           05 FILLER                    PIC X(08).

       FD  SUSP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SUSP-RECORD.
           05 SUS-ORIGEN                PIC X(01).
             88 SUS-ORIGEN-TRANS                 VALUE 'T'.
           05 SUS-SECUENCIA             PIC 9(07).
           05 SUS-RAZON-COD             PIC X(02).
           05 SUS-CICLOS                PIC 9(03).
           05 SUS-IMAGEN                PIC X(30).
           05 FILLER                    PIC X(37).

       FD  CORR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  CORR-RECORD.
           05 COR-ORIGEN                PIC X(01).
           05 COR-SECUENCIA             PIC 9(07).
           05 COR-IMAGEN                PIC X(30).
           05 FILLER                    PIC X(12).

       FD  HELD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELDWS.

       FD  APROB-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  APROB-RECORD.
           05 APR-RUN-ID                PIC X(14).
           05 APR-SECUENCIA             PIC 9(07).
           05 APR-ACCION                PIC X(01).
             88 APR-APROBAR                      VALUE 'A'.
             88 APR-RECHAZAR                     VALUE 'R'.
           05 APR-SUPERVISOR            PIC X(08).
           05 FILLER                    PIC X(20).

       FD  REL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REL-RECORD.
           05 REL-RUN-ID                PIC X(14).
           05 REL-LOTE                  PIC X(08).
           05 REL-FECHA-LOTE            PIC 9(06).
           05 REL-SECUENCIA             PIC 9(07).
           05 REL-IMAGEN                PIC X(30).
           05 REL-OPERADOR              PIC X(08).
           05 FILLER                    PIC X(07).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY AUDWS.

       FD  EXCP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
           COPY EXCPWS.

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY EXCPHWS.

       FD  GL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY GLWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
      *AREA PARA DESARMAR EL REGISTRO DE ENTRADA
           COPY TRANWS.
      *
       77  WSV-CARD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-TRANS-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-TRRJ-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-SUSP-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-CORR-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-HELD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-APR-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-REL-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-AUDIT-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-EXCP-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-HIST-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-GL-STAT                  PIC X(02) VALUE ZEROS.
      *
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
      *RECORRIDO DE LA ENTRADA: POSICION EN TRANFILE (LA QUE USAN
      *LOS RECHAZOS Y EL SUSPENSO) Y POSICION EN TRANOK (LA QUE USA
      *ARITM), QUE AVANZA SOLO CON LOS REGISTROS NO RECHAZADOS
       77  WSV-POS-ENTRADA              PIC 9(07) VALUE ZEROS.
       77  WSV-POS-VALIDADO             PIC 9(07) VALUE ZEROS.
       77  WSV-LOTE-CORRIENTE           PIC X(08) VALUE SPACES.
       77  WSV-FECHA-CORRIENTE          PIC 9(06) VALUE ZEROS.
       77  WSV-ITEM-EN-LOTE             PIC 9(07) VALUE ZEROS.
       77  WSV-HDR-VALIDADO             PIC 9(07) VALUE ZEROS.
       77  WSV-RJ-PROXIMO               PIC 9(07) VALUE ZEROS.
       77  WSV-RJ-FIN-SW                PIC X(01) VALUE 'N'.
         88 WSV-RJ-FIN                           VALUE 'S'.
       77  WSV-REG-RECHAZADO-SW         PIC X(01) VALUE 'N'.
         88 WSV-REG-RECHAZADO                    VALUE 'S'.
       77  WSV-ENT-ESTADO               PIC X(01) VALUE SPACES.
         88 WSV-ENT-BUSCANDO                     VALUE SPACES.
         88 WSV-ENT-EN-LOTE                      VALUE 'H'.
         88 WSV-ENT-COMPLETA                     VALUE 'F'.
      *
      *EL ITEM TAL COMO SE ENCONTRO EN LA ENTRADA
       01  WSV-ENTRADA.
           05 WSV-ENT-HALLADA-SW       PIC X(01) VALUE 'N'.
             88 WSV-ENT-HALLADA                  VALUE 'S'.
           05 WSV-ENT-RECHAZADA-SW     PIC X(01) VALUE 'N'.
             88 WSV-ENT-RECHAZADA                VALUE 'S'.
           05 WSV-ENT-POSICION         PIC 9(07) VALUE ZEROS.
           05 WSV-ENT-LOTE             PIC X(08) VALUE SPACES.
           05 WSV-ENT-FECHA-LOTE       PIC 9(06) VALUE ZEROS.
           05 WSV-ENT-FECHA-LOTE-X REDEFINES WSV-ENT-FECHA-LOTE
                                        PIC X(06).
           05 WSV-ENT-ITEM             PIC 9(07) VALUE ZEROS.
           05 WSV-ENT-IMAGEN           PIC X(30) VALUE SPACES.
           05 WSV-ENT-RAZON-COD        PIC X(02) VALUE SPACES.
           05 WSV-ENT-RAZON            PIC X(30) VALUE SPACES.
      *
      *IDENTIDAD DEL ITEM AGUAS ABAJO DEL EDITOR - RUN-ID DE LA
      *CORRIDA DE ARITM QUE LO PROCESO Y SU SECUENCIA EN TRANOK
       01  WSV-ITEM.
           05 WSV-ITEM-POSICION-SW     PIC X(01) VALUE 'N'.
             88 WSV-HAY-POSICION                 VALUE 'S'.
           05 WSV-ITEM-RUN-ID          PIC X(14) VALUE SPACES.
           05 WSV-ITEM-FECHA-RUN       PIC X(06) VALUE SPACES.
           05 WSV-ITEM-SUCURSAL        PIC X(03) VALUE SPACES.
           05 WSV-ITEM-OPERACIONES     PIC X(05) VALUE SPACES.
           05 WSV-ITEM-OPS REDEFINES WSV-ITEM-OPERACIONES.
              10 WSV-ITEM-OP           PIC X(01) OCCURS 5 TIMES.
           05 WSV-ITEM-POSTEADO-SW     PIC X(01) VALUE 'N'.
             88 WSV-ITEM-POSTEADO                VALUE 'S'.
           05 WSV-ITEM-LIBERADO-SW     PIC X(01) VALUE 'N'.
             88 WSV-ITEM-LIBERADO                VALUE 'S'.
      *
      *EL ID DE REGISTRO DE LAS EXCEPCIONES DE ARITM ES LA POSICION
      *EN TRANOK: LA DEL ITEM, O LA DEL HEADER O EL TRAILER DE SU
      *LOTE CUANDO LA EXCEPCION ES DEL LOTE ENTERO
       01  WSV-ID-ITEM.
           05 WSV-ID-ITEM-N            PIC 9(07).
           05 FILLER                   PIC X(03) VALUE SPACES.
       01  WSV-ID-HEADER.
           05 WSV-ID-HEADER-N          PIC 9(07).
           05 FILLER                   PIC X(03) VALUE SPACES.
       01  WSV-ID-TRAILER.
           05 WSV-ID-TRAILER-N         PIC 9(07).
           05 FILLER                   PIC X(03) VALUE SPACES.
      *
       77  WSV-EVENTOS                  PIC 9(03) VALUE ZEROS.
       77  WSV-GL-RES                   PIC 9(01) VALUE ZEROS.
       77  WSV-ED-SEC                   PIC ZZZZZZ9.
       77  WSV-ED-IMP                   PIC ZZZZ9.99-.
       77  WSV-ED-IMP-GL                PIC ZZZZZZ9.99-.
       77  WSV-ED-CICLOS                PIC ZZ9.
       77  WSV-TXT-A                    PIC X(09) VALUE SPACES.
       77  WSV-TXT-B                    PIC X(09) VALUE SPACES.
       77  WSV-TXT-R1                   PIC X(09) VALUE SPACES.
       77  WSV-TXT-R2                   PIC X(09) VALUE SPACES.
       77  WSV-TXT-R3                   PIC X(09) VALUE SPACES.
       77  WSV-ARCHIVO-AUSENTE          PIC X(08) VALUE SPACES.
      *
      *REPORTE DE LA TRAZA - SALE POR EL ESCRITOR COMUN (REPWRT)
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(15) VALUE 'CUANDO'.
           05 FILLER                   PIC X(09) VALUE 'ARCHIVO'.
           05 FILLER                   PIC X(56) VALUE 'EVENTO'.

       01  RPT-SELECCION.
           05 FILLER                   PIC X(12) VALUE 'SELECCION : '.
           05 RPTS-TEXTO               PIC X(68).

       01  RPT-EVENTO.
           05 RPTE-CUANDO              PIC X(14).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPTE-ARCHIVO             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPTE-TEXTO               PIC X(56).

       01  RPT-TOTAL.
           05 RPTT-LITERAL             PIC X(32).
           05 RPTT-CANTIDAD            PIC ZZ9.
           05 FILLER                   PIC X(45) VALUE SPACES.

      *SIGUE UN ITEM POR TODOS LOS ARCHIVOS QUE TOCO, EN EL ORDEN EN
      *QUE LE PASARON LAS COSAS: ENTRADA, RECHAZO Y RECICLAJE, O
      *RETENCION Y LIBERACION, POSTEO, EXCEPCIONES CON SU TICKET Y
      *LINEAS DE LA INTERFAZ CONTABLE. ES UNA CONSULTA - NO GRABA
      *NADA; TERMINA CON RC 4 SI EL ITEM NO APARECE EN NINGUN LADO
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'TRAZA'                 TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-RECORRER-ENTRADA
           PERFORM 040-INFORMAR-ENTRADA
           IF WSV-ENT-RECHAZADA
               PERFORM 045-BUSCAR-SUSPENSO
               PERFORM 047-BUSCAR-CORRECCION
           END-IF
           IF WSV-HAY-POSICION
               PERFORM 050-BUSCAR-RETENIDO
               IF WSV-ITEM-RUN-ID NOT = SPACES
                   PERFORM 053-BUSCAR-APROBACION
                   PERFORM 056-BUSCAR-LIBERADO
               END-IF
               PERFORM 060-BUSCAR-POSTEO
               PERFORM 065-BUSCAR-EXCEPCION
               IF WSV-ITEM-RUN-ID NOT = SPACES
                   PERFORM 068-BUSCAR-TICKET
               END-IF
               IF WSV-ITEM-POSTEADO
                   PERFORM 070-BUSCAR-GL
               END-IF
           END-IF
           PERFORM 080-FIN
           IF WSV-EVENTOS = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       020-INICIO.
           MOVE ZEROS    TO WSV-EVENTOS
           MOVE 'N'      TO WSV-ENT-HALLADA-SW
           MOVE 'N'      TO WSV-ENT-RECHAZADA-SW
           MOVE 'N'      TO WSV-ITEM-POSICION-SW
           MOVE 'N'      TO WSV-ITEM-POSTEADO-SW
           MOVE 'N'      TO WSV-ITEM-LIBERADO-SW
           MOVE SPACES   TO WSV-ITEM-RUN-ID
           MOVE SPACES   TO WSV-ITEM-OPERACIONES
           MOVE HIGH-VALUES TO WSV-ID-HEADER
           MOVE HIGH-VALUES TO WSV-ID-TRAILER
           OPEN INPUT TRAZA-CARD-FILE
           IF WSV-CARD-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN TRAZA-CARD FALLO - STATUS '
                      WSV-CARD-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           READ TRAZA-CARD-FILE
               AT END
                   MOVE '020-INICIO'          TO ABND-PARRAFO
                   MOVE 'TARJETA DE TRAZA VACIA'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
           END-READ
           CLOSE TRAZA-CARD-FILE
           PERFORM 022-VALIDAR-TARJETA
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA            TO WSV-FECHA-CORRIDA
           MOVE 'TRAZA'               TO REPW-REPORT-ID
           MOVE 'TRAZA DE UN ITEM'    TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           PERFORM 099-PAGINA-REPORTE
           MOVE TRZ-SECUENCIA TO WSV-ED-SEC
           MOVE SPACES TO RPTS-TEXTO
           IF TRZ-POR-LOTE
               STRING 'LOTE ' TRZ-LOTE ' ITEM ' WSV-ED-SEC
                      DELIMITED BY SIZE INTO RPTS-TEXTO
           ELSE
               STRING 'CORRIDA ' TRZ-RUN-ID ' SECUENCIA ' WSV-ED-SEC
                      DELIMITED BY SIZE INTO RPTS-TEXTO
           END-IF
           MOVE RPT-SELECCION TO REPW-LINEA
           MOVE 1             TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *POR CORRIDA LA SECUENCIA YA ES LA POSICION EN TRANOK Y EL
      *RUN-ID ES CONOCIDO DESDE EL PRINCIPIO
       022-VALIDAR-TARJETA.
           IF TRZ-SECUENCIA NOT NUMERIC OR TRZ-SECUENCIA = ZEROS
               MOVE '022-VALIDAR-TARJ'    TO ABND-PARRAFO
               MOVE 'TARJETA DE TRAZA SIN SECUENCIA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           EVALUATE TRUE
               WHEN TRZ-POR-LOTE AND TRZ-LOTE NOT = SPACES
                   CONTINUE
               WHEN TRZ-POR-CORRIDA AND TRZ-RUN-ID NOT = SPACES
                   MOVE 'S'           TO WSV-ITEM-POSICION-SW
                   MOVE TRZ-RUN-ID    TO WSV-ITEM-RUN-ID
                   MOVE TRZ-SECUENCIA TO WSV-ID-ITEM-N
               WHEN OTHER
                   MOVE '022-VALIDAR-TARJ'    TO ABND-PARRAFO
                   MOVE 'TARJETA DE TRAZA INVALIDA'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

      *UNA SOLA PASADA POR TRANFILE APAREADA CON TRANRJ (LOS DOS EN
      *ORDEN DE POSICION): CADA REGISTRO SABE SI FUE RECHAZADO Y,
      *SI NO, QUE POSICION TUVO EN TRANOK
       030-RECORRER-ENTRADA.
           OPEN INPUT TRANS-FILE
           EVALUATE TRUE
               WHEN WSV-TRANS-STAT = '00'
                   CONTINUE
               WHEN WSV-TRANS-STAT = '35'
                   MOVE 'TRANFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '030-RECORRER-ENT'    TO ABND-PARRAFO
                   STRING 'OPEN TRANS-FILE FALLO - STATUS '
                          WSV-TRANS-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-TRANS-STAT = '00'
               PERFORM 031-APAREAR-RECHAZOS
           END-IF.

       031-APAREAR-RECHAZOS.
           MOVE 'N' TO WSV-RJ-FIN-SW
           OPEN INPUT TRANS-RJ-FILE
           EVALUATE TRUE
               WHEN WSV-TRRJ-STAT = '00'
                   PERFORM 037-LEER-RECHAZO
               WHEN WSV-TRRJ-STAT = '35'
                   MOVE 'TRANRJ' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
                   MOVE 'S'     TO WSV-RJ-FIN-SW
                   MOVE 9999999 TO WSV-RJ-PROXIMO
               WHEN OTHER
                   MOVE '031-APAREAR-RECH'    TO ABND-PARRAFO
                   STRING 'OPEN TRANS-RJ FALLO - STATUS '
                          WSV-TRRJ-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           MOVE ZEROS  TO WSV-POS-ENTRADA
           MOVE ZEROS  TO WSV-POS-VALIDADO
           MOVE SPACES TO WSV-LOTE-CORRIENTE
           MOVE ZEROS  TO WSV-FECHA-CORRIENTE
           MOVE ZEROS  TO WSV-ITEM-EN-LOTE
           MOVE ZEROS  TO WSV-HDR-VALIDADO
           MOVE SPACES TO WSV-ENT-ESTADO
           MOVE '1' TO WSS-SWITCHES
           PERFORM 032-LEER-ENTRADA
           PERFORM 034-EXAMINAR-ENTRADA
               UNTIL WSS-FIN OR WSV-ENT-COMPLETA
           CLOSE TRANS-FILE
           IF WSV-TRRJ-STAT NOT = '35'
               CLOSE TRANS-RJ-FILE
           END-IF.

       032-LEER-ENTRADA.
           READ TRANS-FILE INTO TRANS-RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-POS-ENTRADA
           END-READ.

       034-EXAMINAR-ENTRADA.
           PERFORM 037-LEER-RECHAZO
               UNTIL WSV-RJ-PROXIMO NOT < WSV-POS-ENTRADA
           IF WSV-RJ-PROXIMO = WSV-POS-ENTRADA
               MOVE 'S' TO WSV-REG-RECHAZADO-SW
           ELSE
               MOVE 'N' TO WSV-REG-RECHAZADO-SW
               ADD 1    TO WSV-POS-VALIDADO
           END-IF
           EVALUATE TRUE
               WHEN TR-TIPO-HEADER
                   PERFORM 035-NUEVO-LOTE
               WHEN TR-TIPO-DETALLE OR TR-TIPO-REVERSO
                   ADD 1 TO WSV-ITEM-EN-LOTE
                   IF WSV-ENT-BUSCANDO
                       PERFORM 036-COMPARAR-ITEM
                   END-IF
               WHEN TR-TIPO-TRAILER
                   IF WSV-ENT-EN-LOTE
                       IF NOT WSV-REG-RECHAZADO
                           MOVE WSV-POS-VALIDADO TO WSV-ID-TRAILER-N
                       END-IF
                       MOVE 'F' TO WSV-ENT-ESTADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 032-LEER-ENTRADA.

      *UN HEADER NUEVO CIERRA EL LOTE DEL ITEM AUNQUE HAYA LLEGADO
      *SIN TRAILER
       035-NUEVO-LOTE.
           IF WSV-ENT-EN-LOTE
               MOVE 'F' TO WSV-ENT-ESTADO
           ELSE
               MOVE TR-HDR-LOTE TO WSV-LOTE-CORRIENTE
               MOVE ZEROS       TO WSV-FECHA-CORRIENTE
               IF TR-HDR-FECHA NUMERIC
                   MOVE TR-HDR-FECHA TO WSV-FECHA-CORRIENTE
               END-IF
               MOVE ZEROS TO WSV-ITEM-EN-LOTE
               MOVE ZEROS TO WSV-HDR-VALIDADO
               IF NOT WSV-REG-RECHAZADO
                   MOVE WSV-POS-VALIDADO TO WSV-HDR-VALIDADO
               END-IF
           END-IF.

       036-COMPARAR-ITEM.
           IF (TRZ-POR-LOTE
               AND WSV-LOTE-CORRIENTE = TRZ-LOTE
               AND WSV-ITEM-EN-LOTE = TRZ-SECUENCIA)
            OR (TRZ-POR-CORRIDA
               AND NOT WSV-REG-RECHAZADO
               AND WSV-POS-VALIDADO = TRZ-SECUENCIA)
               MOVE 'H'                 TO WSV-ENT-ESTADO
               MOVE 'S'                 TO WSV-ENT-HALLADA-SW
               MOVE WSV-POS-ENTRADA     TO WSV-ENT-POSICION
               MOVE WSV-LOTE-CORRIENTE  TO WSV-ENT-LOTE
               MOVE WSV-FECHA-CORRIENTE TO WSV-ENT-FECHA-LOTE
               MOVE WSV-ITEM-EN-LOTE    TO WSV-ENT-ITEM
               MOVE TRANS-RECORD        TO WSV-ENT-IMAGEN
               IF WSV-HDR-VALIDADO > ZEROS
                   MOVE WSV-HDR-VALIDADO TO WSV-ID-HEADER-N
               END-IF
               IF WSV-REG-RECHAZADO
                   MOVE 'S'             TO WSV-ENT-RECHAZADA-SW
                   MOVE TRJ-RAZON-COD   TO WSV-ENT-RAZON-COD
                   MOVE TRJ-RAZON       TO WSV-ENT-RAZON
               ELSE
                   MOVE 'S'              TO WSV-ITEM-POSICION-SW
                   MOVE WSV-POS-VALIDADO TO WSV-ID-ITEM-N
               END-IF
           END-IF.

       037-LEER-RECHAZO.
           IF WSV-RJ-FIN
               MOVE 9999999 TO WSV-RJ-PROXIMO
           ELSE
               READ TRANS-RJ-FILE
                   AT END
                       MOVE 'S'     TO WSV-RJ-FIN-SW
                       MOVE 9999999 TO WSV-RJ-PROXIMO
                   NOT AT END
                       MOVE TRJ-SECUENCIA TO WSV-RJ-PROXIMO
               END-READ
           END-IF.

      *RECIBIDO, Y RECHAZADO POR EL EDITOR O VALIDADO HACIA ARITM
       040-INFORMAR-ENTRADA.
           IF NOT WSV-ENT-HALLADA
               IF WSV-TRANS-STAT NOT = '35'
                   MOVE 'TRANFILE' TO RPTE-ARCHIVO
                   MOVE 'ITEM NO ENCONTRADO EN LA ENTRADA'
                       TO RPTE-TEXTO
                   PERFORM 095-LINEA-EVENTO
               END-IF
           ELSE
               PERFORM 041-INFORMAR-ITEM
           END-IF.

       041-INFORMAR-ITEM.
           ADD 1 TO WSV-EVENTOS
           MOVE WSV-ENT-IMAGEN       TO TRANS-RECORD
           MOVE WSV-ENT-FECHA-LOTE-X TO RPTE-CUANDO
           MOVE 'TRANFILE'           TO RPTE-ARCHIVO
           MOVE WSV-ENT-ITEM         TO WSV-ED-SEC
           STRING 'RECIBIDO EN EL LOTE ' WSV-ENT-LOTE
                  ' COMO ITEM ' WSV-ED-SEC
                  DELIMITED BY SIZE INTO RPTE-TEXTO
           PERFORM 095-LINEA-EVENTO
           MOVE WSV-ENT-POSICION     TO WSV-ED-SEC
           STRING 'POSICION ' WSV-ED-SEC ' DEL ARCHIVO DE ENTRADA'
                  DELIMITED BY SIZE INTO RPTE-TEXTO
           PERFORM 095-LINEA-EVENTO
           IF TR-TIPO-DETALLE
               PERFORM 042-EDITAR-OPERANDOS
               MOVE TR-DET-SUCURSAL    TO WSV-ITEM-SUCURSAL
               MOVE TR-DET-OPERACIONES TO WSV-ITEM-OPERACIONES
               IF WSV-ITEM-OPERACIONES = SPACES
                   MOVE 'SSSSS' TO WSV-ITEM-OPERACIONES
               END-IF
               STRING 'SUCURSAL ' TR-DET-SUCURSAL
                      ' A ' WSV-TXT-A ' B ' WSV-TXT-B
                      ' OPS ' WSV-ITEM-OPERACIONES
                      DELIMITED BY SIZE INTO RPTE-TEXTO
           ELSE
               MOVE TR-REV-SUCURSAL    TO WSV-ITEM-SUCURSAL
               MOVE ZEROS              TO WSV-ED-SEC
               IF TR-REV-SECUENCIA NUMERIC
                   MOVE TR-REV-SECUENCIA TO WSV-ED-SEC
               END-IF
               STRING 'REVERSO DE ' TR-REV-RUN-ID
                      ' SECUENCIA ' WSV-ED-SEC
                      ' SUC ' TR-REV-SUCURSAL
                      DELIMITED BY SIZE INTO RPTE-TEXTO
           END-IF
           PERFORM 095-LINEA-EVENTO
           IF WSV-ENT-RECHAZADA
               ADD 1 TO WSV-EVENTOS
               MOVE 'TRANRJ'         TO RPTE-ARCHIVO
               STRING 'RECHAZO EDITOR ' WSV-ENT-RAZON-COD
                      ' ' WSV-ENT-RAZON
                      DELIMITED BY SIZE INTO RPTE-TEXTO
           ELSE
               MOVE 'TRANOK'         TO RPTE-ARCHIVO
               MOVE WSV-ID-ITEM-N    TO WSV-ED-SEC
               STRING 'VALIDADO - POSICION ' WSV-ED-SEC ' EN TRANOK'
                      DELIMITED BY SIZE INTO RPTE-TEXTO
           END-IF
           PERFORM 095-LINEA-EVENTO.

      *UN OPERANDO CON BASURA SE MUESTRA COMO TAL, NO SE EDITA
       042-EDITAR-OPERANDOS.
           IF TR-NUM-A NUMERIC
               MOVE TR-NUM-A   TO WSV-ED-IMP
               MOVE WSV-ED-IMP TO WSV-TXT-A
           ELSE
               MOVE 'NO NUMER.' TO WSV-TXT-A
           END-IF
           IF TR-NUM-B NUMERIC
               MOVE TR-NUM-B   TO WSV-ED-IMP
               MOVE WSV-ED-IMP TO WSV-TXT-B
           ELSE
               MOVE 'NO NUMER.' TO WSV-TXT-B
           END-IF.

      *EL SUSPENSO Y LAS CORRECCIONES SE LLAVEAN POR ORIGEN 'T' Y
      *POSICION EN TRANFILE, IGUAL QUE EN RECICLA
       045-BUSCAR-SUSPENSO.
           OPEN INPUT SUSP-FILE
           EVALUATE TRUE
               WHEN WSV-SUSP-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 046-LEER-SUSPENSO UNTIL WSS-FIN
                   CLOSE SUSP-FILE
               WHEN WSV-SUSP-STAT = '35'
                   MOVE 'SUSPFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '045-BUSCAR-SUSPE'    TO ABND-PARRAFO
                   STRING 'OPEN SUSP-FILE FALLO - STATUS '
                          WSV-SUSP-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       046-LEER-SUSPENSO.
           READ SUSP-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF SUS-ORIGEN-TRANS
                    AND SUS-SECUENCIA = WSV-ENT-POSICION
                       ADD 1 TO WSV-EVENTOS
                       MOVE 'SUSPFILE'  TO RPTE-ARCHIVO
                       MOVE SUS-CICLOS  TO WSV-ED-CICLOS
                       STRING 'EN SUSPENSO - CICLOS ' WSV-ED-CICLOS
                              ' RAZON ' SUS-RAZON-COD
                              DELIMITED BY SIZE INTO RPTE-TEXTO
                       PERFORM 095-LINEA-EVENTO
                   END-IF
           END-READ.

       047-BUSCAR-CORRECCION.
           OPEN INPUT CORR-FILE
           EVALUATE TRUE
               WHEN WSV-CORR-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 048-LEER-CORRECCION UNTIL WSS-FIN
                   CLOSE CORR-FILE
               WHEN WSV-CORR-STAT = '35'
                   MOVE 'CORRTRAN' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '047-BUSCAR-CORRE'    TO ABND-PARRAFO
                   STRING 'OPEN CORR-FILE FALLO - STATUS '
                          WSV-CORR-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       048-LEER-CORRECCION.
           READ CORR-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF COR-ORIGEN = 'T'
                    AND COR-SECUENCIA = WSV-ENT-POSICION
                       ADD 1 TO WSV-EVENTOS
                       MOVE 'CORRTRAN'  TO RPTE-ARCHIVO
                       MOVE 'CORRECCION CAPTURADA - SE RECICLA AL CICLO
      -                     ' SIGUIENTE'
                           TO RPTE-TEXTO
                       PERFORM 095-LINEA-EVENTO
                   END-IF
           END-READ.

      *POR LOTE, LA RETENCION DA EL RUN-ID DE LA CORRIDA DE ARITM
       050-BUSCAR-RETENIDO.
           OPEN INPUT HELD-FILE
           EVALUATE TRUE
               WHEN WSV-HELD-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 051-LEER-RETENIDO UNTIL WSS-FIN
                   CLOSE HELD-FILE
               WHEN WSV-HELD-STAT = '35'
                   MOVE 'HELDFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '050-BUSCAR-RETEN'    TO ABND-PARRAFO
                   STRING 'OPEN HELD-FILE FALLO - STATUS '
                          WSV-HELD-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       051-LEER-RETENIDO.
           READ HELD-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF HLD-SECUENCIA = WSV-ID-ITEM-N
                    AND ((WSV-ITEM-RUN-ID NOT = SPACES
                          AND HLD-RUN-ID = WSV-ITEM-RUN-ID)
                      OR (WSV-ITEM-RUN-ID = SPACES
                          AND HLD-LOTE = WSV-ENT-LOTE
                          AND HLD-FECHA-LOTE = WSV-ENT-FECHA-LOTE))
                       PERFORM 052-INFORMAR-RETENIDO
                   END-IF
           END-READ.

       052-INFORMAR-RETENIDO.
           ADD 1 TO WSV-EVENTOS
           MOVE HLD-RUN-ID   TO WSV-ITEM-RUN-ID
           MOVE HLD-RUN-ID   TO RPTE-CUANDO
           MOVE 'HELDFILE'   TO RPTE-ARCHIVO
           IF HLD-POR-DUPLICADO
               STRING 'RETENIDO POR DUPLICADO - OPERADOR '
                      HLD-OPERADOR
                      DELIMITED BY SIZE INTO RPTE-TEXTO
           ELSE
               STRING 'RETENIDO POR MONTO - OPERADOR ' HLD-OPERADOR
                      DELIMITED BY SIZE INTO RPTE-TEXTO
           END-IF
           PERFORM 095-LINEA-EVENTO.

      *LA APROBACION DEL SUPERVISOR SOLO ESTA EN SU TARJETA - EL
      *ITEM LIBERADO CONSERVA EL OPERADOR ORIGINAL
       053-BUSCAR-APROBACION.
           OPEN INPUT APROB-FILE
           EVALUATE TRUE
               WHEN WSV-APR-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 054-LEER-APROBACION UNTIL WSS-FIN
                   CLOSE APROB-FILE
               WHEN WSV-APR-STAT = '35'
                   MOVE 'APRCARD' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '053-BUSCAR-APROB'    TO ABND-PARRAFO
                   STRING 'OPEN APROB-FILE FALLO - STATUS '
                          WSV-APR-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       054-LEER-APROBACION.
           READ APROB-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF APR-RUN-ID = WSV-ITEM-RUN-ID
                    AND APR-SECUENCIA = WSV-ID-ITEM-N
                       ADD 1 TO WSV-EVENTOS
                       MOVE 'APRCARD'  TO RPTE-ARCHIVO
                       IF APR-APROBAR
                           MOVE 'S' TO WSV-ITEM-LIBERADO-SW
                           STRING 'APROBADO POR EL SUPERVISOR '
                                  APR-SUPERVISOR
                                  DELIMITED BY SIZE INTO RPTE-TEXTO
                       ELSE
                           STRING 'RECHAZADO POR EL SUPERVISOR '
                                  APR-SUPERVISOR
                                  DELIMITED BY SIZE INTO RPTE-TEXTO
                       END-IF
                       PERFORM 095-LINEA-EVENTO
                   END-IF
           END-READ.

       056-BUSCAR-LIBERADO.
           OPEN INPUT REL-FILE
           EVALUATE TRUE
               WHEN WSV-REL-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 057-LEER-LIBERADO UNTIL WSS-FIN
                   CLOSE REL-FILE
               WHEN WSV-REL-STAT = '35'
                   MOVE 'RELFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '056-BUSCAR-LIBER'    TO ABND-PARRAFO
                   STRING 'OPEN REL-FILE FALLO - STATUS '
                          WSV-REL-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       057-LEER-LIBERADO.
           READ REL-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF REL-RUN-ID = WSV-ITEM-RUN-ID
                    AND REL-SECUENCIA = WSV-ID-ITEM-N
                       ADD 1 TO WSV-EVENTOS
                       MOVE 'S'        TO WSV-ITEM-LIBERADO-SW
                       MOVE REL-RUN-ID TO RPTE-CUANDO
                       MOVE 'RELFILE'  TO RPTE-ARCHIVO
                       MOVE 'LIBERADO - ARITM LO POSTEA EN SU PROXIMA CO
      -                     'RRIDA'
                           TO RPTE-TEXTO
                       PERFORM 095-LINEA-EVENTO
                   END-IF
           END-READ.

      *CON RUN-ID CONOCIDO EL POSTEO SE UBICA EXACTO. POR LOTE SIN
      *RETENCION NO HAY RUN-ID: SE TOMA EL PRIMER POSTEO CON ESA
      *SECUENCIA, LA MISMA SUCURSAL Y LOS MISMOS OPERANDOS HECHO EN
      *LA FECHA DEL LOTE O DESPUES (LA BITACORA ES CRONOLOGICA).
      *LA BITACORA ES COMUN A LAS EMPRESAS: SOLO CUENTA LO DE ESTA
       060-BUSCAR-POSTEO.
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WSV-AUDIT-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 061-LEER-POSTEO
                       UNTIL WSS-FIN OR WSV-ITEM-POSTEADO
                   CLOSE AUDIT-FILE
               WHEN WSV-AUDIT-STAT = '35'
                   MOVE 'AUDFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '060-BUSCAR-POSTE'    TO ABND-PARRAFO
                   STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                          WSV-AUDIT-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       061-LEER-POSTEO.
           READ AUDIT-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF AUD-SECUENCIA-X NOT = SPACES
                    AND AUD-SECUENCIA = WSV-ID-ITEM-N
                    AND AUD-EMPRESA = FECH-EMPRESA
                       PERFORM 062-COMPARAR-POSTEO
                   END-IF
           END-READ.

       062-COMPARAR-POSTEO.
           IF WSV-ITEM-RUN-ID NOT = SPACES
               IF AUD-RUN-ID = WSV-ITEM-RUN-ID
                   PERFORM 063-INFORMAR-POSTEO
               END-IF
           ELSE
               MOVE WSV-ENT-IMAGEN TO TRANS-RECORD
               IF AUD-SUCURSAL = WSV-ITEM-SUCURSAL
                AND AUD-RUN-ID (1:6) NOT < WSV-ENT-FECHA-LOTE-X
                   IF TR-TIPO-REVERSO
                       PERFORM 063-INFORMAR-POSTEO
                   ELSE
                       IF TR-NUM-A NUMERIC AND TR-NUM-B NUMERIC
                        AND AUD-NUM-A = TR-NUM-A
                        AND AUD-NUM-B = TR-NUM-B
                           PERFORM 063-INFORMAR-POSTEO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       063-INFORMAR-POSTEO.
           ADD 1 TO WSV-EVENTOS
           MOVE 'S'           TO WSV-ITEM-POSTEADO-SW
           MOVE AUD-RUN-ID    TO WSV-ITEM-RUN-ID
           MOVE AUD-SUCURSAL  TO WSV-ITEM-SUCURSAL
           IF WSV-ITEM-OPERACIONES = SPACES
               PERFORM 064-OPERACIONES-POSTEADAS
           END-IF
           MOVE AUD-RUN-ID    TO RPTE-CUANDO
           MOVE 'AUDFILE'     TO RPTE-ARCHIVO
           STRING 'POSTEADO - SUCURSAL ' AUD-SUCURSAL
                  ' OPERADOR ' AUD-OPERADOR
                  DELIMITED BY SIZE INTO RPTE-TEXTO
           PERFORM 095-LINEA-EVENTO
           MOVE AUD-RESULT-1 TO WSV-ED-IMP
           MOVE WSV-ED-IMP   TO WSV-TXT-R1
           MOVE AUD-RESULT-2 TO WSV-ED-IMP
           MOVE WSV-ED-IMP   TO WSV-TXT-R2
           MOVE AUD-RESULT-3 TO WSV-ED-IMP
           MOVE WSV-ED-IMP   TO WSV-TXT-R3
           STRING 'R1 ' WSV-TXT-R1 ' R2 ' WSV-TXT-R2
                  ' R3 ' WSV-TXT-R3
                  DELIMITED BY SIZE INTO RPTE-TEXTO
           PERFORM 095-LINEA-EVENTO
           MOVE AUD-RESULT-4 TO WSV-ED-IMP
           MOVE WSV-ED-IMP   TO WSV-TXT-R1
           MOVE AUD-RESULT-5 TO WSV-ED-IMP
           MOVE WSV-ED-IMP   TO WSV-TXT-R2
           IF AUD-ERROR-SW = 'Y'
               STRING 'R4 ' WSV-TXT-R1 ' R5 ' WSV-TXT-R2
                      ' CON ERROR ARITMETICO'
                      DELIMITED BY SIZE INTO RPTE-TEXTO
           ELSE
               STRING 'R4 ' WSV-TXT-R1 ' R5 ' WSV-TXT-R2
                      DELIMITED BY SIZE INTO RPTE-TEXTO
           END-IF
           PERFORM 095-LINEA-EVENTO
           IF AUD-REVERTIDO
               MOVE 'REVERTIDO DESPUES POR UN REVERSO' TO RPTE-TEXTO
               PERFORM 095-LINEA-EVENTO
           END-IF
           IF AUD-REVERSANTE
               MOVE 'REVERSANTE - ANULA UN POSTEO ANTERIOR'
                   TO RPTE-TEXTO
               PERFORM 095-LINEA-EVENTO
           END-IF.

      *SIN IMAGEN DE ENTRADA (O PARA UN REVERSO) LAS OPERACIONES
      *SON LAS QUE DEJARON RESULTADO
       064-OPERACIONES-POSTEADAS.
           MOVE 'NNNNN' TO WSV-ITEM-OPERACIONES
           IF AUD-RESULT-1 NOT = ZEROS
               MOVE 'S' TO WSV-ITEM-OP (1)
           END-IF
           IF AUD-RESULT-2 NOT = ZEROS
               MOVE 'S' TO WSV-ITEM-OP (2)
           END-IF
           IF AUD-RESULT-3 NOT = ZEROS
               MOVE 'S' TO WSV-ITEM-OP (3)
           END-IF
           IF AUD-RESULT-4 NOT = ZEROS
               MOVE 'S' TO WSV-ITEM-OP (4)
           END-IF
           IF AUD-RESULT-5 NOT = ZEROS
               MOVE 'S' TO WSV-ITEM-OP (5)
           END-IF.

      *LAS EXCEPCIONES DEL DIA SON DE UNA SOLA NOCHE: SIN RUN-ID
      *(LOTE BLOQUEADO, NADA RETENIDO NI POSTEADO) SE ACEPTA LA DE
      *CUALQUIER CORRIDA Y SE ADOPTA SU RUN-ID PARA EL HISTORIAL
       065-BUSCAR-EXCEPCION.
           OPEN INPUT EXCP-FILE
           EVALUATE TRUE
               WHEN WSV-EXCP-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 066-LEER-EXCEPCION UNTIL WSS-FIN
                   CLOSE EXCP-FILE
               WHEN WSV-EXCP-STAT = '35'
                   MOVE 'EXCPFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '065-BUSCAR-EXCEP'    TO ABND-PARRAFO
                   STRING 'OPEN EXCP-FILE FALLO - STATUS '
                          WSV-EXCP-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       066-LEER-EXCEPCION.
           READ EXCP-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF EXCP-PROGRAMA = 'ARITM'
                    AND (WSV-ITEM-RUN-ID = SPACES
                      OR EXCP-RUN-ID = WSV-ITEM-RUN-ID)
                    AND (EXCP-ID-REGISTRO = WSV-ID-ITEM
                      OR EXCP-ID-REGISTRO = WSV-ID-HEADER
                      OR EXCP-ID-REGISTRO = WSV-ID-TRAILER)
                       PERFORM 067-INFORMAR-EXCEPCION
                   END-IF
           END-READ.

       067-INFORMAR-EXCEPCION.
           ADD 1 TO WSV-EVENTOS
           MOVE EXCP-RUN-ID   TO WSV-ITEM-RUN-ID
           MOVE EXCP-RUN-ID   TO RPTE-CUANDO
           MOVE 'EXCPFILE'    TO RPTE-ARCHIVO
           STRING 'EXCEPCION ' EXCP-SEVERIDAD ' ' EXCP-RAZON
                  DELIMITED BY SIZE INTO RPTE-TEXTO
           PERFORM 095-LINEA-EVENTO
           IF EXCP-ID-REGISTRO NOT = WSV-ID-ITEM
               MOVE 'EXCEPCION DEL LOTE - ALCANZA A TODOS SUS ITEMS'
                   TO RPTE-TEXTO
               PERFORM 095-LINEA-EVENTO
           END-IF.

      *EL HISTORIAL DA EL TICKET Y SU RESOLUCION
       068-BUSCAR-TICKET.
           OPEN INPUT HIST-FILE
           EVALUATE TRUE
               WHEN WSV-HIST-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 069-LEER-TICKET UNTIL WSS-FIN
                   CLOSE HIST-FILE
               WHEN WSV-HIST-STAT = '35'
                   MOVE 'EXCPHIST' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '068-BUSCAR-TICKE'    TO ABND-PARRAFO
                   STRING 'OPEN HIST-FILE FALLO - STATUS '
                          WSV-HIST-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       069-LEER-TICKET.
           READ HIST-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF HST-PROGRAMA = 'ARITM'
                    AND HST-RUN-ID = WSV-ITEM-RUN-ID
                    AND (HST-ID-REGISTRO = WSV-ID-ITEM
                      OR HST-ID-REGISTRO = WSV-ID-HEADER
                      OR HST-ID-REGISTRO = WSV-ID-TRAILER)
                       ADD 1 TO WSV-EVENTOS
                       MOVE HST-RUN-ID  TO RPTE-CUANDO
                       MOVE 'EXCPHIST'  TO RPTE-ARCHIVO
                       IF HST-RESUELTA
                           STRING 'TICKET ' HST-TICKET
                                  ' RESUELTO POR ' HST-RESUELTO-POR
                                  ' EL ' HST-FECHA-RESOL
                                  ' DISP ' HST-DISPOSICION
                                  DELIMITED BY SIZE INTO RPTE-TEXTO
                       ELSE
                           STRING 'TICKET ' HST-TICKET
                                  ' PENDIENTE DE RESOLUCION'
                                  DELIMITED BY SIZE INTO RPTE-TEXTO
                       END-IF
                       PERFORM 095-LINEA-EVENTO
                   END-IF
           END-READ.

      *EL ITEM ENTRA EN LAS LINEAS DE SU SUCURSAL DE CADA RESULTADO
      *QUE POSTEO. LA INTERFAZ ES DE LA FECHA DE LA CORRIDA; UN
      *ITEM LIBERADO SE POSTEA UNA NOCHE DESPUES BAJO EL RUN-ID
      *ORIGINAL, ASI QUE PARA EL VALE CUALQUIER FECHA POSTERIOR
       070-BUSCAR-GL.
           MOVE WSV-ITEM-RUN-ID (1:6) TO WSV-ITEM-FECHA-RUN
           OPEN INPUT GL-FILE
           EVALUATE TRUE
               WHEN WSV-GL-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 072-LEER-GL UNTIL WSS-FIN
                   CLOSE GL-FILE
               WHEN WSV-GL-STAT = '35'
                   MOVE 'GLFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '070-BUSCAR-GL'       TO ABND-PARRAFO
                   STRING 'OPEN GL-FILE FALLO - STATUS '
                          WSV-GL-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       072-LEER-GL.
           READ GL-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF GL-TIPO-DETALLE
                    AND GL-SUCURSAL = WSV-ITEM-SUCURSAL
                    AND GL-RESULTADO NUMERIC
                    AND GL-RESULTADO > ZEROS AND GL-RESULTADO < 6
                       PERFORM 074-COMPARAR-GL
                   END-IF
           END-READ.

       074-COMPARAR-GL.
           MOVE GL-RESULTADO TO WSV-GL-RES
           IF WSV-ITEM-OP (WSV-GL-RES) = 'S'
            AND ((GL-FECHA-NEGOCIO = WSV-ITEM-FECHA-RUN)
              OR (WSV-ITEM-LIBERADO
                  AND GL-FECHA-NEGOCIO > WSV-ITEM-FECHA-RUN))
               ADD 1 TO WSV-EVENTOS
               MOVE GL-FECHA-NEGOCIO TO RPTE-CUANDO
               MOVE 'GLFILE'         TO RPTE-ARCHIVO
               MOVE GL-IMPORTE       TO WSV-ED-IMP-GL
               STRING 'EN RESULTADO ' GL-RESULTADO
                      ' SUCURSAL ' GL-SUCURSAL
                      ' TOTAL LINEA ' WSV-ED-IMP-GL
                      DELIMITED BY SIZE INTO RPTE-TEXTO
               PERFORM 095-LINEA-EVENTO
           END-IF.

       080-FIN.
           IF WSV-EVENTOS = ZEROS
               MOVE 'ITEM SIN RASTRO EN LOS ARCHIVOS CONSULTADOS'
                   TO RPTE-TEXTO
               PERFORM 095-LINEA-EVENTO
           END-IF
           MOVE 'EVENTOS EN LA TRAZA            : ' TO RPTT-LITERAL
           MOVE WSV-EVENTOS                         TO RPTT-CANTIDAD
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 2         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           DISPLAY 'TRAZA - EVENTOS ENCONTRADOS: ' WSV-EVENTOS
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       090-ARCHIVO-AUSENTE.
           MOVE WSV-ARCHIVO-AUSENTE TO RPTE-ARCHIVO
           MOVE 'ARCHIVO NO DISPONIBLE - NO SE CONSULTO'
               TO RPTE-TEXTO
           PERFORM 095-LINEA-EVENTO.

       095-LINEA-EVENTO.
           MOVE RPT-EVENTO TO REPW-LINEA
           MOVE 1          TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE SPACES TO RPTE-CUANDO
           MOVE SPACES TO RPTE-ARCHIVO
           MOVE SPACES TO RPTE-TEXTO.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
