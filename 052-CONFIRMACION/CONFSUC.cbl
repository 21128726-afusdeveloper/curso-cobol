       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CONFSUC.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TODAS LAS FUENTES SON LAS GENERACIONES DE LA NOCHE Y TODAS SON
      *OPCIONALES - LA QUE NO ESTA SE INFORMA AL PRINCIPIO DEL
      *REPORTE Y SU SECCION QUEDA SIN DATOS EN LAS CONFIRMACIONES
           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS DYNAMIC
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

           SELECT LOTE-FILE             ASSIGN TO LOTFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-LOT-STAT.

           SELECT TRANS-RJ-FILE         ASSIGN TO TRANRJ
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TRRJ-STAT.

           SELECT HELD-FILE             ASSIGN TO HELDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-HELD-STAT.

           SELECT REL-FILE              ASSIGN TO RELFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-REL-STAT.

           SELECT HELD-NEW-FILE         ASSIGN TO HELDNEW
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-HNEW-STAT.

           SELECT AUDIT-FILE            ASSIGN TO AUDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDIT-STAT.

           SELECT EXCP-FILE             ASSIGN TO EXCPFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-EXCP-STAT.

           SELECT GL-FILE               ASSIGN TO GLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-GL-STAT.

           SELECT SORT-WORK-FILE        ASSIGN TO SORTWK.

      *CONFIRMACION PARA LAS SUCURSALES - UN BLOQUE POR SUCURSAL
           SELECT CNF-FILE              ASSIGN TO CNFFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CNF-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       FD  LOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOTRWS.

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

       FD  HELD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY HELDWS.

      *RELFILE Y LA GENERACION NUEVA DE HELDFILE TIENEN EL MISMO
      *LAYOUT DE RETENCION - SOLO SE USA SU LLAVE
       FD  REL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REL-RECORD.
           05 REL-RUN-ID                PIC X(14).
           05 FILLER                    PIC X(14).
           05 REL-SECUENCIA             PIC 9(07).
           05 FILLER                    PIC X(45).

       FD  HELD-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  HELD-NEW-RECORD.
           05 HNEW-RUN-ID               PIC X(14).
           05 FILLER                    PIC X(14).
           05 HNEW-SECUENCIA            PIC 9(07).
           05 FILLER                    PIC X(45).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY AUDWS.

       FD  EXCP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
           COPY EXCPWS.

       FD  GL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY GLWS.

      *LAS LINEAS DE TODAS LAS FUENTES SE ORDENAN POR SUCURSAL,
      *SECCION Y ORDEN DE LLEGADA
       SD  SORT-WORK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SRT-RECORD.
           05 SRT-SUCURSAL              PIC X(03).
           05 SRT-SECCION               PIC 9(01).
           05 SRT-ORDEN                 PIC 9(07).
           05 FILLER                    PIC X(89).

       FD  CNF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CNF-FILE-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
      *AREA PARA DESARMAR LA IMAGEN DE ENTRADA DE LOS RECHAZOS Y DE
      *LOS RETENIDOS
           COPY TRANWS.
      *
      *LINEA DE LA CONFIRMACION - SE ARMA AQUI, VIAJA POR EL SORT Y
      *SE GRABA TAL CUAL
           COPY CNFWS.
      *
       77  WSV-SUCM-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-LOT-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-TRRJ-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-HELD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-REL-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-HNEW-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-AUDIT-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-EXCP-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-GL-STAT                  PIC X(02) VALUE ZEROS.
       77  WSV-CNF-STAT                 PIC X(02) VALUE ZEROS.
      *
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
       77  WSV-MAESTRO-SW               PIC X(01) VALUE 'N'.
         88 WSV-HAY-MAESTRO                      VALUE 'S'.
       77  WSV-ORDEN                    PIC 9(07) VALUE ZEROS.
       77  WSV-ARCHIVO-AUSENTE          PIC X(08) VALUE SPACES.
      *
      *EXCEPCIONES DE LA FECHA - SE CARGAN PRIMERO Y CADA UNA TOMA
      *LA SUCURSAL DEL ITEM QUE NOMBRA (RUN-ID Y POSICION EN TRANOK,
      *COMO LAS GRABA ARITM) AL PASAR POR LOS RETENIDOS Y POR LA
      *AUDITORIA; LAS DE SUCURSAL ('SUC NNN') LA TRAEN EN EL ID. LAS
      *QUE NO SE RESUELVEN SON DE LOTE O DE CORRIDA Y NO VAN A
      *NINGUNA SUCURSAL
       77  WSC-MAX-EXCEPCIONES          PIC 9(03) VALUE 999.
       77  WSV-EXC-CNT                  PIC 9(03) VALUE ZEROS.
       77  WSV-EXC-PENDIENTES           PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-EXCEPCIONES.
           05 WSV-EXC-ENTRY            OCCURS 1 TO 999 TIMES
                                        DEPENDING ON WSV-EXC-CNT
                                        INDEXED BY WSV-EXC-IDX.
               10 WSV-EXC-RUN-ID       PIC X(14).
               10 WSV-EXC-PROGRAMA     PIC X(08).
               10 WSV-EXC-ID-REGISTRO  PIC X(10).
               10 WSV-EXC-SEVERIDAD    PIC 9(01).
               10 WSV-EXC-RAZON        PIC X(40).
               10 WSV-EXC-SUCURSAL     PIC X(03).
       01  WSV-ID-ITEM.
           05 WSV-ID-ITEM-N            PIC 9(07).
           05 FILLER                   PIC X(03) VALUE SPACES.
       01  WSV-ID-SUCURSAL.
           05 WSV-ID-SUC-LITERAL       PIC X(04).
           05 WSV-ID-SUC-CODIGO        PIC X(03).
           05 FILLER                   PIC X(03).
       77  WSV-ITEM-RUN-ID              PIC X(14) VALUE SPACES.
       77  WSV-ITEM-SUCURSAL            PIC X(03) VALUE SPACES.
      *
      *RETENIDOS - HELDFILE ES EL QUE LEYO LIBERA; EL ESTADO SALE DE
      *LO QUE LIBERA DEJO: EN RELFILE ESTA LIBERADO, EN LA
      *GENERACION NUEVA SIGUE RETENIDO Y EN NINGUNO DE LOS DOS FUE
      *RECHAZADO. SIN GENERACION NUEVA (LIBERA NO CORRIO) TODO
      *SIGUE RETENIDO
       77  WSC-MAX-RETENIDOS            PIC 9(04) VALUE 2000.
       77  WSV-RET-CNT                  PIC 9(04) VALUE ZEROS.
       01  WSV-TABLA-RETENIDOS.
           05 WSV-RET-ENTRY            OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON WSV-RET-CNT
                                        INDEXED BY WSV-RET-IDX.
               10 WSV-RET-RUN-ID       PIC X(14).
               10 WSV-RET-SECUENCIA    PIC 9(07).
               10 WSV-RET-LOTE         PIC X(08).
               10 WSV-RET-MOTIVO       PIC X(01).
               10 WSV-RET-SUCURSAL     PIC X(03).
               10 WSV-RET-NUM-A        PIC S9(05)V99 COMP-3.
               10 WSV-RET-NUM-B        PIC S9(05)V99 COMP-3.
               10 WSV-RET-ESTADO       PIC X(01).
      *
      *CORTE POR SUCURSAL EN LA SALIDA DEL SORT
       77  WSV-SUC-ANTERIOR             PIC X(03) VALUE SPACES.
       77  WSV-SECCION-ANTERIOR         PIC 9(01) VALUE ZEROS.
       01  WSV-CNF-GUARDA               PIC X(100) VALUE SPACES.
       01  WSV-CUENTAS-SUCURSAL.
           05 WSV-SUC-LOTES            PIC 9(05) VALUE ZEROS.
           05 WSV-SUC-RECHAZOS         PIC 9(05) VALUE ZEROS.
           05 WSV-SUC-RETENIDOS        PIC 9(05) VALUE ZEROS.
           05 WSV-SUC-POSTEADOS        PIC 9(07) VALUE ZEROS.
           05 WSV-SUC-EXCEPCIONES      PIC 9(05) VALUE ZEROS.
           05 WSV-SUC-LINEAS-GL        PIC 9(05) VALUE ZEROS.
           05 WSV-SUC-REGISTROS        PIC 9(07) VALUE ZEROS.
      *
       01  WSV-CONTADORES.
           05 WSV-CNT-SUCURSALES       PIC 9(05) VALUE ZEROS.
           05 WSV-CNT-GRABADOS         PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-LOTES-VACIOS     PIC 9(05) VALUE ZEROS.
           05 WSV-CNT-RJ-SIN-SUC       PIC 9(05) VALUE ZEROS.
           05 WSV-CNT-EXC-SIN-SUC      PIC 9(05) VALUE ZEROS.
           05 WSV-CNT-EXC-NO-CARGADAS  PIC 9(05) VALUE ZEROS.
      *
       77  WSV-I                        PIC 9(01) VALUE ZEROS.
       77  WSV-ED-SEC                   PIC ZZZZZZ9.
       77  WSV-ED-CANT                  PIC ZZZZZZ9.
       77  WSV-ED-IMP                   PIC ZZZZ9.99-.
       77  WSV-ED-IMP-GL                PIC ZZZZZZ9.99-.
       77  WSV-TXT-A                    PIC X(09) VALUE SPACES.
       77  WSV-TXT-B                    PIC X(09) VALUE SPACES.
       77  WSV-TXT-ESTADO               PIC X(14) VALUE SPACES.
       77  WSV-TXT-MOTIVO               PIC X(09) VALUE SPACES.
       77  WSV-TXT-MARCA                PIC X(11) VALUE SPACES.
       01  WSV-TXT-RESULTADOS.
           05 WSV-TXT-RES              OCCURS 5 TIMES.
               10 WSV-TXT-RES-ROT      PIC X(04).
               10 WSV-TXT-RES-IMP      PIC X(09).
      *
      *REPORTE - SALE POR EL ESCRITOR COMUN (REPWRT), UNA PAGINA
      *NUEVA POR SUCURSAL
       01  RPT-ENCABEZADO-2.
           05 FILLER              PIC X(80) VALUE
              'CONFIRMACION A LA SUCURSAL DE LO RECIBIDO Y PROCESADO'.

       01  RPT-SUCURSAL.
           05 FILLER                   PIC X(09) VALUE 'SUCURSAL '.
           05 RPTS-SUCURSAL            PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTS-NOMBRE              PIC X(20).
           05 FILLER                   PIC X(08) VALUE ' REGION '.
           05 RPTS-REGION              PIC X(03).
           05 FILLER                   PIC X(17) VALUE
              '  FECHA NEGOCIO '.
           05 RPTS-FECHA               PIC 9(06).
           05 FILLER                   PIC X(12) VALUE SPACES.

       01  RPT-TITULO.
           05 RPTT-TITULO              PIC X(40).
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  RPT-LINEA.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTL-TEXTO               PIC X(78).

       01  RPT-TOTAL.
           05 RPTT-LITERAL             PIC X(32).
           05 RPTT-CANTIDAD            PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(39) VALUE SPACES.

      *CONFIRMACION DIARIA POR SUCURSAL - DESPUES DE LA CADENA JUNTA
      *PARA CADA SUCURSAL LO QUE LE PASO A LO QUE MANDO: LOTES
      *RECIBIDOS POR CONSOL, RECHAZOS DEL EDITOR CON SU RAZON,
      *RETENIDOS Y SU ESTADO, POSTEOS CON SUS RESULTADOS, EXCEPCIONES
      *Y LOS TOTALES ENVIADOS A CONTABILIDAD. SALE UNA SECCION DEL
      *REPORTE POR SUCURSAL Y UN BLOQUE POR SUCURSAL EN CNFFILE. LAS
      *SUCURSALES ABIERTAS DEL MAESTRO RECIBEN CONFIRMACION AUNQUE
      *NO HAYAN MANDADO NADA
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'CONFSUC'               TO ABND-PROGRAMA
           PERFORM 020-INICIO
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SUCURSAL SRT-SECCION SRT-ORDEN
               INPUT  PROCEDURE IS 100-ACOPIAR THRU 100-ACOPIAR-FIN
               OUTPUT PROCEDURE IS 200-EMITIR  THRU 200-EMITIR-FIN
           PERFORM 080-FIN
           GOBACK.

       020-INICIO.
           MOVE ZEROS  TO WSV-CNT-SUCURSALES
           MOVE ZEROS  TO WSV-CNT-GRABADOS
           MOVE ZEROS  TO WSV-CNT-LOTES-VACIOS
           MOVE ZEROS  TO WSV-CNT-RJ-SIN-SUC
           MOVE ZEROS  TO WSV-CNT-EXC-SIN-SUC
           MOVE ZEROS  TO WSV-CNT-EXC-NO-CARGADAS
           MOVE ZEROS  TO WSV-EXC-CNT
           MOVE ZEROS  TO WSV-EXC-PENDIENTES
           MOVE ZEROS  TO WSV-RET-CNT
           MOVE ZEROS  TO WSV-ORDEN
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           OPEN OUTPUT CNF-FILE
           IF WSV-CNF-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN CNF-FILE FALLO - STATUS '
                      WSV-CNF-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE 'CONFSUC'             TO REPW-REPORT-ID
           MOVE 'CONFIRMACION A SUCURSALES'
               TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           OPEN INPUT SUCURSAL-FILE
           EVALUATE TRUE
               WHEN WSV-SUCM-STAT = '00'
                   MOVE 'S' TO WSV-MAESTRO-SW
               WHEN WSV-SUCM-STAT = '35'
                   MOVE 'N' TO WSV-MAESTRO-SW
                   MOVE 'SUCMSTR' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '020-INICIO'          TO ABND-PARRAFO
                   STRING 'OPEN SUCURSAL-FILE FALLO - STATUS '
                          WSV-SUCM-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

      *PROCEDIMIENTO DE ENTRADA DEL SORT - RECORRE LAS FUENTES EN EL
      *ORDEN DE LA CADENA Y SUELTA UNA LINEA POR COSA QUE LE PASO A
      *CADA SUCURSAL. LAS EXCEPCIONES SE SUELTAN AL FINAL, CUANDO YA
      *SE SABE DE QUE SUCURSAL ES CADA UNA
       100-ACOPIAR.
           PERFORM 105-CARGAR-EXCEPCIONES
           IF WSV-HAY-MAESTRO
               PERFORM 110-SUCURSALES-ABIERTAS
           END-IF
           PERFORM 120-LOTES-RECIBIDOS
           PERFORM 130-RECHAZOS
           PERFORM 140-RETENIDOS
           PERFORM 150-POSTEADOS
           PERFORM 160-SOLTAR-EXCEPCIONES
               VARYING WSV-EXC-IDX FROM 1 BY 1
               UNTIL WSV-EXC-IDX > WSV-EXC-CNT
           PERFORM 170-CONTABLE.
       100-ACOPIAR-FIN. EXIT.

       105-CARGAR-EXCEPCIONES.
           OPEN INPUT EXCP-FILE
           EVALUATE TRUE
               WHEN WSV-EXCP-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 106-LEER-EXCEPCION UNTIL WSS-FIN
                   CLOSE EXCP-FILE
               WHEN WSV-EXCP-STAT = '35'
                   MOVE 'EXCPFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '105-CARGAR-EXCEP'    TO ABND-PARRAFO
                   STRING 'OPEN EXCP-FILE FALLO - STATUS '
                          WSV-EXCP-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-CNT-EXC-NO-CARGADAS > ZEROS
               DISPLAY 'CONFSUC: TABLA DE EXCEPCIONES LLENA - '
                   WSV-CNT-EXC-NO-CARGADAS ' NO CONFIRMADAS'
           END-IF.

      *UNA TABLA LLENA NO DETIENE LA CONFIRMACION - LAS EXCEPCIONES
      *QUE NO ENTRAN SE CUENTAN Y SE INFORMAN EN EL RESUMEN
       106-LEER-EXCEPCION.
           READ EXCP-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF EXCP-RUN-ID (1:6) = WSV-FECHA-CORRIDA
                       IF WSV-EXC-CNT = WSC-MAX-EXCEPCIONES
                           ADD 1 TO WSV-CNT-EXC-NO-CARGADAS
                       ELSE
                           PERFORM 107-ANOTAR-EXCEPCION
                       END-IF
                   END-IF
           END-READ.

       107-ANOTAR-EXCEPCION.
           ADD 1 TO WSV-EXC-CNT
           SET WSV-EXC-IDX TO WSV-EXC-CNT
           MOVE EXCP-RUN-ID       TO WSV-EXC-RUN-ID (WSV-EXC-IDX)
           MOVE EXCP-PROGRAMA     TO WSV-EXC-PROGRAMA (WSV-EXC-IDX)
           MOVE EXCP-ID-REGISTRO  TO WSV-EXC-ID-REGISTRO (WSV-EXC-IDX)
           MOVE EXCP-SEVERIDAD    TO WSV-EXC-SEVERIDAD (WSV-EXC-IDX)
           MOVE EXCP-RAZON        TO WSV-EXC-RAZON (WSV-EXC-IDX)
           MOVE EXCP-ID-REGISTRO  TO WSV-ID-SUCURSAL
           IF WSV-ID-SUC-LITERAL = 'SUC '
               MOVE WSV-ID-SUC-CODIGO
                   TO WSV-EXC-SUCURSAL (WSV-EXC-IDX)
           ELSE
               MOVE SPACES TO WSV-EXC-SUCURSAL (WSV-EXC-IDX)
               ADD 1 TO WSV-EXC-PENDIENTES
           END-IF.

      *CADA SUCURSAL ABIERTA TIENE SU CONFIRMACION - EL HEADER LO
      *ARMA LA SALIDA DEL SORT, AQUI SOLO SE ASEGURA SU LUGAR
       110-SUCURSALES-ABIERTAS.
           MOVE '1' TO WSS-SWITCHES
           PERFORM 112-LEER-SUCURSAL UNTIL WSS-FIN.

       112-LEER-SUCURSAL.
           READ SUCURSAL-FILE NEXT RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF SUC-ABIERTA
                       MOVE SPACES     TO CNF-RECORD
                       MOVE SUC-CODIGO TO CNF-SUCURSAL
                       MOVE 0          TO CNF-SECCION
                       PERFORM 190-SOLTAR-LINEA
                   END-IF
           END-READ.

      *LOTES DE LA FECHA SEGUN CONSOL - UN FEED SIN DETALLES NO ES
      *DE NINGUNA SUCURSAL Y SOLO SE CUENTA
       120-LOTES-RECIBIDOS.
           OPEN INPUT LOTE-FILE
           EVALUATE TRUE
               WHEN WSV-LOT-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 122-LEER-LOTE UNTIL WSS-FIN
                   CLOSE LOTE-FILE
               WHEN WSV-LOT-STAT = '35'
                   MOVE 'LOTFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '120-LOTES-RECIBI'    TO ABND-PARRAFO
                   STRING 'OPEN LOTE-FILE FALLO - STATUS '
                          WSV-LOT-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       122-LEER-LOTE.
           READ LOTE-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF LOTR-FECHA-NEGOCIO = WSV-FECHA-CORRIDA
                       IF LOTR-SUCURSAL = SPACES
                           ADD 1 TO WSV-CNT-LOTES-VACIOS
                       ELSE
                           PERFORM 124-SOLTAR-LOTE
                       END-IF
                   END-IF
           END-READ.

       124-SOLTAR-LOTE.
           MOVE SPACES              TO CNF-RECORD
           MOVE LOTR-SUCURSAL       TO CNF-SUCURSAL
           MOVE 1                   TO CNF-SECCION
           MOVE LOTR-DDNAME         TO CNF-LOT-DDNAME
           MOVE LOTR-LOTE           TO CNF-LOT-LOTE
           MOVE LOTR-FECHA-LOTE     TO CNF-LOT-FECHA-LOTE
           MOVE LOTR-DETALLES       TO CNF-LOT-DETALLES
           MOVE LOTR-REVERSOS       TO CNF-LOT-REVERSOS
           MOVE LOTR-ESTADO         TO CNF-LOT-ESTADO
           MOVE LOTR-RAZON          TO CNF-LOT-RAZON
           PERFORM 190-SOLTAR-LINEA.

      *LOS RECHAZOS DE HEADER O TRAILER SON DEL LOTE, NO DE UNA
      *SUCURSAL - SOLO SE CUENTAN
       130-RECHAZOS.
           OPEN INPUT TRANS-RJ-FILE
           EVALUATE TRUE
               WHEN WSV-TRRJ-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 132-LEER-RECHAZO UNTIL WSS-FIN
                   CLOSE TRANS-RJ-FILE
               WHEN WSV-TRRJ-STAT = '35'
                   MOVE 'TRANRJ' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '130-RECHAZOS'        TO ABND-PARRAFO
                   STRING 'OPEN TRANS-RJ FALLO - STATUS '
                          WSV-TRRJ-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       132-LEER-RECHAZO.
           READ TRANS-RJ-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   MOVE TRJ-IMAGEN TO TRANS-RECORD
                   IF TR-TIPO-DETALLE OR TR-TIPO-REVERSO
                       MOVE SPACES          TO CNF-RECORD
                       MOVE TR-DET-SUCURSAL TO CNF-SUCURSAL
                       MOVE 2               TO CNF-SECCION
                       MOVE TRJ-SECUENCIA   TO CNF-RJ-POSICION
                       MOVE TRJ-RAZON-COD   TO CNF-RJ-RAZON-COD
                       MOVE TRJ-RAZON       TO CNF-RJ-RAZON
                       MOVE TRJ-IMAGEN      TO CNF-RJ-IMAGEN
                       PERFORM 190-SOLTAR-LINEA
                   ELSE
                       ADD 1 TO WSV-CNT-RJ-SIN-SUC
                   END-IF
           END-READ.

       140-RETENIDOS.
           OPEN INPUT HELD-FILE
           EVALUATE TRUE
               WHEN WSV-HELD-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 141-LEER-RETENIDO UNTIL WSS-FIN
                   CLOSE HELD-FILE
                   PERFORM 143-APLICAR-LIBERADOS
                   PERFORM 146-APLICAR-PENDIENTES
                   PERFORM 149-SOLTAR-RETENIDO
                       VARYING WSV-RET-IDX FROM 1 BY 1
                       UNTIL WSV-RET-IDX > WSV-RET-CNT
               WHEN WSV-HELD-STAT = '35'
                   MOVE 'HELDFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '140-RETENIDOS'       TO ABND-PARRAFO
                   STRING 'OPEN HELD-FILE FALLO - STATUS '
                          WSV-HELD-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       141-LEER-RETENIDO.
           READ HELD-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   PERFORM 142-ANOTAR-RETENIDO
           END-READ.

       142-ANOTAR-RETENIDO.
           IF WSV-RET-CNT = WSC-MAX-RETENIDOS
               MOVE '142-ANOTAR-RETEN'    TO ABND-PARRAFO
               MOVE 'TABLA DE RETENIDOS LLENA - MAX 2000'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-RET-CNT
           SET WSV-RET-IDX TO WSV-RET-CNT
           MOVE HLD-IMAGEN     TO TRANS-RECORD
           MOVE HLD-RUN-ID     TO WSV-RET-RUN-ID (WSV-RET-IDX)
           MOVE HLD-SECUENCIA  TO WSV-RET-SECUENCIA (WSV-RET-IDX)
           MOVE HLD-LOTE       TO WSV-RET-LOTE (WSV-RET-IDX)
           MOVE HLD-MOTIVO     TO WSV-RET-MOTIVO (WSV-RET-IDX)
           MOVE TR-DET-SUCURSAL TO WSV-RET-SUCURSAL (WSV-RET-IDX)
           MOVE ZEROS          TO WSV-RET-NUM-A (WSV-RET-IDX)
           MOVE ZEROS          TO WSV-RET-NUM-B (WSV-RET-IDX)
           IF TR-TIPO-DETALLE
            AND TR-NUM-A NUMERIC AND TR-NUM-B NUMERIC
               MOVE TR-NUM-A   TO WSV-RET-NUM-A (WSV-RET-IDX)
               MOVE TR-NUM-B   TO WSV-RET-NUM-B (WSV-RET-IDX)
           END-IF
           MOVE 'P'            TO WSV-RET-ESTADO (WSV-RET-IDX)
           IF WSV-EXC-PENDIENTES > ZEROS
               MOVE HLD-RUN-ID      TO WSV-ITEM-RUN-ID
               MOVE HLD-SECUENCIA   TO WSV-ID-ITEM-N
               MOVE TR-DET-SUCURSAL TO WSV-ITEM-SUCURSAL
               PERFORM 158-RESOLVER-EXCEPCION
                   VARYING WSV-EXC-IDX FROM 1 BY 1
                   UNTIL WSV-EXC-IDX > WSV-EXC-CNT
           END-IF.

       143-APLICAR-LIBERADOS.
           OPEN INPUT REL-FILE
           EVALUATE TRUE
               WHEN WSV-REL-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 144-LEER-LIBERADO UNTIL WSS-FIN
                   CLOSE REL-FILE
               WHEN WSV-REL-STAT = '35'
                   MOVE 'RELFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '143-APLICAR-LIBE'    TO ABND-PARRAFO
                   STRING 'OPEN REL-FILE FALLO - STATUS '
                          WSV-REL-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       144-LEER-LIBERADO.
           READ REL-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   SET WSV-RET-IDX TO 1
                   SEARCH WSV-RET-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSV-RET-RUN-ID (WSV-RET-IDX) = REL-RUN-ID
                        AND WSV-RET-SECUENCIA (WSV-RET-IDX)
                                = REL-SECUENCIA
                           MOVE 'L' TO WSV-RET-ESTADO (WSV-RET-IDX)
                   END-SEARCH
           END-READ.

      *CON LA GENERACION NUEVA A MANO, LO QUE NO SE LIBERO Y NO
      *QUEDO EN ELLA FUE RECHAZADO POR EL SUPERVISOR
       146-APLICAR-PENDIENTES.
           OPEN INPUT HELD-NEW-FILE
           EVALUATE TRUE
               WHEN WSV-HNEW-STAT = '00'
                   PERFORM 147-MARCAR-RECHAZADO
                       VARYING WSV-RET-IDX FROM 1 BY 1
                       UNTIL WSV-RET-IDX > WSV-RET-CNT
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 148-LEER-PENDIENTE UNTIL WSS-FIN
                   CLOSE HELD-NEW-FILE
               WHEN WSV-HNEW-STAT = '35'
                   MOVE 'HELDNEW' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '146-APLICAR-PEND'    TO ABND-PARRAFO
                   STRING 'OPEN HELD-NEW FALLO - STATUS '
                          WSV-HNEW-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       147-MARCAR-RECHAZADO.
           IF WSV-RET-ESTADO (WSV-RET-IDX) = 'P'
               MOVE 'R' TO WSV-RET-ESTADO (WSV-RET-IDX)
           END-IF.

       148-LEER-PENDIENTE.
           READ HELD-NEW-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   SET WSV-RET-IDX TO 1
                   SEARCH WSV-RET-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSV-RET-RUN-ID (WSV-RET-IDX) = HNEW-RUN-ID
                        AND WSV-RET-SECUENCIA (WSV-RET-IDX)
                                = HNEW-SECUENCIA
                           MOVE 'P' TO WSV-RET-ESTADO (WSV-RET-IDX)
                   END-SEARCH
           END-READ.

       149-SOLTAR-RETENIDO.
           MOVE SPACES TO CNF-RECORD
           MOVE WSV-RET-SUCURSAL (WSV-RET-IDX)  TO CNF-SUCURSAL
           MOVE 3                               TO CNF-SECCION
           MOVE WSV-RET-RUN-ID (WSV-RET-IDX)    TO CNF-RET-RUN-ID
           MOVE WSV-RET-SECUENCIA (WSV-RET-IDX) TO CNF-RET-SECUENCIA
           MOVE WSV-RET-LOTE (WSV-RET-IDX)      TO CNF-RET-LOTE
           MOVE WSV-RET-MOTIVO (WSV-RET-IDX)    TO CNF-RET-MOTIVO
           MOVE WSV-RET-ESTADO (WSV-RET-IDX)    TO CNF-RET-ESTADO
           MOVE WSV-RET-NUM-A (WSV-RET-IDX)     TO CNF-RET-NUM-A
           MOVE WSV-RET-NUM-B (WSV-RET-IDX)     TO CNF-RET-NUM-B
           PERFORM 190-SOLTAR-LINEA.

      *POSTEOS DE LAS CORRIDAS DE LA FECHA, CON SUS RESULTADOS - LA
      *BITACORA ES COMUN A LAS EMPRESAS, SOLO VA LO DE ESTA (IGUAL
      *QUE EL GLFILE DE LA MISMA CONFIRMACION)
       150-POSTEADOS.
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WSV-AUDIT-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 152-LEER-POSTEO UNTIL WSS-FIN
                   CLOSE AUDIT-FILE
               WHEN WSV-AUDIT-STAT = '35'
                   MOVE 'AUDFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '150-POSTEADOS'       TO ABND-PARRAFO
                   STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                          WSV-AUDIT-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       152-LEER-POSTEO.
           READ AUDIT-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF AUD-RUN-ID (1:6) = WSV-FECHA-CORRIDA
                    AND AUD-EMPRESA = FECH-EMPRESA
                       PERFORM 154-SOLTAR-POSTEO
                   END-IF
           END-READ.

       154-SOLTAR-POSTEO.
           MOVE SPACES          TO CNF-RECORD
           MOVE AUD-SUCURSAL    TO CNF-SUCURSAL
           MOVE 4               TO CNF-SECCION
           MOVE AUD-RUN-ID      TO CNF-POS-RUN-ID
           MOVE ZEROS           TO CNF-POS-SECUENCIA
           IF AUD-SECUENCIA-X NOT = SPACES
               MOVE AUD-SECUENCIA TO CNF-POS-SECUENCIA
           END-IF
           MOVE AUD-NUM-A       TO CNF-POS-NUM-A
           MOVE AUD-NUM-B       TO CNF-POS-NUM-B
           MOVE AUD-RESULT-1    TO CNF-POS-RESULTADO (1)
           MOVE AUD-RESULT-2    TO CNF-POS-RESULTADO (2)
           MOVE AUD-RESULT-3    TO CNF-POS-RESULTADO (3)
           MOVE AUD-RESULT-4    TO CNF-POS-RESULTADO (4)
           MOVE AUD-RESULT-5    TO CNF-POS-RESULTADO (5)
           MOVE AUD-ERROR-SW    TO CNF-POS-ERROR
           MOVE AUD-REVERSO-SW  TO CNF-POS-REVERSO
           IF WSV-EXC-PENDIENTES > ZEROS
            AND CNF-POS-SECUENCIA > ZEROS
               MOVE AUD-RUN-ID        TO WSV-ITEM-RUN-ID
               MOVE CNF-POS-SECUENCIA TO WSV-ID-ITEM-N
               MOVE AUD-SUCURSAL      TO WSV-ITEM-SUCURSAL
               PERFORM 158-RESOLVER-EXCEPCION
                   VARYING WSV-EXC-IDX FROM 1 BY 1
                   UNTIL WSV-EXC-IDX > WSV-EXC-CNT
           END-IF
           PERFORM 190-SOLTAR-LINEA.

      *UNA EXCEPCION SOBRE EL ITEM (RUN-ID Y POSICION) ES DE SU
      *SUCURSAL
       158-RESOLVER-EXCEPCION.
           IF WSV-EXC-SUCURSAL (WSV-EXC-IDX) = SPACES
            AND WSV-EXC-RUN-ID (WSV-EXC-IDX) = WSV-ITEM-RUN-ID
            AND WSV-EXC-ID-REGISTRO (WSV-EXC-IDX) = WSV-ID-ITEM
               MOVE WSV-ITEM-SUCURSAL TO WSV-EXC-SUCURSAL (WSV-EXC-IDX)
               SUBTRACT 1 FROM WSV-EXC-PENDIENTES
           END-IF.

       160-SOLTAR-EXCEPCIONES.
           IF WSV-EXC-SUCURSAL (WSV-EXC-IDX) = SPACES
               ADD 1 TO WSV-CNT-EXC-SIN-SUC
           ELSE
               MOVE SPACES TO CNF-RECORD
               MOVE WSV-EXC-SUCURSAL (WSV-EXC-IDX)  TO CNF-SUCURSAL
               MOVE 5                               TO CNF-SECCION
               MOVE WSV-EXC-RUN-ID (WSV-EXC-IDX)    TO CNF-EXC-RUN-ID
               MOVE WSV-EXC-PROGRAMA (WSV-EXC-IDX)  TO CNF-EXC-PROGRAMA
               MOVE WSV-EXC-ID-REGISTRO (WSV-EXC-IDX)
                   TO CNF-EXC-ID-REGISTRO
               MOVE WSV-EXC-SEVERIDAD (WSV-EXC-IDX)
                   TO CNF-EXC-SEVERIDAD
               MOVE WSV-EXC-RAZON (WSV-EXC-IDX)     TO CNF-EXC-RAZON
               PERFORM 190-SOLTAR-LINEA
           END-IF.

      *LINEAS DE DETALLE DE LA INTERFAZ CONTABLE DE LA FECHA
       170-CONTABLE.
           OPEN INPUT GL-FILE
           EVALUATE TRUE
               WHEN WSV-GL-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 172-LEER-GL UNTIL WSS-FIN
                   CLOSE GL-FILE
               WHEN WSV-GL-STAT = '35'
                   MOVE 'GLFILE' TO WSV-ARCHIVO-AUSENTE
                   PERFORM 090-ARCHIVO-AUSENTE
               WHEN OTHER
                   MOVE '170-CONTABLE'        TO ABND-PARRAFO
                   STRING 'OPEN GL-FILE FALLO - STATUS '
                          WSV-GL-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       172-LEER-GL.
           READ GL-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF GL-TIPO-DETALLE
                    AND GL-FECHA-NEGOCIO = WSV-FECHA-CORRIDA
                       MOVE SPACES           TO CNF-RECORD
                       MOVE GL-SUCURSAL      TO CNF-SUCURSAL
                       MOVE 6                TO CNF-SECCION
                       MOVE GL-RESULTADO     TO CNF-GL-RESULTADO
                       MOVE GL-IMPORTE       TO CNF-GL-IMPORTE
                       MOVE GL-CUENTA-TRANS  TO CNF-GL-CUENTA-TRANS
                       PERFORM 190-SOLTAR-LINEA
                   END-IF
           END-READ.

      *EL ORDEN DE LLEGADA MANTIENE DENTRO DE CADA SECCION EL ORDEN
      *DE LA FUENTE
       190-SOLTAR-LINEA.
           ADD 1 TO WSV-ORDEN
           MOVE WSV-ORDEN          TO CNF-ORDEN
           MOVE WSV-FECHA-CORRIDA  TO CNF-FECHA-NEGOCIO
           RELEASE SRT-RECORD FROM CNF-RECORD.

      *PROCEDIMIENTO DE SALIDA DEL SORT - CORTE POR SUCURSAL: HEADER,
      *LINEAS DE CADA SECCION Y TRAILER EN CNFFILE, Y UNA PAGINA DEL
      *REPORTE POR SUCURSAL
       200-EMITIR.
           MOVE SPACES TO WSV-SUC-ANTERIOR
           MOVE '1' TO WSS-SWITCHES
           PERFORM 205-RETORNAR
           PERFORM 210-PROCESAR-LINEA UNTIL WSS-FIN
           IF WSV-SUC-ANTERIOR NOT = SPACES
               PERFORM 240-CERRAR-SUCURSAL
           END-IF.
       200-EMITIR-FIN. EXIT.

       205-RETORNAR.
           RETURN SORT-WORK-FILE INTO CNF-RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-RETURN.

       210-PROCESAR-LINEA.
           IF CNF-SUCURSAL NOT = WSV-SUC-ANTERIOR
               IF WSV-SUC-ANTERIOR NOT = SPACES
                   MOVE CNF-RECORD TO WSV-CNF-GUARDA
                   PERFORM 240-CERRAR-SUCURSAL
                   MOVE WSV-CNF-GUARDA TO CNF-RECORD
               END-IF
               PERFORM 220-ABRIR-SUCURSAL
           END-IF
           IF NOT CNF-SEC-HEADER
               PERFORM 230-LINEA-SECCION
           END-IF
           PERFORM 205-RETORNAR.

      *EL HEADER SE ARMA AQUI CON EL NOMBRE DEL MAESTRO, LA
      *SUCURSAL HAYA VENIDO O NO DEL MAESTRO
       220-ABRIR-SUCURSAL.
           MOVE CNF-RECORD   TO WSV-CNF-GUARDA
           MOVE CNF-SUCURSAL TO WSV-SUC-ANTERIOR
           MOVE ZEROS        TO WSV-SECCION-ANTERIOR
           MOVE ZEROS        TO WSV-SUC-LOTES
           MOVE ZEROS        TO WSV-SUC-RECHAZOS
           MOVE ZEROS        TO WSV-SUC-RETENIDOS
           MOVE ZEROS        TO WSV-SUC-POSTEADOS
           MOVE ZEROS        TO WSV-SUC-EXCEPCIONES
           MOVE ZEROS        TO WSV-SUC-LINEAS-GL
           MOVE ZEROS        TO WSV-SUC-REGISTROS
           ADD 1 TO WSV-CNT-SUCURSALES
           MOVE SPACES            TO CNF-RECORD
           MOVE WSV-SUC-ANTERIOR  TO CNF-SUCURSAL
           MOVE 0                 TO CNF-SECCION
           MOVE WSV-FECHA-CORRIDA TO CNF-FECHA-NEGOCIO
           IF WSV-HAY-MAESTRO
               MOVE WSV-SUC-ANTERIOR TO SUC-CODIGO
               READ SUCURSAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUC-NOMBRE TO CNF-HDR-NOMBRE
                       MOVE SUC-REGION TO CNF-HDR-REGION
               END-READ
           END-IF
           PERFORM 250-GRABAR-CNF
           PERFORM 099-PAGINA-REPORTE
           MOVE CNF-SUCURSAL      TO RPTS-SUCURSAL
           MOVE CNF-HDR-NOMBRE    TO RPTS-NOMBRE
           MOVE CNF-HDR-REGION    TO RPTS-REGION
           MOVE WSV-FECHA-CORRIDA TO RPTS-FECHA
           IF CNF-HDR-NOMBRE = SPACES
               MOVE 'NO ESTA EN MAESTRO' TO RPTS-NOMBRE
           END-IF
           MOVE RPT-SUCURSAL TO REPW-LINEA
           MOVE 1            TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE WSV-CNF-GUARDA TO CNF-RECORD.

      *CADA SECCION ABRE CON SU TITULO LA PRIMERA VEZ QUE APARECE
       230-LINEA-SECCION.
           IF CNF-SECCION NOT = WSV-SECCION-ANTERIOR
               MOVE CNF-SECCION TO WSV-SECCION-ANTERIOR
               PERFORM 232-TITULO-SECCION
           END-IF
           EVALUATE TRUE
               WHEN CNF-SEC-LOTE
                   ADD 1 TO WSV-SUC-LOTES
                   PERFORM 233-INFORMAR-LOTE
               WHEN CNF-SEC-RECHAZO
                   ADD 1 TO WSV-SUC-RECHAZOS
                   PERFORM 234-INFORMAR-RECHAZO
               WHEN CNF-SEC-RETENIDO
                   ADD 1 TO WSV-SUC-RETENIDOS
                   PERFORM 235-INFORMAR-RETENIDO
               WHEN CNF-SEC-POSTEADO
                   ADD 1 TO WSV-SUC-POSTEADOS
                   PERFORM 236-INFORMAR-POSTEO
               WHEN CNF-SEC-EXCEPCION
                   ADD 1 TO WSV-SUC-EXCEPCIONES
                   PERFORM 237-INFORMAR-EXCEPCION
               WHEN CNF-SEC-CONTABLE
                   ADD 1 TO WSV-SUC-LINEAS-GL
                   PERFORM 238-INFORMAR-CONTABLE
           END-EVALUATE
           PERFORM 250-GRABAR-CNF.

       232-TITULO-SECCION.
           EVALUATE TRUE
               WHEN CNF-SEC-LOTE
                   MOVE 'LOTES RECIBIDOS'          TO RPTT-TITULO
               WHEN CNF-SEC-RECHAZO
                   MOVE 'ITEMS RECHAZADOS POR EL EDITOR'
                       TO RPTT-TITULO
               WHEN CNF-SEC-RETENIDO
                   MOVE 'ITEMS RETENIDOS'          TO RPTT-TITULO
               WHEN CNF-SEC-POSTEADO
                   MOVE 'ITEMS POSTEADOS'          TO RPTT-TITULO
               WHEN CNF-SEC-EXCEPCION
                   MOVE 'EXCEPCIONES'              TO RPTT-TITULO
               WHEN CNF-SEC-CONTABLE
                   MOVE 'TOTALES ENVIADOS A CONTABILIDAD'
                       TO RPTT-TITULO
           END-EVALUATE
           MOVE RPT-TITULO TO REPW-LINEA
           MOVE 2          TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       233-INFORMAR-LOTE.
           MOVE CNF-LOT-DETALLES TO WSV-ED-SEC
           MOVE CNF-LOT-REVERSOS TO WSV-ED-CANT
           IF CNF-LOT-ESTADO = 'E'
               MOVE 'ERROR'     TO WSV-TXT-MOTIVO
           ELSE
               MOVE 'BIEN'      TO WSV-TXT-MOTIVO
           END-IF
           STRING 'LOTE ' CNF-LOT-LOTE ' DEL ' CNF-LOT-FECHA-LOTE
                  ' (' CNF-LOT-DDNAME ') DETALLES ' WSV-ED-SEC
                  ' REVERSOS ' WSV-ED-CANT ' ' WSV-TXT-MOTIVO
                  DELIMITED BY SIZE INTO RPTL-TEXTO
           PERFORM 095-LINEA-TEXTO
           IF CNF-LOT-RAZON NOT = SPACES
               STRING '    ' CNF-LOT-RAZON
                      DELIMITED BY SIZE INTO RPTL-TEXTO
               PERFORM 095-LINEA-TEXTO
           END-IF.

       234-INFORMAR-RECHAZO.
           MOVE CNF-RJ-POSICION TO WSV-ED-SEC
           STRING 'POSICION ' WSV-ED-SEC ' RAZON ' CNF-RJ-RAZON-COD
                  ' ' CNF-RJ-RAZON
                  DELIMITED BY SIZE INTO RPTL-TEXTO
           PERFORM 095-LINEA-TEXTO
           MOVE CNF-RJ-IMAGEN TO TRANS-RECORD
           IF TR-TIPO-DETALLE
               PERFORM 239-EDITAR-OPERANDOS
               STRING '    A ' WSV-TXT-A ' B ' WSV-TXT-B
                      ' OPERACIONES ' TR-DET-OPERACIONES
                      DELIMITED BY SIZE INTO RPTL-TEXTO
           ELSE
               MOVE ZEROS TO WSV-ED-SEC
               IF TR-REV-SECUENCIA NUMERIC
                   MOVE TR-REV-SECUENCIA TO WSV-ED-SEC
               END-IF
               STRING '    REVERSO DE ' TR-REV-RUN-ID
                      ' SECUENCIA ' WSV-ED-SEC
                      DELIMITED BY SIZE INTO RPTL-TEXTO
           END-IF
           PERFORM 095-LINEA-TEXTO.

       235-INFORMAR-RETENIDO.
           MOVE CNF-RET-SECUENCIA TO WSV-ED-SEC
           IF CNF-RET-MOTIVO = 'D'
               MOVE 'DUPLICADO' TO WSV-TXT-MOTIVO
           ELSE
               MOVE 'MONTO'     TO WSV-TXT-MOTIVO
           END-IF
           EVALUATE TRUE
               WHEN CNF-RET-LIBERADO
                   MOVE 'LIBERADO'       TO WSV-TXT-ESTADO
               WHEN CNF-RET-RECHAZADO
                   MOVE 'RECHAZADO'      TO WSV-TXT-ESTADO
               WHEN OTHER
                   MOVE 'SIGUE RETENIDO' TO WSV-TXT-ESTADO
           END-EVALUATE
           STRING 'CORRIDA ' CNF-RET-RUN-ID ' SEC ' WSV-ED-SEC
                  ' LOTE ' CNF-RET-LOTE ' ' WSV-TXT-MOTIVO
                  ' ' WSV-TXT-ESTADO
                  DELIMITED BY SIZE INTO RPTL-TEXTO
           PERFORM 095-LINEA-TEXTO
           MOVE CNF-RET-NUM-A TO WSV-ED-IMP
           MOVE WSV-ED-IMP    TO WSV-TXT-A
           MOVE CNF-RET-NUM-B TO WSV-ED-IMP
           MOVE WSV-ED-IMP    TO WSV-TXT-B
           STRING '    A ' WSV-TXT-A ' B ' WSV-TXT-B
                  DELIMITED BY SIZE INTO RPTL-TEXTO
           PERFORM 095-LINEA-TEXTO.

       236-INFORMAR-POSTEO.
           MOVE CNF-POS-SECUENCIA TO WSV-ED-SEC
           MOVE CNF-POS-NUM-A     TO WSV-ED-IMP
           MOVE WSV-ED-IMP        TO WSV-TXT-A
           MOVE CNF-POS-NUM-B     TO WSV-ED-IMP
           MOVE WSV-ED-IMP        TO WSV-TXT-B
           EVALUATE TRUE
               WHEN CNF-POS-REVERSO = 'R'
                   MOVE 'REVERTIDO'  TO WSV-TXT-MARCA
               WHEN CNF-POS-REVERSO = 'V'
                   MOVE 'REVERSANTE' TO WSV-TXT-MARCA
               WHEN CNF-POS-ERROR = 'Y'
                   MOVE 'CON ERROR'  TO WSV-TXT-MARCA
               WHEN OTHER
                   MOVE SPACES       TO WSV-TXT-MARCA
           END-EVALUATE
           STRING 'CORRIDA ' CNF-POS-RUN-ID ' SEC ' WSV-ED-SEC
                  ' A ' WSV-TXT-A ' B ' WSV-TXT-B ' ' WSV-TXT-MARCA
                  DELIMITED BY SIZE INTO RPTL-TEXTO
           PERFORM 095-LINEA-TEXTO
           PERFORM 236A-EDITAR-RESULTADO
               VARYING WSV-I FROM 1 BY 1 UNTIL WSV-I > 5
           STRING '  ' WSV-TXT-RESULTADOS
                  DELIMITED BY SIZE INTO RPTL-TEXTO
           PERFORM 095-LINEA-TEXTO.

       236A-EDITAR-RESULTADO.
           MOVE CNF-POS-RESULTADO (WSV-I) TO WSV-ED-IMP
           MOVE WSV-ED-IMP                TO WSV-TXT-RES-IMP (WSV-I)
           MOVE SPACES                    TO WSV-TXT-RES-ROT (WSV-I)
           STRING ' R' WSV-I ' ' DELIMITED BY SIZE
               INTO WSV-TXT-RES-ROT (WSV-I).

       237-INFORMAR-EXCEPCION.
           STRING 'CORRIDA ' CNF-EXC-RUN-ID ' ' CNF-EXC-PROGRAMA
                  ' REGISTRO ' CNF-EXC-ID-REGISTRO
                  ' SEVERIDAD ' CNF-EXC-SEVERIDAD
                  DELIMITED BY SIZE INTO RPTL-TEXTO
           PERFORM 095-LINEA-TEXTO
           STRING '    ' CNF-EXC-RAZON
                  DELIMITED BY SIZE INTO RPTL-TEXTO
           PERFORM 095-LINEA-TEXTO.

       238-INFORMAR-CONTABLE.
           MOVE CNF-GL-IMPORTE      TO WSV-ED-IMP-GL
           MOVE CNF-GL-CUENTA-TRANS TO WSV-ED-CANT
           IF CNF-GL-RESULTADO = 6
               STRING 'COMISIONES     IMPORTE ' WSV-ED-IMP-GL
                      ' ITEMS ' WSV-ED-CANT
                      DELIMITED BY SIZE INTO RPTL-TEXTO
           ELSE
               STRING 'RESULTADO ' CNF-GL-RESULTADO
                      '    IMPORTE ' WSV-ED-IMP-GL
                      ' ITEMS ' WSV-ED-CANT
                      DELIMITED BY SIZE INTO RPTL-TEXTO
           END-IF
           PERFORM 095-LINEA-TEXTO.

      *UN OPERANDO CON BASURA SE MUESTRA COMO TAL, NO SE EDITA
       239-EDITAR-OPERANDOS.
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

      *EL TRAILER DEL BLOQUE LLEVA LAS CUENTAS DE CADA SECCION PARA
      *QUE LA SUCURSAL CUADRE LO QUE CARGO
       240-CERRAR-SUCURSAL.
           MOVE SPACES               TO CNF-RECORD
           MOVE WSV-SUC-ANTERIOR     TO CNF-SUCURSAL
           MOVE 9                    TO CNF-SECCION
           MOVE WSV-FECHA-CORRIDA    TO CNF-FECHA-NEGOCIO
           MOVE WSV-SUC-LOTES        TO CNF-TRL-LOTES
           MOVE WSV-SUC-RECHAZOS     TO CNF-TRL-RECHAZOS
           MOVE WSV-SUC-RETENIDOS    TO CNF-TRL-RETENIDOS
           MOVE WSV-SUC-POSTEADOS    TO CNF-TRL-POSTEADOS
           MOVE WSV-SUC-EXCEPCIONES  TO CNF-TRL-EXCEPCIONES
           MOVE WSV-SUC-LINEAS-GL    TO CNF-TRL-LINEAS-GL
           ADD 1 TO WSV-SUC-REGISTROS
           MOVE WSV-SUC-REGISTROS    TO CNF-TRL-REGISTROS
           SUBTRACT 1 FROM WSV-SUC-REGISTROS
           PERFORM 250-GRABAR-CNF
           IF WSV-SECCION-ANTERIOR = ZEROS
               MOVE SPACES TO REPW-LINEA
               MOVE 1      TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
               MOVE 'SIN MOVIMIENTO EN LA FECHA' TO RPTL-TEXTO
               PERFORM 095-LINEA-TEXTO
           END-IF
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'LOTES RECIBIDOS               : ' TO RPTT-LITERAL
           MOVE WSV-SUC-LOTES                      TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'RECHAZADOS POR EL EDITOR      : ' TO RPTT-LITERAL
           MOVE WSV-SUC-RECHAZOS                   TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'RETENIDOS                     : ' TO RPTT-LITERAL
           MOVE WSV-SUC-RETENIDOS                  TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'POSTEADOS                     : ' TO RPTT-LITERAL
           MOVE WSV-SUC-POSTEADOS                  TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'EXCEPCIONES                   : ' TO RPTT-LITERAL
           MOVE WSV-SUC-EXCEPCIONES                TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA.

      *EL ORDEN DEL REGISTRO EN EL ARCHIVO ES SU NUMERO DENTRO DEL
      *BLOQUE DE LA SUCURSAL
       250-GRABAR-CNF.
           ADD 1 TO WSV-SUC-REGISTROS
           MOVE WSV-SUC-REGISTROS TO CNF-ORDEN
           WRITE CNF-FILE-RECORD FROM CNF-RECORD
           IF WSV-CNF-STAT NOT = '00'
               MOVE '250-GRABAR-CNF'      TO ABND-PARRAFO
               STRING 'WRITE CNF-FILE FALLO - STATUS '
                      WSV-CNF-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-CNT-GRABADOS.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           PERFORM 099-PAGINA-REPORTE
           MOVE 'RESUMEN DE LA CONFIRMACION'    TO RPTT-TITULO
           MOVE RPT-TITULO TO REPW-LINEA
           MOVE 1          TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'SUCURSALES CONFIRMADAS        : ' TO RPTT-LITERAL
           MOVE WSV-CNT-SUCURSALES                 TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'REGISTROS GRABADOS EN CNFFILE : ' TO RPTT-LITERAL
           MOVE WSV-CNT-GRABADOS                   TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'FEEDS SIN DETALLES            : ' TO RPTT-LITERAL
           MOVE WSV-CNT-LOTES-VACIOS               TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'RECHAZOS DE HEADER O TRAILER  : ' TO RPTT-LITERAL
           MOVE WSV-CNT-RJ-SIN-SUC                 TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'EXCEPCIONES SIN SUCURSAL      : ' TO RPTT-LITERAL
           MOVE WSV-CNT-EXC-SIN-SUC                TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'EXCEPCIONES NO CONFIRMADAS    : ' TO RPTT-LITERAL
           MOVE WSV-CNT-EXC-NO-CARGADAS            TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           IF WSV-HAY-MAESTRO
               CLOSE SUCURSAL-FILE
           END-IF
           CLOSE CNF-FILE
           DISPLAY 'CONFSUC: SUCURSALES CONFIRMADAS ' WSV-CNT-SUCURSALES
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       090-ARCHIVO-AUSENTE.
           STRING 'ARCHIVO ' WSV-ARCHIVO-AUSENTE
                  ' NO DISPONIBLE - SU SECCION QUEDA SIN DATOS'
                  DELIMITED BY SIZE INTO RPTL-TEXTO
           PERFORM 095-LINEA-TEXTO.

       095-LINEA-TEXTO.
           MOVE RPT-LINEA TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE SPACES TO RPTL-TEXTO.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
