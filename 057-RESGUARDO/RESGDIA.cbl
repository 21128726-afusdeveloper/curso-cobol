       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     RESGDIA.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DATASETS PERMANENTES DEL JUEGO - TODOS COMPARTEN UN MISMO
      *FILE STATUS PORQUE SE COPIAN DE A UNO. LA DESCARGA DEL
      *MAESTRO (MSTUNLF) LA DEJA MSTUNLD EN EL PASO ANTERIOR
           SELECT REGISTRY-FILE         ASSIGN TO RUNCTLF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS REG-LLAVE
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT RUNHIST-FILE          ASSIGN TO RUNHISTF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT HIST-FILE             ASSIGN TO EXCPHIST
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS HST-TICKET
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT TICKET-FILE           ASSIGN TO TCKCTL
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT LOTE-REG-FILE         ASSIGN TO LOTEREG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT CIERRE-FILE           ASSIGN TO CIERREF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT HELD-FILE             ASSIGN TO HELDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT ABEND-LOG-FILE        ASSIGN TO ABENDLOG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT ALERT-LOG-FILE        ASSIGN TO ALERTLOG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT CATALOGO-FILE         ASSIGN TO RPTCAT
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT UNLOAD-FILE           ASSIGN TO MSTUNLF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

      *COPIAS DEL JUEGO - UNA GENERACION NUEVA POR CIERRE. LOS KSDS
      *QUEDAN COMO IMAGEN SECUENCIAL EN ORDEN DE LLAVE Y SE
      *RESTAURAN CON REPRO SOBRE EL CLUSTER VACIO
           SELECT RG-RUNCTL-FILE        ASSIGN TO RGRUNCTL
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-RUNHIS-FILE        ASSIGN TO RGRUNHIS
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-EXCPHS-FILE        ASSIGN TO RGEXCPHS
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-TCKCTL-FILE        ASSIGN TO RGTCKCTL
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-LOTREG-FILE        ASSIGN TO RGLOTREG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-CIERRE-FILE        ASSIGN TO RGCIERRE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-HELD-FILE          ASSIGN TO RGHELDFL
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-ABNDLG-FILE        ASSIGN TO RGABNDLG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-ALRTLG-FILE        ASSIGN TO RGALRTLG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-RPTCAT-FILE        ASSIGN TO RGRPTCAT
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

           SELECT RG-MSTUNL-FILE        ASSIGN TO RGMSTUNL
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

      *MANIFIESTO DEL JUEGO - SE ESCRIBE AL FINAL, ASI QUE UN JUEGO
      *SIN MANIFIESTO ES UN RESGUARDO QUE NO TERMINO
           SELECT MANIFEST-FILE         ASSIGN TO RESGMAN
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-MAN-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCFD.

       FD  RUNHIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RUNH-RECORD                  PIC X(80).

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
           COPY EXCPHWS.

       FD  TICKET-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TICKET-RECORD                PIC X(80).

       FD  LOTE-REG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LOTE-REG-RECORD              PIC X(80).

       FD  CIERRE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY CIERWS.

       FD  HELD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  HELD-RECORD                  PIC X(80).

       FD  ABEND-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ABEND-LOG-RECORD             PIC X(80).

       FD  ALERT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-LOG-RECORD             PIC X(100).

       FD  CATALOGO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CATALOGO-RECORD              PIC X(80).

       FD  UNLOAD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  UNLOAD-RECORD                PIC X(50).

       FD  RG-RUNCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RG-RUNCTL-RECORD             PIC X(80).

       FD  RG-RUNHIS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RG-RUNHIS-RECORD             PIC X(80).

       FD  RG-EXCPHS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  RG-EXCPHS-RECORD             PIC X(110).

       FD  RG-TCKCTL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RG-TCKCTL-RECORD             PIC X(80).

       FD  RG-LOTREG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RG-LOTREG-RECORD             PIC X(80).

       FD  RG-CIERRE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RG-CIERRE-RECORD             PIC X(80).

       FD  RG-HELD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RG-HELD-RECORD               PIC X(80).

       FD  RG-ABNDLG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RG-ABNDLG-RECORD             PIC X(80).

       FD  RG-ALRTLG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  RG-ALRTLG-RECORD             PIC X(100).

       FD  RG-RPTCAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RG-RPTCAT-RECORD             PIC X(80).

       FD  RG-MSTUNL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  RG-MSTUNL-RECORD             PIC X(50).

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RESGWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-ENT-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-SAL-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-MAN-STAT                 PIC X(02) VALUE ZEROS.
      *
       77  WSV-FECHA-NEGOCIO            PIC 9(06) VALUE ZEROS.
       77  WSV-FECHA-SISTEMA            PIC 9(06) VALUE ZEROS.
       77  WSV-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
       77  WSV-CERRADA-SW               PIC X(01) VALUE 'N'.
         88 WSV-FECHA-CERRADA                    VALUE 'S'.
      *
      *DATASETS DEL JUEGO EN EL ORDEN EN QUE SE COPIAN: DD DEL
      *DATASET, DD DE SU COPIA Y LARGO DE REGISTRO. EL NUMERO DE
      *FILA ES EL QUE USAN LOS EVALUATE DE APERTURA, LECTURA,
      *GRABACION Y CIERRE - SI SE AGREGA UN DATASET, SE AGREGA EN
      *LOS CUATRO Y EN LA TABLA DE RESGVER
       77  WSC-MAX-DATASETS             PIC 9(02) VALUE 11.
       01  WSC-DATASETS.
           05 FILLER PIC X(19) VALUE 'RUNCTLF RGRUNCTL080'.
           05 FILLER PIC X(19) VALUE 'RUNHISTFRGRUNHIS080'.
           05 FILLER PIC X(19) VALUE 'EXCPHISTRGEXCPHS110'.
           05 FILLER PIC X(19) VALUE 'TCKCTL  RGTCKCTL080'.
           05 FILLER PIC X(19) VALUE 'LOTEREG RGLOTREG080'.
           05 FILLER PIC X(19) VALUE 'CIERREF RGCIERRE080'.
           05 FILLER PIC X(19) VALUE 'HELDFILERGHELDFL080'.
           05 FILLER PIC X(19) VALUE 'ABENDLOGRGABNDLG080'.
           05 FILLER PIC X(19) VALUE 'ALERTLOGRGALRTLG100'.
           05 FILLER PIC X(19) VALUE 'RPTCAT  RGRPTCAT080'.
           05 FILLER PIC X(19) VALUE 'MSTUNLF RGMSTUNL050'.
       01  WSC-TABLA-DATASETS REDEFINES WSC-DATASETS.
           05 WSC-DS-ENTRY             OCCURS 11 TIMES.
               10 WSC-DS-NOMBRE      PIC X(08).
               10 WSC-DS-COPIA       PIC X(08).
               10 WSC-DS-LARGO       PIC 9(03).
      *
       77  WSV-DS-NUM                   PIC 9(02) VALUE ZEROS.
         88 WSV-DS-CIERREF                       VALUE 6.
       01  WSV-TABLA-RESULTADOS.
           05 WSV-RES-ENTRY            OCCURS 11 TIMES.
               10 WSV-RES-ESTADO     PIC X(01).
                 88 WSV-RES-PRESENTE             VALUE 'P'.
                 88 WSV-RES-AUSENTE              VALUE 'A'.
               10 WSV-RES-CUENTA     PIC 9(09).
               10 WSV-RES-HASH       PIC 9(15).
       77  WSV-TOT-CUENTA               PIC 9(11) VALUE ZEROS.
       77  WSV-TOT-HASH                 PIC 9(15) VALUE ZEROS.
      *
      *REGISTRO EN CURSO, SIEMPRE COMPLETADO CON BLANCOS AL LARGO
      *DEL MAS GRANDE - EL HASH SOLO RECORRE EL LARGO DEL DATASET
       01  WSV-IMAGEN                   PIC X(110) VALUE SPACES.
       77  WSV-POS                      PIC 9(03) VALUE ZEROS.
       77  WSV-HASH-REG                 PIC 9(09) VALUE ZEROS.
      *
      *VALOR DE UN BYTE - VA EN LA MITAD BAJA DE UN BINARIO DE
      *MEDIA PALABRA, COMO EN VOLCADO
       01  WSV-BINARIO.
           05 WSV-BIN-ALTO             PIC X(01) VALUE LOW-VALUE.
           05 WSV-BIN-BAJO             PIC X(01) VALUE LOW-VALUE.
       01  WSV-BINARIO-N REDEFINES WSV-BINARIO
                                        PIC 9(04) COMP.
      *
      *REPORTE DEL RESGUARDO - SALE POR EL ESCRITOR COMUN (REPWRT)
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(10) VALUE 'DATASET'.
           05 FILLER                   PIC X(10) VALUE 'COPIA'.
           05 FILLER                   PIC X(11) VALUE 'ESTADO'.
           05 FILLER                   PIC X(13) VALUE '  REGISTROS'.
           05 FILLER                   PIC X(36) VALUE 'HASH'.

       01  RPT-DATASET.
           05 RPTD-DATASET             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTD-COPIA               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTD-ESTADO              PIC X(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTD-CUENTA              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTD-HASH                PIC 9(15).
           05 FILLER                   PIC X(21) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-CONCEPTO            PIC X(30).
           05 RPTT-VALOR               PIC X(20).
           05 FILLER                   PIC X(30) VALUE SPACES.
       77  WSV-TOT-EDIT                 PIC ZZ,ZZZ,ZZZ,ZZ9.

      *RESGUARDO DE FIN DE DIA - CORRE DESPUES DE QUE DIACIE CIERRA
      *LA FECHA Y COPIA JUNTOS TODOS LOS DATASETS PERMANENTES DEL
      *SUITE, CON UN MANIFIESTO DE CUENTA Y HASH POR DATASET PARA
      *QUE RESGVER PUEDA PROBAR QUE UNA RESTAURACION DEVUELVE EL
      *MISMO DIA. LA CADENA ES SECUENCIAL, ASI QUE NADIE ESCRIBE EN
      *EL JUEGO MIENTRAS SE COPIA
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'RESGDIA'               TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-RESPALDAR-DATASET
               VARYING WSV-DS-NUM FROM 1 BY 1
               UNTIL WSV-DS-NUM > WSC-MAX-DATASETS
           PERFORM 060-ESCRIBIR-MANIFIESTO
           PERFORM 080-REPORTE
           GOBACK.

       020-INICIO.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-NEGOCIO
           ACCEPT WSV-FECHA-SISTEMA FROM DATE
           ACCEPT WSV-HORA-SISTEMA  FROM TIME.

      *COPIA UN DATASET Y ACUMULA SU CUENTA Y SU HASH - UN DATASET
      *QUE NO EXISTE QUEDA AUSENTE EN EL MANIFIESTO Y SU COPIA SE
      *CREA VACIA, PARA QUE EL JUEGO TENGA SIEMPRE TODOS SUS
      *MIEMBROS
       030-RESPALDAR-DATASET.
           MOVE ZEROS TO WSV-RES-CUENTA (WSV-DS-NUM)
           MOVE ZEROS TO WSV-RES-HASH (WSV-DS-NUM)
           PERFORM 031-ABRIR-ENTRADA
           PERFORM 032-ABRIR-SALIDA
           IF WSV-RES-PRESENTE (WSV-DS-NUM)
               MOVE '1' TO WSS-SWITCHES
               PERFORM 033-LEER-ENTRADA
               PERFORM 034-COPIAR-REGISTRO UNTIL WSS-FIN
               PERFORM 037-CERRAR-ENTRADA
           END-IF
           PERFORM 038-CERRAR-SALIDA
           ADD WSV-RES-CUENTA (WSV-DS-NUM) TO WSV-TOT-CUENTA
           ADD WSV-RES-HASH (WSV-DS-NUM)   TO WSV-TOT-HASH.

       031-ABRIR-ENTRADA.
           EVALUATE WSV-DS-NUM
               WHEN 1  OPEN INPUT REGISTRY-FILE
               WHEN 2  OPEN INPUT RUNHIST-FILE
               WHEN 3  OPEN INPUT HIST-FILE
               WHEN 4  OPEN INPUT TICKET-FILE
               WHEN 5  OPEN INPUT LOTE-REG-FILE
               WHEN 6  OPEN INPUT CIERRE-FILE
               WHEN 7  OPEN INPUT HELD-FILE
               WHEN 8  OPEN INPUT ABEND-LOG-FILE
               WHEN 9  OPEN INPUT ALERT-LOG-FILE
               WHEN 10 OPEN INPUT CATALOGO-FILE
               WHEN 11 OPEN INPUT UNLOAD-FILE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WSV-ENT-STAT = '00'
                   MOVE 'P' TO WSV-RES-ESTADO (WSV-DS-NUM)
               WHEN WSV-ENT-STAT = '35'
                   MOVE 'A' TO WSV-RES-ESTADO (WSV-DS-NUM)
                   DISPLAY 'RESGDIA - ' WSC-DS-NOMBRE (WSV-DS-NUM)
                           ' NO EXISTE - QUEDA AUSENTE'
               WHEN OTHER
                   MOVE '031-ABRIR-ENTRAD'    TO ABND-PARRAFO
                   STRING 'OPEN ' WSC-DS-NOMBRE (WSV-DS-NUM)
                          ' FALLO - STATUS '
                          WSV-ENT-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       032-ABRIR-SALIDA.
           EVALUATE WSV-DS-NUM
               WHEN 1  OPEN OUTPUT RG-RUNCTL-FILE
               WHEN 2  OPEN OUTPUT RG-RUNHIS-FILE
               WHEN 3  OPEN OUTPUT RG-EXCPHS-FILE
               WHEN 4  OPEN OUTPUT RG-TCKCTL-FILE
               WHEN 5  OPEN OUTPUT RG-LOTREG-FILE
               WHEN 6  OPEN OUTPUT RG-CIERRE-FILE
               WHEN 7  OPEN OUTPUT RG-HELD-FILE
               WHEN 8  OPEN OUTPUT RG-ABNDLG-FILE
               WHEN 9  OPEN OUTPUT RG-ALRTLG-FILE
               WHEN 10 OPEN OUTPUT RG-RPTCAT-FILE
               WHEN 11 OPEN OUTPUT RG-MSTUNL-FILE
           END-EVALUATE
           IF WSV-SAL-STAT NOT = '00'
               MOVE '032-ABRIR-SALIDA'    TO ABND-PARRAFO
               STRING 'OPEN ' WSC-DS-COPIA (WSV-DS-NUM)
                      ' FALLO - STATUS '
                      WSV-SAL-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       033-LEER-ENTRADA.
           MOVE SPACES TO WSV-IMAGEN
           EVALUATE WSV-DS-NUM
               WHEN 1
                   READ REGISTRY-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE REGISTRY-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 2
                   READ RUNHIST-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE RUNH-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 3
                   READ HIST-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE HIST-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 4
                   READ TICKET-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE TICKET-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 5
                   READ LOTE-REG-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE LOTE-REG-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 6
                   READ CIERRE-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE CIERRE-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 7
                   READ HELD-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE HELD-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 8
                   READ ABEND-LOG-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE ABEND-LOG-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 9
                   READ ALERT-LOG-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE ALERT-LOG-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 10
                   READ CATALOGO-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE CATALOGO-RECORD TO WSV-IMAGEN
                   END-READ
               WHEN 11
                   READ UNLOAD-FILE
                       AT END   MOVE '0' TO WSS-SWITCHES
                       NOT AT END
                           MOVE UNLOAD-RECORD TO WSV-IMAGEN
                   END-READ
           END-EVALUATE.

      *EL CIERRE QUE DISPARA EL RESGUARDO DEBE ESTAR EN EL PROPIO
      *CIERREF COPIADO - SI NO ESTA, EL JUEGO NO ES EL DE UN DIA
      *CERRADO Y EL MANIFIESTO LO DICE
       034-COPIAR-REGISTRO.
           ADD 1 TO WSV-RES-CUENTA (WSV-DS-NUM)
           PERFORM 036-HASH-REGISTRO
           ADD WSV-HASH-REG TO WSV-RES-HASH (WSV-DS-NUM)
           IF WSV-DS-CIERREF
             AND CIE-FECHA-NEGOCIO = WSV-FECHA-NEGOCIO
             AND CIE-EMPRESA = FECH-EMPRESA
               MOVE 'S' TO WSV-CERRADA-SW
           END-IF
           PERFORM 035-GRABAR-COPIA
           PERFORM 033-LEER-ENTRADA.

       035-GRABAR-COPIA.
           EVALUATE WSV-DS-NUM
               WHEN 1
                   MOVE WSV-IMAGEN TO RG-RUNCTL-RECORD
                   WRITE RG-RUNCTL-RECORD
               WHEN 2
                   MOVE WSV-IMAGEN TO RG-RUNHIS-RECORD
                   WRITE RG-RUNHIS-RECORD
               WHEN 3
                   MOVE WSV-IMAGEN TO RG-EXCPHS-RECORD
                   WRITE RG-EXCPHS-RECORD
               WHEN 4
                   MOVE WSV-IMAGEN TO RG-TCKCTL-RECORD
                   WRITE RG-TCKCTL-RECORD
               WHEN 5
                   MOVE WSV-IMAGEN TO RG-LOTREG-RECORD
                   WRITE RG-LOTREG-RECORD
               WHEN 6
                   MOVE WSV-IMAGEN TO RG-CIERRE-RECORD
                   WRITE RG-CIERRE-RECORD
               WHEN 7
                   MOVE WSV-IMAGEN TO RG-HELD-RECORD
                   WRITE RG-HELD-RECORD
               WHEN 8
                   MOVE WSV-IMAGEN TO RG-ABNDLG-RECORD
                   WRITE RG-ABNDLG-RECORD
               WHEN 9
                   MOVE WSV-IMAGEN TO RG-ALRTLG-RECORD
                   WRITE RG-ALRTLG-RECORD
               WHEN 10
                   MOVE WSV-IMAGEN TO RG-RPTCAT-RECORD
                   WRITE RG-RPTCAT-RECORD
               WHEN 11
                   MOVE WSV-IMAGEN TO RG-MSTUNL-RECORD
                   WRITE RG-MSTUNL-RECORD
           END-EVALUATE
           IF WSV-SAL-STAT NOT = '00'
               MOVE '035-GRABAR-COPIA'    TO ABND-PARRAFO
               STRING 'WRITE ' WSC-DS-COPIA (WSV-DS-NUM)
                      ' FALLO - STATUS '
                      WSV-SAL-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *HASH DEL REGISTRO - VALOR DE CADA BYTE POR SU POSICION, PARA
      *QUE TAMBIEN CAMBIE SI DOS BYTES SE INTERCAMBIAN
       036-HASH-REGISTRO.
           MOVE ZEROS TO WSV-HASH-REG
           PERFORM 036A-SUMAR-BYTE
               VARYING WSV-POS FROM 1 BY 1
               UNTIL WSV-POS > WSC-DS-LARGO (WSV-DS-NUM).

       036A-SUMAR-BYTE.
           MOVE LOW-VALUE TO WSV-BIN-ALTO
           MOVE WSV-IMAGEN (WSV-POS:1) TO WSV-BIN-BAJO
           COMPUTE WSV-HASH-REG = WSV-HASH-REG
                                + WSV-BINARIO-N * WSV-POS.

       037-CERRAR-ENTRADA.
           EVALUATE WSV-DS-NUM
               WHEN 1  CLOSE REGISTRY-FILE
               WHEN 2  CLOSE RUNHIST-FILE
               WHEN 3  CLOSE HIST-FILE
               WHEN 4  CLOSE TICKET-FILE
               WHEN 5  CLOSE LOTE-REG-FILE
               WHEN 6  CLOSE CIERRE-FILE
               WHEN 7  CLOSE HELD-FILE
               WHEN 8  CLOSE ABEND-LOG-FILE
               WHEN 9  CLOSE ALERT-LOG-FILE
               WHEN 10 CLOSE CATALOGO-FILE
               WHEN 11 CLOSE UNLOAD-FILE
           END-EVALUATE.

       038-CERRAR-SALIDA.
           EVALUATE WSV-DS-NUM
               WHEN 1  CLOSE RG-RUNCTL-FILE
               WHEN 2  CLOSE RG-RUNHIS-FILE
               WHEN 3  CLOSE RG-EXCPHS-FILE
               WHEN 4  CLOSE RG-TCKCTL-FILE
               WHEN 5  CLOSE RG-LOTREG-FILE
               WHEN 6  CLOSE RG-CIERRE-FILE
               WHEN 7  CLOSE RG-HELD-FILE
               WHEN 8  CLOSE RG-ABNDLG-FILE
               WHEN 9  CLOSE RG-ALRTLG-FILE
               WHEN 10 CLOSE RG-RPTCAT-FILE
               WHEN 11 CLOSE RG-MSTUNL-FILE
           END-EVALUATE.

      *EL MANIFIESTO VA DESPUES DE TODAS LAS COPIAS: ENCABEZADO CON
      *LA FECHA QUE SE CERRO, UN DETALLE POR DATASET Y EL TRAILER
       060-ESCRIBIR-MANIFIESTO.
           OPEN OUTPUT MANIFEST-FILE
           IF WSV-MAN-STAT NOT = '00'
               MOVE '060-ESCRIBIR-MAN'    TO ABND-PARRAFO
               STRING 'OPEN MANIFEST-FILE FALLO - STATUS '
                      WSV-MAN-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE SPACES             TO RESG-RECORD
           MOVE 'H'                TO RSG-TIPO
           MOVE WSV-FECHA-NEGOCIO  TO RSG-ENC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA       TO RSG-ENC-EMPRESA
           MOVE WSV-FECHA-SISTEMA  TO RSG-ENC-FECHA-SISTEMA
           MOVE WSV-HORA-SISTEMA   TO RSG-ENC-HORA-SISTEMA
           MOVE WSV-CERRADA-SW     TO RSG-ENC-CERRADA
           PERFORM 068-GRABAR-MANIFIESTO
           PERFORM 065-DETALLE-MANIFIESTO
               VARYING WSV-DS-NUM FROM 1 BY 1
               UNTIL WSV-DS-NUM > WSC-MAX-DATASETS
           MOVE SPACES             TO RESG-RECORD
           MOVE 'T'                TO RSG-TIPO
           MOVE WSC-MAX-DATASETS   TO RSG-TRL-DATASETS
           MOVE WSV-TOT-CUENTA     TO RSG-TRL-CUENTA
           MOVE WSV-TOT-HASH       TO RSG-TRL-HASH
           PERFORM 068-GRABAR-MANIFIESTO
           CLOSE MANIFEST-FILE.

       065-DETALLE-MANIFIESTO.
           MOVE SPACES                       TO RESG-RECORD
           MOVE 'D'                          TO RSG-TIPO
           MOVE WSC-DS-NOMBRE (WSV-DS-NUM)   TO RSG-DET-DATASET
           MOVE WSV-RES-ESTADO (WSV-DS-NUM)  TO RSG-DET-ESTADO
           MOVE WSC-DS-LARGO (WSV-DS-NUM)    TO RSG-DET-LARGO
           MOVE WSV-RES-CUENTA (WSV-DS-NUM)  TO RSG-DET-CUENTA
           MOVE WSV-RES-HASH (WSV-DS-NUM)    TO RSG-DET-HASH
           PERFORM 068-GRABAR-MANIFIESTO.

       068-GRABAR-MANIFIESTO.
           WRITE RESG-RECORD
           IF WSV-MAN-STAT NOT = '00'
               MOVE '068-GRABAR-MANIF'    TO ABND-PARRAFO
               STRING 'WRITE MANIFIESTO FALLO - STATUS '
                      WSV-MAN-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *EL REPORTE SE ABRE RECIEN AHORA: REPWRT ASIENTA CADA REPORTE
      *EN RPTCAT, QUE ES PARTE DEL JUEGO YA COPIADO
       080-REPORTE.
           MOVE 'RESGDIA'             TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'RESGUARDO FECHA '
                  WSV-FECHA-NEGOCIO
                  ' EMP ' FECH-EMPRESA DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-NEGOCIO     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           PERFORM 099-PAGINA-REPORTE
           PERFORM 085-DATASET-LINEA
               VARYING WSV-DS-NUM FROM 1 BY 1
               UNTIL WSV-DS-NUM > WSC-MAX-DATASETS
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'TOTAL DE REGISTROS COPIADOS : ' TO RPTT-CONCEPTO
           MOVE WSV-TOT-CUENTA TO WSV-TOT-EDIT
           MOVE WSV-TOT-EDIT   TO RPTT-VALOR
           PERFORM 090-TOTAL-LINEA
           MOVE 'HASH TOTAL DEL JUEGO        : ' TO RPTT-CONCEPTO
           MOVE WSV-TOT-HASH   TO RPTT-VALOR
           PERFORM 090-TOTAL-LINEA
           MOVE 'FECHA DE NEGOCIO CERRADA    : ' TO RPTT-CONCEPTO
           IF WSV-FECHA-CERRADA
               MOVE 'SI'                    TO RPTT-VALOR
           ELSE
               MOVE 'NO - JUEGO SIN CIERRE' TO RPTT-VALOR
           END-IF
           PERFORM 090-TOTAL-LINEA
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           DISPLAY 'RESGDIA - REGISTROS COPIADOS   : ' WSV-TOT-CUENTA
           DISPLAY 'RESGDIA - HASH TOTAL DEL JUEGO : ' WSV-TOT-HASH
      *EL RETURN CODE VA DESPUES DEL ULTIMO CALL - EL RETORNO
      *NORMAL DE UN SUBPROGRAMA LLAMADO LO DEJA EN CERO
           IF NOT WSV-FECHA-CERRADA
               DISPLAY 'RESGDIA - FECHA ' WSV-FECHA-NEGOCIO
                       ' SIN CIERRE EN CIERREF - VER REPORTE'
               MOVE 4 TO RETURN-CODE
           END-IF.

       085-DATASET-LINEA.
           MOVE WSC-DS-NOMBRE (WSV-DS-NUM)  TO RPTD-DATASET
           MOVE WSC-DS-COPIA (WSV-DS-NUM)   TO RPTD-COPIA
           IF WSV-RES-PRESENTE (WSV-DS-NUM)
               MOVE 'COPIADO'               TO RPTD-ESTADO
           ELSE
               MOVE 'AUSENTE'               TO RPTD-ESTADO
           END-IF
           MOVE WSV-RES-CUENTA (WSV-DS-NUM) TO RPTD-CUENTA
           MOVE WSV-RES-HASH (WSV-DS-NUM)   TO RPTD-HASH
           MOVE RPT-DATASET TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       090-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
