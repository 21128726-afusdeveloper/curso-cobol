       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     RESGVER.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MANIFIESTO DEL JUEGO QUE SE RESTAURO (LA MISMA GENERACION
      *DE RESGMAN QUE LAS COPIAS USADAS PARA RESTAURAR)
           SELECT MANIFEST-FILE         ASSIGN TO RESGMAN
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-MAN-STAT.

      *DATASETS RESTAURADOS, BAJO SUS DD DE SIEMPRE - LOS KSDS YA
      *CARGADOS CON REPRO DESDE SU COPIA. SE LEEN DE A UNO Y NADA
      *SE ESCRIBE EN ELLOS
           SELECT REGISTRY-FILE         ASSIGN TO RUNCTLF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS REG-LLAVE
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT RUNHIST-FILE          ASSIGN TO RUNHISTF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT HIST-FILE             ASSIGN TO EXCPHIST
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS HST-TICKET
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT TICKET-FILE           ASSIGN TO TCKCTL
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT LOTE-REG-FILE         ASSIGN TO LOTEREG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT CIERRE-FILE           ASSIGN TO CIERREF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT HELD-FILE             ASSIGN TO HELDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT ABEND-LOG-FILE        ASSIGN TO ABENDLOG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT ALERT-LOG-FILE        ASSIGN TO ALERTLOG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT CATALOGO-FILE         ASSIGN TO RPTCAT
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.

           SELECT UNLOAD-FILE           ASSIGN TO MSTUNLF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RESGWS.

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

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY REPWWS.
      *
       77  WSV-MAN-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-RST-STAT                 PIC X(02) VALUE ZEROS.
      *
      *ENCABEZADO DEL MANIFIESTO Y CUADRE CONTRA SU TRAILER - UN
      *MANIFIESTO SIN ENCABEZADO, SIN TRAILER O QUE NO CUADRA CON
      *EL TRAILER NO SIRVE PARA VERIFICAR NADA
       77  WSV-HAY-ENCABEZADO           PIC X(01) VALUE 'N'.
       77  WSV-HAY-TRAILER              PIC X(01) VALUE 'N'.
       01  WSV-MAN-ENCABEZADO.
           05 WSV-ENC-FECHA-NEGOCIO    PIC 9(06) VALUE ZEROS.
           05 WSV-ENC-EMPRESA          PIC X(01) VALUE SPACES.
           05 WSV-ENC-FECHA-SISTEMA    PIC 9(06) VALUE ZEROS.
           05 WSV-ENC-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
           05 WSV-ENC-CERRADA          PIC X(01) VALUE 'N'.
       01  WSV-MAN-ESPERADO.
           05 WSV-ESP-DATASETS         PIC 9(03) VALUE ZEROS.
           05 WSV-ESP-CUENTA           PIC 9(11) VALUE ZEROS.
           05 WSV-ESP-HASH             PIC 9(15) VALUE ZEROS.
       01  WSV-MAN-CALCULADO.
           05 WSV-CAL-DATASETS         PIC 9(03) VALUE ZEROS.
           05 WSV-CAL-CUENTA           PIC 9(11) VALUE ZEROS.
           05 WSV-CAL-HASH             PIC 9(15) VALUE ZEROS.
      *
      *DATASETS QUE ESTE PROGRAMA SABE LEER - LA MISMA LISTA Y EL
      *MISMO ORDEN QUE EN RESGDIA (DD, DD DE LA COPIA Y LARGO); LOS
      *DETALLES DEL MANIFIESTO SE UBICAN POR NOMBRE DE DD
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
      *LO QUE DICE EL MANIFIESTO Y LO QUE SE LEYO DE LA
      *RESTAURACION, POR DATASET
       77  WSV-DS-NUM                   PIC 9(02) VALUE ZEROS.
       77  WSV-DS-UBICADO               PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-RESULTADOS.
           05 WSV-RES-ENTRY            OCCURS 11 TIMES.
               10 WSV-MAN-FIGURA     PIC X(01).
                 88 WSV-MAN-FIGURA-SI            VALUE 'S'.
               10 WSV-MAN-ESTADO     PIC X(01).
                 88 WSV-MAN-PRESENTE             VALUE 'P'.
               10 WSV-MAN-LARGO      PIC 9(03).
               10 WSV-MAN-CUENTA     PIC 9(09).
               10 WSV-MAN-HASH       PIC 9(15).
               10 WSV-RST-ESTADO     PIC X(01).
                 88 WSV-RST-PRESENTE             VALUE 'P'.
                 88 WSV-RST-AUSENTE              VALUE 'A'.
               10 WSV-RST-CUENTA     PIC 9(09).
               10 WSV-RST-HASH       PIC 9(15).
      *
      *DETALLES DEL MANIFIESTO DE DATASETS QUE ESTE PROGRAMA NO
      *CONOCE - CUENTAN COMO DIFERENCIA
       77  WSC-MAX-DESCONOCIDOS         PIC 9(02) VALUE 20.
       77  WSV-DESC-CNT                 PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-DESCONOCIDOS.
           05 WSV-DESC-NOMBRE          PIC X(08) OCCURS 20 TIMES.
      *
       77  WSV-DIFERENCIAS              PIC 9(02) VALUE ZEROS.
       77  WSV-CONSISTENTES             PIC 9(02) VALUE ZEROS.
       77  WSV-CON-DIFERENCIAS          PIC 9(02) VALUE ZEROS.
      *
      *REGISTRO EN CURSO Y SU HASH - EL MISMO CALCULO QUE RESGDIA
       01  WSV-IMAGEN                   PIC X(110) VALUE SPACES.
       77  WSV-POS                      PIC 9(03) VALUE ZEROS.
       77  WSV-HASH-REG                 PIC 9(09) VALUE ZEROS.
       01  WSV-BINARIO.
           05 WSV-BIN-ALTO             PIC X(01) VALUE LOW-VALUE.
           05 WSV-BIN-BAJO             PIC X(01) VALUE LOW-VALUE.
       01  WSV-BINARIO-N REDEFINES WSV-BINARIO
                                        PIC 9(04) COMP.
      *
      *REPORTE DE LA VERIFICACION - SALE POR EL ESCRITOR COMUN
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(10) VALUE 'DATASET'.
           05 FILLER                   PIC X(17) VALUE 'RESULTADO'.
           05 FILLER                   PIC X(13) VALUE '  REGISTROS'.
           05 FILLER                   PIC X(40) VALUE 'HASH'.

       01  RPT-DATASET.
           05 RPTD-DATASET             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTD-RESULTADO           PIC X(15).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTD-CUENTA              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTD-HASH                PIC 9(15).
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  RPT-DIFERENCIA.
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE '- '.
           05 RPTF-CONCEPTO            PIC X(10).
           05 RPTF-DETALLE             PIC X(56).

       01  RPT-CONTRA.
           05 FILLER                   PIC X(11) VALUE 'MANIFIESTO '.
           05 RPTC-MANIFIESTO          PIC X(15).
           05 FILLER                   PIC X(12) VALUE ' RESTAURADO '.
           05 RPTC-RESTAURADO          PIC X(15).
           05 FILLER                   PIC X(03) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-CONCEPTO            PIC X(30).
           05 RPTT-VALOR               PIC X(30).
           05 FILLER                   PIC X(20) VALUE SPACES.

       01  WSV-SELLO.
           05 WSV-SELLO-FECHA          PIC 9(06).
           05 FILLER                   PIC X(07) VALUE ' A LAS '.
           05 WSV-SELLO-HORA           PIC 9(08).
       01  WSV-FECHA-EMPRESA.
           05 WSV-FE-FECHA             PIC 9(06).
           05 FILLER                   PIC X(09) VALUE ' EMPRESA '.
           05 WSV-FE-EMPRESA           PIC X(01).
       77  WSV-CUENTA-EDIT              PIC Z(08)9.
       77  WSV-NUM-EDIT                 PIC Z9.

      *VERIFICACION DE UN JUEGO RESTAURADO - RECUENTA CADA DATASET
      *DEL JUEGO DE RESGDIA YA RESTAURADO Y LO CUADRA CONTRA EL
      *MANIFIESTO DE LA MISMA GENERACION: POR DATASET INFORMA QUE
      *ES CONSISTENTE O DETALLA CADA DIFERENCIA. CUALQUIER
      *DIFERENCIA TERMINA CON RC 8
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'RESGVER'               TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-VERIFICAR-DATASET
               VARYING WSV-DS-NUM FROM 1 BY 1
               UNTIL WSV-DS-NUM > WSC-MAX-DATASETS
           PERFORM 060-REPORTE
           PERFORM 080-FIN
           GOBACK.

       020-INICIO.
           PERFORM 021-LIMPIAR-RESULTADO
               VARYING WSV-DS-NUM FROM 1 BY 1
               UNTIL WSV-DS-NUM > WSC-MAX-DATASETS
           OPEN INPUT MANIFEST-FILE
           IF WSV-MAN-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN MANIFEST-FILE FALLO - STATUS '
                      WSV-MAN-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 022-LEER-MANIFIESTO
           PERFORM 023-ANOTAR-MANIFIESTO UNTIL WSS-FIN
           CLOSE MANIFEST-FILE
           PERFORM 025-CUADRAR-MANIFIESTO.

       021-LIMPIAR-RESULTADO.
           MOVE 'N'    TO WSV-MAN-FIGURA (WSV-DS-NUM)
           MOVE SPACES TO WSV-MAN-ESTADO (WSV-DS-NUM)
           MOVE ZEROS  TO WSV-MAN-LARGO (WSV-DS-NUM)
           MOVE ZEROS  TO WSV-MAN-CUENTA (WSV-DS-NUM)
           MOVE ZEROS  TO WSV-MAN-HASH (WSV-DS-NUM)
           MOVE SPACES TO WSV-RST-ESTADO (WSV-DS-NUM)
           MOVE ZEROS  TO WSV-RST-CUENTA (WSV-DS-NUM)
           MOVE ZEROS  TO WSV-RST-HASH (WSV-DS-NUM).

       022-LEER-MANIFIESTO.
           READ MANIFEST-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       023-ANOTAR-MANIFIESTO.
           EVALUATE TRUE
               WHEN RSG-TIPO-ENCABEZADO
                   MOVE 'S'                   TO WSV-HAY-ENCABEZADO
                   MOVE RSG-ENC-FECHA-NEGOCIO TO WSV-ENC-FECHA-NEGOCIO
                   MOVE RSG-ENC-EMPRESA       TO WSV-ENC-EMPRESA
                   MOVE RSG-ENC-FECHA-SISTEMA TO WSV-ENC-FECHA-SISTEMA
                   MOVE RSG-ENC-HORA-SISTEMA  TO WSV-ENC-HORA-SISTEMA
                   MOVE RSG-ENC-CERRADA       TO WSV-ENC-CERRADA
               WHEN RSG-TIPO-DETALLE
                   ADD 1             TO WSV-CAL-DATASETS
                   ADD RSG-DET-CUENTA TO WSV-CAL-CUENTA
                   ADD RSG-DET-HASH   TO WSV-CAL-HASH
                   PERFORM 024-UBICAR-DATASET
               WHEN RSG-TIPO-TRAILER
                   MOVE 'S'              TO WSV-HAY-TRAILER
                   MOVE RSG-TRL-DATASETS TO WSV-ESP-DATASETS
                   MOVE RSG-TRL-CUENTA   TO WSV-ESP-CUENTA
                   MOVE RSG-TRL-HASH     TO WSV-ESP-HASH
               WHEN OTHER
                   MOVE '023-ANOTAR-MANIF'    TO ABND-PARRAFO
                   MOVE 'TIPO DESCONOCIDO EN EL MANIFIESTO'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           PERFORM 022-LEER-MANIFIESTO.

       024-UBICAR-DATASET.
           MOVE ZEROS TO WSV-DS-UBICADO
           PERFORM 024A-COMPARAR-NOMBRE
               VARYING WSV-DS-NUM FROM 1 BY 1
               UNTIL WSV-DS-NUM > WSC-MAX-DATASETS
           IF WSV-DS-UBICADO = ZEROS
               IF WSV-DESC-CNT = WSC-MAX-DESCONOCIDOS
                   MOVE '024-UBICAR-DATAS'    TO ABND-PARRAFO
                   MOVE 'TABLA DE DESCONOCIDOS LLENA - MAX 20'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-DESC-CNT
               MOVE RSG-DET-DATASET TO WSV-DESC-NOMBRE (WSV-DESC-CNT)
           ELSE
               MOVE 'S'            TO WSV-MAN-FIGURA (WSV-DS-UBICADO)
               MOVE RSG-DET-ESTADO TO WSV-MAN-ESTADO (WSV-DS-UBICADO)
               MOVE RSG-DET-LARGO  TO WSV-MAN-LARGO (WSV-DS-UBICADO)
               MOVE RSG-DET-CUENTA TO WSV-MAN-CUENTA (WSV-DS-UBICADO)
               MOVE RSG-DET-HASH   TO WSV-MAN-HASH (WSV-DS-UBICADO)
           END-IF.

       024A-COMPARAR-NOMBRE.
           IF WSC-DS-NOMBRE (WSV-DS-NUM) = RSG-DET-DATASET
               MOVE WSV-DS-NUM TO WSV-DS-UBICADO
           END-IF.

       025-CUADRAR-MANIFIESTO.
           IF WSV-HAY-ENCABEZADO NOT = 'S'
               MOVE '025-CUADRAR-MANI'    TO ABND-PARRAFO
               MOVE 'MANIFIESTO SIN ENCABEZADO'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF WSV-HAY-TRAILER NOT = 'S'
               MOVE '025-CUADRAR-MANI'    TO ABND-PARRAFO
               MOVE 'MANIFIESTO SIN TRAILER - INCOMPLETO'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF WSV-CAL-DATASETS NOT = WSV-ESP-DATASETS
             OR WSV-CAL-CUENTA NOT = WSV-ESP-CUENTA
             OR WSV-CAL-HASH NOT = WSV-ESP-HASH
               MOVE '025-CUADRAR-MANI'    TO ABND-PARRAFO
               MOVE 'MANIFIESTO NO CUADRA CON SU TRAILER'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *RECUENTA UN DATASET RESTAURADO - UNO QUE NO EXISTE QUEDA
      *AUSENTE CON CUENTA Y HASH EN CERO
       030-VERIFICAR-DATASET.
           PERFORM 031-ABRIR-RESTAURADO
           IF WSV-RST-PRESENTE (WSV-DS-NUM)
               MOVE '1' TO WSS-SWITCHES
               PERFORM 033-LEER-RESTAURADO
               PERFORM 034-CONTAR-REGISTRO UNTIL WSS-FIN
               PERFORM 037-CERRAR-RESTAURADO
           END-IF.

       031-ABRIR-RESTAURADO.
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
               WHEN WSV-RST-STAT = '00'
                   MOVE 'P' TO WSV-RST-ESTADO (WSV-DS-NUM)
               WHEN WSV-RST-STAT = '35'
                   MOVE 'A' TO WSV-RST-ESTADO (WSV-DS-NUM)
               WHEN OTHER
                   MOVE '031-ABRIR-RESTAU'    TO ABND-PARRAFO
                   STRING 'OPEN ' WSC-DS-NOMBRE (WSV-DS-NUM)
                          ' FALLO - STATUS '
                          WSV-RST-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       033-LEER-RESTAURADO.
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

       034-CONTAR-REGISTRO.
           ADD 1 TO WSV-RST-CUENTA (WSV-DS-NUM)
           PERFORM 036-HASH-REGISTRO
           ADD WSV-HASH-REG TO WSV-RST-HASH (WSV-DS-NUM)
           PERFORM 033-LEER-RESTAURADO.

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

       037-CERRAR-RESTAURADO.
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

      *EL REPORTE SE ARMA RECIEN CON TODO LEIDO: REPWRT ASIENTA EL
      *REPORTE EN RPTCAT, QUE ES UNO DE LOS DATASETS VERIFICADOS
       060-REPORTE.
           MOVE 'RESGVER'             TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'VERIFICA RESGUARDO '
                  WSV-ENC-FECHA-NEGOCIO DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-ENC-FECHA-NEGOCIO TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           PERFORM 099-PAGINA-REPORTE
           MOVE 'RESGUARDO DE LA FECHA       : ' TO RPTT-CONCEPTO
           MOVE WSV-ENC-FECHA-NEGOCIO TO WSV-FE-FECHA
           MOVE WSV-ENC-EMPRESA       TO WSV-FE-EMPRESA
           MOVE WSV-FECHA-EMPRESA     TO RPTT-VALOR
           PERFORM 075-TOTAL-LINEA
           MOVE 'TOMADO EL                   : ' TO RPTT-CONCEPTO
           MOVE WSV-ENC-FECHA-SISTEMA TO WSV-SELLO-FECHA
           MOVE WSV-ENC-HORA-SISTEMA  TO WSV-SELLO-HORA
           MOVE WSV-SELLO             TO RPTT-VALOR
           PERFORM 075-TOTAL-LINEA
           MOVE 'FECHA CERRADA AL RESGUARDAR : ' TO RPTT-CONCEPTO
           IF WSV-ENC-CERRADA = 'S'
               MOVE 'SI'                  TO RPTT-VALOR
           ELSE
               MOVE 'NO'                  TO RPTT-VALOR
           END-IF
           PERFORM 075-TOTAL-LINEA
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           PERFORM 062-COMPARAR-DATASET
               VARYING WSV-DS-NUM FROM 1 BY 1
               UNTIL WSV-DS-NUM > WSC-MAX-DATASETS
           PERFORM 070-DESCONOCIDO-LINEA
               VARYING WSV-DS-NUM FROM 1 BY 1
               UNTIL WSV-DS-NUM > WSV-DESC-CNT.

      *UN DATASET ES CONSISTENTE SI FIGURA EN EL MANIFIESTO CON SU
      *MISMO LARGO DE REGISTRO, EXISTE EN LA RESTAURACION SI EXISTIA
      *AL RESGUARDAR, Y CUENTA Y HASH SON IGUALES - CADA COSA QUE NO
      *SE CUMPLE SALE COMO UNA LINEA DE DIFERENCIA
       062-COMPARAR-DATASET.
           MOVE ZEROS TO WSV-DIFERENCIAS
           IF NOT WSV-MAN-FIGURA-SI (WSV-DS-NUM)
               ADD 1 TO WSV-DIFERENCIAS
           ELSE
               IF WSV-MAN-LARGO (WSV-DS-NUM)
                    NOT = WSC-DS-LARGO (WSV-DS-NUM)
                   ADD 1 TO WSV-DIFERENCIAS
               END-IF
               IF WSV-MAN-PRESENTE (WSV-DS-NUM)
                 AND WSV-RST-AUSENTE (WSV-DS-NUM)
                   ADD 1 TO WSV-DIFERENCIAS
               END-IF
               IF WSV-MAN-CUENTA (WSV-DS-NUM)
                    NOT = WSV-RST-CUENTA (WSV-DS-NUM)
                   ADD 1 TO WSV-DIFERENCIAS
               END-IF
               IF WSV-MAN-HASH (WSV-DS-NUM)
                    NOT = WSV-RST-HASH (WSV-DS-NUM)
                   ADD 1 TO WSV-DIFERENCIAS
               END-IF
           END-IF
           MOVE WSC-DS-NOMBRE (WSV-DS-NUM)  TO RPTD-DATASET
           IF WSV-DIFERENCIAS = ZEROS
               MOVE 'CONSISTENTE'           TO RPTD-RESULTADO
               ADD 1 TO WSV-CONSISTENTES
           ELSE
               MOVE 'CON DIFERENCIAS'       TO RPTD-RESULTADO
               ADD 1 TO WSV-CON-DIFERENCIAS
           END-IF
           MOVE WSV-RST-CUENTA (WSV-DS-NUM) TO RPTD-CUENTA
           MOVE WSV-RST-HASH (WSV-DS-NUM)   TO RPTD-HASH
           MOVE RPT-DATASET TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           IF WSV-DIFERENCIAS > ZEROS
               PERFORM 064-DIFERENCIAS-LINEAS
           END-IF.

       064-DIFERENCIAS-LINEAS.
           IF NOT WSV-MAN-FIGURA-SI (WSV-DS-NUM)
               MOVE 'MANIFIESTO'                 TO RPTF-CONCEPTO
               MOVE 'EL DATASET NO FIGURA EN EL MANIFIESTO'
                   TO RPTF-DETALLE
               PERFORM 068-DIFERENCIA-LINEA
           ELSE
               IF WSV-MAN-LARGO (WSV-DS-NUM)
                    NOT = WSC-DS-LARGO (WSV-DS-NUM)
                   MOVE 'LARGO'                  TO RPTF-CONCEPTO
                   MOVE WSV-MAN-LARGO (WSV-DS-NUM)
                       TO RPTC-MANIFIESTO
                   MOVE WSC-DS-LARGO (WSV-DS-NUM)
                       TO RPTC-RESTAURADO
                   MOVE RPT-CONTRA               TO RPTF-DETALLE
                   PERFORM 068-DIFERENCIA-LINEA
               END-IF
               IF WSV-MAN-PRESENTE (WSV-DS-NUM)
                 AND WSV-RST-AUSENTE (WSV-DS-NUM)
                   MOVE 'EXISTENCIA'             TO RPTF-CONCEPTO
                   MOVE 'NO EXISTE EN EL JUEGO RESTAURADO'
                       TO RPTF-DETALLE
                   PERFORM 068-DIFERENCIA-LINEA
               END-IF
               IF WSV-MAN-CUENTA (WSV-DS-NUM)
                    NOT = WSV-RST-CUENTA (WSV-DS-NUM)
                   MOVE 'CUENTA'                 TO RPTF-CONCEPTO
                   MOVE WSV-MAN-CUENTA (WSV-DS-NUM) TO WSV-CUENTA-EDIT
                   MOVE WSV-CUENTA-EDIT          TO RPTC-MANIFIESTO
                   MOVE WSV-RST-CUENTA (WSV-DS-NUM) TO WSV-CUENTA-EDIT
                   MOVE WSV-CUENTA-EDIT          TO RPTC-RESTAURADO
                   MOVE RPT-CONTRA               TO RPTF-DETALLE
                   PERFORM 068-DIFERENCIA-LINEA
               END-IF
               IF WSV-MAN-HASH (WSV-DS-NUM)
                    NOT = WSV-RST-HASH (WSV-DS-NUM)
                   MOVE 'HASH'                   TO RPTF-CONCEPTO
                   MOVE WSV-MAN-HASH (WSV-DS-NUM) TO RPTC-MANIFIESTO
                   MOVE WSV-RST-HASH (WSV-DS-NUM) TO RPTC-RESTAURADO
                   MOVE RPT-CONTRA               TO RPTF-DETALLE
                   PERFORM 068-DIFERENCIA-LINEA
               END-IF
           END-IF.

       068-DIFERENCIA-LINEA.
           MOVE RPT-DIFERENCIA TO REPW-LINEA
           MOVE 1              TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       070-DESCONOCIDO-LINEA.
           MOVE WSV-DESC-NOMBRE (WSV-DS-NUM) TO RPTD-DATASET
           MOVE 'CON DIFERENCIAS'            TO RPTD-RESULTADO
           MOVE ZEROS                        TO RPTD-CUENTA
           MOVE ZEROS                        TO RPTD-HASH
           MOVE RPT-DATASET TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'MANIFIESTO'                 TO RPTF-CONCEPTO
           MOVE 'DATASET DEL MANIFIESTO QUE NO SE SABE VERIFICAR'
               TO RPTF-DETALLE
           PERFORM 068-DIFERENCIA-LINEA
           ADD 1 TO WSV-CON-DIFERENCIAS.

       075-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'DATASETS CONSISTENTES       : ' TO RPTT-CONCEPTO
           MOVE WSV-CONSISTENTES    TO WSV-NUM-EDIT
           MOVE WSV-NUM-EDIT        TO RPTT-VALOR
           PERFORM 075-TOTAL-LINEA
           MOVE 'DATASETS CON DIFERENCIAS    : ' TO RPTT-CONCEPTO
           MOVE WSV-CON-DIFERENCIAS TO WSV-NUM-EDIT
           MOVE WSV-NUM-EDIT        TO RPTT-VALOR
           PERFORM 075-TOTAL-LINEA
           MOVE 'VEREDICTO                   : ' TO RPTT-CONCEPTO
           IF WSV-CON-DIFERENCIAS = ZEROS
               MOVE 'JUEGO CONSISTENTE'      TO RPTT-VALOR
           ELSE
               MOVE 'JUEGO CON DIFERENCIAS'  TO RPTT-VALOR
           END-IF
           PERFORM 075-TOTAL-LINEA
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           DISPLAY 'RESGVER - DATASETS CONSISTENTES   : '
                   WSV-CONSISTENTES
           DISPLAY 'RESGVER - DATASETS CON DIFERENCIAS: '
                   WSV-CON-DIFERENCIAS
      *EL RETURN CODE VA DESPUES DEL ULTIMO CALL - EL RETORNO
      *NORMAL DE UN SUBPROGRAMA LLAMADO LO DEJA EN CERO
           IF WSV-CON-DIFERENCIAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
