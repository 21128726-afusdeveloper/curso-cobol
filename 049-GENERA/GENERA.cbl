       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     GENERA.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TARJETAS DE PARAMETROS DEL GENERADOR - UNA POR CONCEPTO CON
      *EL TIPO EN LAS COLUMNAS 1-2 (VER WSV-TARJETA)
           SELECT CARD-FILE             ASSIGN TO GENCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CARD-STAT.

      *LOTE UNICO PARA EDITOR, O HASTA CINCO LOTES COMO FEEDS DE
      *SUCURSAL PARA CONSOL - SOLO SE ABREN LOS QUE SE USAN
           SELECT TRAN-FILE             ASSIGN TO TRANFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TRAN-STAT.

           SELECT SUC01-FILE            ASSIGN TO SUCFIL01
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-S01-STAT.

           SELECT SUC02-FILE            ASSIGN TO SUCFIL02
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-S02-STAT.

           SELECT SUC03-FILE            ASSIGN TO SUCFIL03
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-S03-STAT.

           SELECT SUC04-FILE            ASSIGN TO SUCFIL04
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-S04-STAT.

           SELECT SUC05-FILE            ASSIGN TO SUCFIL05
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-S05-STAT.

           SELECT COMP-FILE             ASSIGN TO COMPFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-COMP-STAT.

           SELECT CONV-FILE             ASSIGN TO CONVFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CONV-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CARD-RECORD                  PIC X(80).

       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  TRAN-SALIDA                  PIC X(30).

       FD  SUC01-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  SUC01-RECORD                 PIC X(30).

       FD  SUC02-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  SUC02-RECORD                 PIC X(30).

       FD  SUC03-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  SUC03-RECORD                 PIC X(30).

       FD  SUC04-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  SUC04-RECORD                 PIC X(30).

       FD  SUC05-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  SUC05-RECORD                 PIC X(30).

       FD  COMP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS.
           COPY COMPWS.

      *MISMO LAYOUT QUE LEE CONVE
       FD  CONV-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 19 CHARACTERS.
       01  CONVE-RECORD.
           05 CV-TEXTO-A                PIC X(06).
           05 CV-CODIGO                 PIC X(02).
           05 CV-MASCARA-COD            PIC X(01).
           05 CV-NUMERO-1               PIC S9(05)V99.
           05 CV-NUMERO-1-X             REDEFINES CV-NUMERO-1
                                        PIC X(07).
           05 CV-MONEDA                 PIC X(03).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
      *AREA DE ARMADO DEL REGISTRO DE SALIDA CON EL LAYOUT CANONICO
           COPY TRANWS.
      *
       77  WSV-CARD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-TRAN-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-S01-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-S02-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-S03-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-S04-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-S05-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-COMP-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-CONV-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-SAL-STAT                 PIC X(02) VALUE ZEROS.
      *
      *TARJETA EN PROCESO CON UNA VISTA POR TIPO - LOS CAMPOS VAN
      *SEPARADOS POR UNA COLUMNA EN BLANCO Y LOS IMPORTES SIN PUNTO
      *DECIMAL (DOS DECIMALES IMPLICITOS)
      *  LT LOTES(1-5) DETALLES-POR-LOTE SEMILLA FECHA(0=NEGOCIO)
      *     PREFIJO-DE-LOTE DESTINO(T=TRANFILE C=SUCFIL01-05)
      *  SU SUCURSAL PESO            (EN ORDEN ASCENDENTE, HASTA 20)
      *  OP OPERANDO(A/B) MINIMO MAXIMO %NEGATIVOS
      *  CO PATRON-DE-OPERACIONES PESO (S/N X 5 O BLANCO, HASTA 10)
      *  ER %EMPAQUE-MALO %LOTES-SIN-TRAILER %LOTES-HASH-MALO
      *     %SUCURSAL-DESCONOCIDA %DIVISOR-CERO SUCURSAL-DESCONOCIDA
      *  CP CANTIDAD MINIMO MAXIMO %NO-NUMERICO        (COMPFILE)
      *  CV CANTIDAD MINIMO MAXIMO %NEGATIVOS MASCARAS  (CONVFILE)
      *  CC CODIGO DEL MAESTRO       (EN ORDEN ASCENDENTE, HASTA 10)
      *  MN MONEDA PESO              (BLANCO = MONEDA BASE, HASTA 10)
      *  '*' EN LA COLUMNA 1 ES COMENTARIO
       01  WSV-TARJETA.
           05 WSV-TJ-TIPO              PIC X(02).
           05 FILLER                   PIC X(01).
           05 WSV-TJ-DATOS             PIC X(77).
           05 WSV-TJ-LT REDEFINES WSV-TJ-DATOS.
               10 WSV-LT-LOTES         PIC 9(01).
               10 FILLER               PIC X(01).
               10 WSV-LT-DETALLES      PIC 9(05).
               10 FILLER               PIC X(01).
               10 WSV-LT-SEMILLA       PIC 9(09).
               10 FILLER               PIC X(01).
               10 WSV-LT-FECHA         PIC 9(06).
               10 FILLER               PIC X(01).
               10 WSV-LT-PREFIJO       PIC X(01).
               10 FILLER               PIC X(01).
               10 WSV-LT-DESTINO       PIC X(01).
               10 FILLER               PIC X(49).
           05 WSV-TJ-SU REDEFINES WSV-TJ-DATOS.
               10 WSV-SU-SUCURSAL      PIC X(03).
               10 FILLER               PIC X(01).
               10 WSV-SU-PESO          PIC 9(03).
               10 FILLER               PIC X(70).
           05 WSV-TJ-OP REDEFINES WSV-TJ-DATOS.
               10 WSV-OP-OPERANDO      PIC X(01).
               10 FILLER               PIC X(01).
               10 WSV-OP-MINIMO        PIC 9(05)V99.
               10 FILLER               PIC X(01).
               10 WSV-OP-MAXIMO        PIC 9(05)V99.
               10 FILLER               PIC X(01).
               10 WSV-OP-PCT-NEG       PIC 9(03).
               10 FILLER               PIC X(56).
           05 WSV-TJ-CO REDEFINES WSV-TJ-DATOS.
               10 WSV-CO-PATRON        PIC X(05).
               10 FILLER               PIC X(01).
               10 WSV-CO-PESO          PIC 9(03).
               10 FILLER               PIC X(68).
           05 WSV-TJ-ER REDEFINES WSV-TJ-DATOS.
               10 WSV-ER-EMPAQUE       PIC 9(03).
               10 FILLER               PIC X(01).
               10 WSV-ER-SIN-TRAILER   PIC 9(03).
               10 FILLER               PIC X(01).
               10 WSV-ER-HASH          PIC 9(03).
               10 FILLER               PIC X(01).
               10 WSV-ER-SUCURSAL      PIC 9(03).
               10 FILLER               PIC X(01).
               10 WSV-ER-DIVISOR       PIC 9(03).
               10 FILLER               PIC X(01).
               10 WSV-ER-SUC-DESC      PIC X(03).
               10 FILLER               PIC X(54).
           05 WSV-TJ-CP REDEFINES WSV-TJ-DATOS.
               10 WSV-CP-CANTIDAD      PIC 9(07).
               10 FILLER               PIC X(01).
               10 WSV-CP-MINIMO        PIC 9(04).
               10 FILLER               PIC X(01).
               10 WSV-CP-MAXIMO        PIC 9(04).
               10 FILLER               PIC X(01).
               10 WSV-CP-PCT-MALO      PIC 9(03).
               10 FILLER               PIC X(56).
           05 WSV-TJ-CV REDEFINES WSV-TJ-DATOS.
               10 WSV-CV-CANTIDAD      PIC 9(07).
               10 FILLER               PIC X(01).
               10 WSV-CV-MINIMO        PIC 9(05)V99.
               10 FILLER               PIC X(01).
               10 WSV-CV-MAXIMO        PIC 9(05)V99.
               10 FILLER               PIC X(01).
               10 WSV-CV-PCT-NEG       PIC 9(03).
               10 FILLER               PIC X(01).
               10 WSV-CV-MASCARAS      PIC X(03).
               10 FILLER               PIC X(46).
           05 WSV-TJ-CC REDEFINES WSV-TJ-DATOS.
               10 WSV-CC-CODIGO        PIC X(02).
               10 FILLER               PIC X(75).
           05 WSV-TJ-MN REDEFINES WSV-TJ-DATOS.
               10 WSV-MN-MONEDA        PIC X(03).
               10 FILLER               PIC X(01).
               10 WSV-MN-PESO          PIC 9(03).
               10 FILLER               PIC X(70).
      *
       77  WSV-RAZON                    PIC X(30) VALUE SPACES.
       77  WSV-TARJETAS-MALAS           PIC 9(03) VALUE ZEROS.
       77  WSV-CUENTA-S                 PIC 9(02) VALUE ZEROS.
       77  WSV-CUENTA-N                 PIC 9(02) VALUE ZEROS.
       77  WSV-CUENTA-B                 PIC 9(02) VALUE ZEROS.
      *
      *PARAMETROS RESUELTOS - LOS QUE NO VIENEN EN TARJETA QUEDAN
      *CON ESTOS VALORES
       77  WSV-LT-SW                    PIC X(01) VALUE 'N'.
         88 WSV-HAY-LT                           VALUE 'S'.
       77  WSV-LOTES                    PIC 9(01) VALUE ZEROS.
       77  WSV-DETALLES                 PIC 9(05) VALUE ZEROS.
       77  WSV-FECHA-LOTE               PIC 9(06) VALUE ZEROS.
       77  WSV-PREFIJO                  PIC X(01) VALUE 'G'.
       77  WSV-DESTINO                  PIC X(01) VALUE 'T'.
         88 WSV-DESTINO-TRANFILE                 VALUE 'T'.
         88 WSV-DESTINO-CONSOL                   VALUE 'C'.
      *
      *RANGO DE CADA OPERANDO (1 = A, 2 = B) Y PORCENTAJE QUE SALE
      *CON SIGNO NEGATIVO
       01  WSV-TABLA-OPERANDOS.
           05 WSV-OPD-ENTRY            OCCURS 2 TIMES.
               10 WSV-OPD-MINIMO       PIC 9(05)V99.
               10 WSV-OPD-MAXIMO       PIC 9(05)V99.
               10 WSV-OPD-PCT-NEG      PIC 9(03).
       77  WSV-OPD                      PIC 9(01) VALUE ZEROS.
      *
      *PORCENTAJES DE REGISTROS MALOS A PROPOSITO
       77  WSV-PCT-EMPAQUE              PIC 9(03) VALUE ZEROS.
       77  WSV-PCT-SIN-TRAILER          PIC 9(03) VALUE ZEROS.
       77  WSV-PCT-HASH                 PIC 9(03) VALUE ZEROS.
       77  WSV-PCT-SUCURSAL             PIC 9(03) VALUE ZEROS.
       77  WSV-PCT-DIVISOR              PIC 9(03) VALUE ZEROS.
       77  WSV-SUC-DESCONOCIDA          PIC X(03) VALUE '999'.
      *
      *COMPFILE Y CONVFILE
       77  WSV-CP-SW                    PIC X(01) VALUE 'N'.
         88 WSV-HAY-CP                           VALUE 'S'.
       77  WSV-CMP-CANTIDAD             PIC 9(07) VALUE ZEROS.
       77  WSV-CMP-MINIMO               PIC 9(04) VALUE ZEROS.
       77  WSV-CMP-MAXIMO               PIC 9(04) VALUE 9999.
       77  WSV-CMP-PCT-MALO             PIC 9(03) VALUE ZEROS.
       77  WSV-CV-SW                    PIC X(01) VALUE 'N'.
         88 WSV-HAY-CV                           VALUE 'S'.
       77  WSV-CNV-CANTIDAD             PIC 9(07) VALUE ZEROS.
       77  WSV-CNV-MINIMO               PIC 9(05)V99 VALUE ZEROS.
       77  WSV-CNV-MAXIMO               PIC 9(05)V99 VALUE ZEROS.
       77  WSV-CNV-PCT-NEG              PIC 9(03) VALUE ZEROS.
       77  WSV-MASC-CNT                 PIC 9(01) VALUE ZEROS.
       01  WSV-MASC-LISTA.
           05 WSV-MASC-COD             OCCURS 3 TIMES PIC X(01).
       77  WSV-MASC-IDX                 PIC 9(01) VALUE ZEROS.
      *
      *MEZCLA DE SUCURSALES - EL PESO REPARTE LOS DETALLES DE CADA
      *LOTE; SALEN AGRUPADOS POR SUCURSAL EN ORDEN ASCENDENTE COMO
      *LOS ESPERA EL CONTROL DE SECUENCIA DE ARITM
       77  WSV-SUC-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-SUCURSALES.
           05 WSV-SUC-ENTRY            OCCURS 1 TO 20 TIMES
                                        DEPENDING ON WSV-SUC-CNT
                                        INDEXED BY WSV-SUC-IDX.
               10 WSV-SUC-CODIGO       PIC X(03).
               10 WSV-SUC-PESO         PIC 9(03).
               10 WSV-SUC-GENERADOS    PIC 9(07).
       77  WSV-SUC-PESO-TOTAL           PIC 9(05) VALUE ZEROS.
       77  WSV-SUC-PESO-ACUM            PIC 9(05) VALUE ZEROS.
      *
      *PATRONES DE CODIGO DE OPERACIONES CON SU PESO
       77  WSV-PAT-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-PATRONES.
           05 WSV-PAT-ENTRY            OCCURS 1 TO 10 TIMES
                                        DEPENDING ON WSV-PAT-CNT
                                        INDEXED BY WSV-PAT-IDX.
               10 WSV-PAT-PATRON       PIC X(05).
               10 WSV-PAT-PESO         PIC 9(03).
       77  WSV-PAT-PESO-TOTAL           PIC 9(05) VALUE ZEROS.
      *
      *CODIGOS DEL MAESTRO PARA CONVFILE - SALEN AGRUPADOS POR
      *CODIGO PARA EL CORTE DE CONTROL DE CONVE
       77  WSV-COD-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-CODIGOS.
           05 WSV-COD-ENTRY            OCCURS 1 TO 10 TIMES
                                        DEPENDING ON WSV-COD-CNT
                                        INDEXED BY WSV-COD-IDX.
               10 WSV-COD-CODIGO       PIC X(02).
      *
      *MONEDAS PARA CONVFILE CON SU PESO
       77  WSV-MON-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-MONEDAS.
           05 WSV-MON-ENTRY            OCCURS 1 TO 10 TIMES
                                        DEPENDING ON WSV-MON-CNT
                                        INDEXED BY WSV-MON-IDX.
               10 WSV-MON-MONEDA       PIC X(03).
               10 WSV-MON-PESO         PIC 9(03).
       77  WSV-MON-PESO-TOTAL           PIC 9(05) VALUE ZEROS.
      *
      *GENERADOR DE NUMEROS AL AZAR (CONGRUENCIAL MULTIPLICATIVO DE
      *PARK Y MILLER) - LA MISMA SEMILLA REPITE LOS MISMOS ARCHIVOS
       77  WSC-MULTIPLICADOR            PIC 9(05) VALUE 16807.
       77  WSC-MODULO                   PIC 9(10) VALUE 2147483647.
       77  WSV-SEMILLA                  PIC 9(10) COMP-3 VALUE 1.
       77  WSV-PRODUCTO                 PIC 9(15) COMP-3 VALUE ZEROS.
       77  WSV-COCIENTE                 PIC 9(15) COMP-3 VALUE ZEROS.
       77  WSV-AZAR-RANGO               PIC 9(09) VALUE ZEROS.
       77  WSV-AZAR                     PIC 9(09) VALUE ZEROS.
       77  WSV-PESO-ACUM                PIC 9(05) VALUE ZEROS.
       77  WSV-PCT-SORTEO               PIC 9(03) VALUE ZEROS.
      *
      *LOTE EN CURSO
       77  WSV-LOTE-NRO                 PIC 9(01) VALUE ZEROS.
       77  WSV-LOTE-ID                  PIC X(08) VALUE SPACES.
       77  WSV-LOTE-DD                  PIC X(08) VALUE SPACES.
       77  WSV-LOTE-ITEMS               PIC 9(07) VALUE ZEROS.
       77  WSV-LOTE-HASH-A              PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-LOTE-HASH-B              PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-LOTE-TRAILER             PIC X(13) VALUE SPACES.
       77  WSV-LOTE-CUMPLIDOS           PIC 9(05) VALUE ZEROS.
       77  WSV-LOTE-META                PIC 9(05) VALUE ZEROS.
       77  WSV-SUC-DETALLES             PIC 9(05) VALUE ZEROS.
       77  WSV-COD-NRO                  PIC 9(02) VALUE ZEROS.
       77  WSV-HASH-MAXIMO              PIC 9(11)V99 VALUE ZEROS.
      *
      *DETALLE EN CURSO
       77  WSV-VALOR                    PIC S9(05)V99 VALUE ZEROS.
       77  WSV-MALO-SW                  PIC X(01) VALUE 'N'.
         88 WSV-REGISTRO-MALO                    VALUE 'S'.
      *
       01  WSV-TOTALES.
           05 WSV-TOT-LOTES            PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-DETALLES         PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-EMPAQUE          PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-SUC-DESC         PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-DIVISOR          PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-SIN-TRAILER      PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-HASH-MALO        PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-COMP             PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-COMP-MALO        PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-CONV             PIC 9(07) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - PRIMERO LAS
      *TARJETAS CON SU OBSERVACION, DESPUES UNA LINEA POR LOTE Y LOS
      *TOTALES DE LO GENERADO
       01  RPT-ENCABEZADO-2.
           05 FILLER              PIC X(14) VALUE 'LOTE     DD'.
           05 FILLER              PIC X(08) VALUE '   ITEMS'.
           05 FILLER              PIC X(14) VALUE '        HASH A'.
           05 FILLER              PIC X(14) VALUE '        HASH B'.
           05 FILLER              PIC X(30) VALUE ' TRAILER'.

       01  RPT-TARJETA.
           05 RPTJ-IMAGEN                PIC X(48).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 RPTJ-OBSERVACION           PIC X(30).

       01  RPT-LOTE.
           05 RPTL-LOTE                  PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RPTL-DD                    PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RPTL-ITEMS                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RPTL-HASH-A                PIC ZZZZZZZZ9.99-.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RPTL-HASH-B                PIC ZZZZZZZZ9.99-.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RPTL-TRAILER               PIC X(13).
           05 FILLER                     PIC X(13) VALUE SPACES.

       01  RPT-TITULO-SECCION.
           05 RPTS-TITULO                PIC X(80).

       01  RPT-TOTAL.
           05 RPTT-LITERAL               PIC X(36).
           05 RPTT-CANTIDAD              PIC Z,ZZZ,ZZ9.
           05 FILLER                     PIC X(35) VALUE SPACES.

      *GENERADOR DE DATOS DE PRUEBA - ARMA LOTES HEADER/DETALLE/
      *TRAILER DE TRANFILE CON LA CUENTA Y LOS HASH QUE ESPERAN
      *EDITOR, CONSOL Y ARITM, MAS PARES DE COMPFILE Y REGISTROS DE
      *CONVFILE, SEGUN LAS TARJETAS GENCARD. UN PORCENTAJE ELEGIDO
      *DE REGISTROS SALE MALO A PROPOSITO (EMPAQUE INVALIDO,
      *SUCURSAL DESCONOCIDA, DIVISOR CERO, LOTE SIN TRAILER O CON
      *HASH ALTERADO) PARA ENSAYAR LOS RECHAZOS Y LAS EXCEPCIONES.
      *ES UNA HERRAMIENTA DE PRUEBA: NO SE REGISTRA EN RUNCTL NI
      *ENTRA EN LA CADENA NOCTURNA. CON ALGUNA TARJETA INVALIDA NO
      *SE GENERA NADA Y TERMINA CON RETURN CODE 8
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'GENERA'                TO ABND-PROGRAMA
           MOVE ZEROS TO WSV-TOT-LOTES
           MOVE ZEROS TO WSV-TOT-DETALLES
           MOVE ZEROS TO WSV-TOT-EMPAQUE
           MOVE ZEROS TO WSV-TOT-SUC-DESC
           MOVE ZEROS TO WSV-TOT-DIVISOR
           MOVE ZEROS TO WSV-TOT-SIN-TRAILER
           MOVE ZEROS TO WSV-TOT-HASH-MALO
           MOVE ZEROS TO WSV-TOT-COMP
           MOVE ZEROS TO WSV-TOT-COMP-MALO
           MOVE ZEROS TO WSV-TOT-CONV
           MOVE 1.00   TO WSV-OPD-MINIMO (1)
           MOVE 999.99 TO WSV-OPD-MAXIMO (1)
           MOVE ZEROS  TO WSV-OPD-PCT-NEG (1)
           MOVE 1.00   TO WSV-OPD-MINIMO (2)
           MOVE 99.99  TO WSV-OPD-MAXIMO (2)
           MOVE ZEROS  TO WSV-OPD-PCT-NEG (2)
           PERFORM 020-INICIO
           PERFORM 024-PROCESAR-TARJETA UNTIL WSS-FIN
           CLOSE CARD-FILE
           PERFORM 028-COMPLETAR-PARAMETROS
           IF WSV-TARJETAS-MALAS = ZEROS
               PERFORM 030-GENERAR-LOTE
                   VARYING WSV-LOTE-NRO FROM 1 BY 1
                   UNTIL WSV-LOTE-NRO > WSV-LOTES
               IF WSV-HAY-CP
                   PERFORM 050-GENERAR-COMPFILE
               END-IF
               IF WSV-HAY-CV
                   PERFORM 060-GENERAR-CONVFILE
               END-IF
           END-IF
           PERFORM 080-FIN
           IF WSV-TARJETAS-MALAS NOT = ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       020-INICIO.
           OPEN INPUT CARD-FILE
           IF WSV-CARD-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN GENCARD FALLO - STATUS '
                      WSV-CARD-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA            TO WSV-FECHA-LOTE
           MOVE 'GENERA'              TO REPW-REPORT-ID
           MOVE 'GENERADOR DE DATOS DE PRUEBA' TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-LOTE        TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           MOVE 'TARJETAS DE PARAMETROS' TO RPTS-TITULO
           PERFORM 072-TITULO-SECCION
           MOVE '1'   TO WSS-SWITCHES
           PERFORM 022-LEER-TARJETA.

       022-LEER-TARJETA.
           READ CARD-FILE INTO WSV-TARJETA
               AT END   MOVE '0' TO WSS-SWITCHES
           END-READ.

      *---------------- TARJETAS DE PARAMETROS ----------------
      *CADA TARJETA SE VALIDA Y SE LISTA CON SU OBSERVACION; LA
      *RAZON EN BLANCO ES TARJETA ACEPTADA
       024-PROCESAR-TARJETA.
           MOVE SPACES TO WSV-RAZON
           EVALUATE TRUE
               WHEN WSV-TJ-TIPO (1:1) = '*'
                   CONTINUE
               WHEN WSV-TJ-TIPO = 'LT'
                   PERFORM 025-TARJETA-LT
               WHEN WSV-TJ-TIPO = 'SU'
                   PERFORM 025A-TARJETA-SU
               WHEN WSV-TJ-TIPO = 'OP'
                   PERFORM 025B-TARJETA-OP
               WHEN WSV-TJ-TIPO = 'CO'
                   PERFORM 025C-TARJETA-CO
               WHEN WSV-TJ-TIPO = 'ER'
                   PERFORM 025D-TARJETA-ER
               WHEN WSV-TJ-TIPO = 'CP'
                   PERFORM 025E-TARJETA-CP
               WHEN WSV-TJ-TIPO = 'CV'
                   PERFORM 025F-TARJETA-CV
               WHEN WSV-TJ-TIPO = 'CC'
                   PERFORM 025G-TARJETA-CC
               WHEN WSV-TJ-TIPO = 'MN'
                   PERFORM 025H-TARJETA-MN
               WHEN OTHER
                   MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WSV-RAZON
           END-EVALUATE
           IF WSV-TJ-TIPO (1:1) NOT = '*'
               PERFORM 026-LISTAR-TARJETA
           END-IF
           PERFORM 022-LEER-TARJETA.

       025-TARJETA-LT.
           EVALUATE TRUE
               WHEN WSV-HAY-LT
                   MOVE 'TARJETA LT DUPLICADA'   TO WSV-RAZON
               WHEN WSV-LT-LOTES NOT NUMERIC
                 OR WSV-LT-LOTES < 1 OR WSV-LT-LOTES > 5
                   MOVE 'CANTIDAD DE LOTES NO ES 1-5' TO WSV-RAZON
               WHEN WSV-LT-DETALLES NOT NUMERIC
                 OR WSV-LT-DETALLES = ZEROS
                   MOVE 'DETALLES POR LOTE INVALIDO' TO WSV-RAZON
               WHEN WSV-LT-SEMILLA NOT NUMERIC
                   MOVE 'SEMILLA NO NUMERICA'    TO WSV-RAZON
               WHEN WSV-LT-FECHA NOT NUMERIC
                   MOVE 'FECHA NO NUMERICA'      TO WSV-RAZON
               WHEN WSV-LT-DESTINO NOT = 'T'
                AND WSV-LT-DESTINO NOT = 'C'
                AND WSV-LT-DESTINO NOT = SPACE
                   MOVE 'DESTINO NO ES T NI C'   TO WSV-RAZON
               WHEN WSV-LT-DESTINO NOT = 'C' AND WSV-LT-LOTES > 1
                   MOVE 'MAS DE UN LOTE SOLO CON C' TO WSV-RAZON
               WHEN OTHER
                   MOVE 'S'                TO WSV-LT-SW
                   MOVE WSV-LT-LOTES       TO WSV-LOTES
                   MOVE WSV-LT-DETALLES    TO WSV-DETALLES
                   IF WSV-LT-SEMILLA NOT = ZEROS
                       MOVE WSV-LT-SEMILLA TO WSV-SEMILLA
                   END-IF
                   IF WSV-LT-FECHA NOT = ZEROS
                       MOVE WSV-LT-FECHA   TO WSV-FECHA-LOTE
                   END-IF
                   IF WSV-LT-PREFIJO NOT = SPACE
                       MOVE WSV-LT-PREFIJO TO WSV-PREFIJO
                   END-IF
                   IF WSV-LT-DESTINO NOT = SPACE
                       MOVE WSV-LT-DESTINO TO WSV-DESTINO
                   END-IF
           END-EVALUATE.

       025A-TARJETA-SU.
           EVALUATE TRUE
               WHEN WSV-SU-SUCURSAL = SPACES
                   MOVE 'SUCURSAL EN BLANCO'     TO WSV-RAZON
               WHEN WSV-SU-PESO NOT NUMERIC OR WSV-SU-PESO = ZEROS
                   MOVE 'PESO INVALIDO'          TO WSV-RAZON
               WHEN WSV-SUC-CNT = 20
                   MOVE 'MAS DE 20 SUCURSALES'   TO WSV-RAZON
               WHEN WSV-SUC-CNT > ZEROS
                AND WSV-SU-SUCURSAL NOT > WSV-SUC-CODIGO (WSV-SUC-CNT)
                   MOVE 'SUCURSAL FUERA DE ORDEN' TO WSV-RAZON
               WHEN OTHER
                   ADD 1 TO WSV-SUC-CNT
                   MOVE WSV-SU-SUCURSAL TO WSV-SUC-CODIGO (WSV-SUC-CNT)
                   MOVE WSV-SU-PESO     TO WSV-SUC-PESO (WSV-SUC-CNT)
                   MOVE ZEROS        TO WSV-SUC-GENERADOS (WSV-SUC-CNT)
                   ADD WSV-SU-PESO      TO WSV-SUC-PESO-TOTAL
           END-EVALUATE.

       025B-TARJETA-OP.
           EVALUATE TRUE
               WHEN WSV-OP-OPERANDO NOT = 'A'
                AND WSV-OP-OPERANDO NOT = 'B'
                   MOVE 'OPERANDO NO ES A NI B'  TO WSV-RAZON
               WHEN WSV-OP-MINIMO NOT NUMERIC
                 OR WSV-OP-MAXIMO NOT NUMERIC
                   MOVE 'RANGO NO NUMERICO'      TO WSV-RAZON
               WHEN WSV-OP-MINIMO > WSV-OP-MAXIMO
                   MOVE 'MINIMO MAYOR QUE MAXIMO' TO WSV-RAZON
               WHEN WSV-OP-PCT-NEG NOT NUMERIC
                 OR WSV-OP-PCT-NEG > 100
                   MOVE 'PORCENTAJE NO ES 0-100' TO WSV-RAZON
               WHEN OTHER
                   IF WSV-OP-OPERANDO = 'A'
                       MOVE 1 TO WSV-OPD
                   ELSE
                       MOVE 2 TO WSV-OPD
                   END-IF
                   MOVE WSV-OP-MINIMO  TO WSV-OPD-MINIMO (WSV-OPD)
                   MOVE WSV-OP-MAXIMO  TO WSV-OPD-MAXIMO (WSV-OPD)
                   MOVE WSV-OP-PCT-NEG TO WSV-OPD-PCT-NEG (WSV-OPD)
           END-EVALUATE.

      *EL PATRON SIGUE LAS MISMAS REGLAS QUE EDITOR: CINCO 'S'/'N'
      *CON ALGUNA 'S', O EN BLANCO (SE EJECUTAN LAS CINCO)
       025C-TARJETA-CO.
           MOVE ZEROS TO WSV-CUENTA-S
           MOVE ZEROS TO WSV-CUENTA-N
           MOVE ZEROS TO WSV-CUENTA-B
           INSPECT WSV-CO-PATRON TALLYING WSV-CUENTA-S FOR ALL 'S'
                                          WSV-CUENTA-N FOR ALL 'N'
                                          WSV-CUENTA-B FOR ALL SPACE
           EVALUATE TRUE
               WHEN WSV-CUENTA-B NOT = 5
                AND WSV-CUENTA-S + WSV-CUENTA-N NOT = 5
                   MOVE 'PATRON NO ES S/N X 5'   TO WSV-RAZON
               WHEN WSV-CUENTA-N = 5
                   MOVE 'PATRON NNNNN NO EJECUTA NADA' TO WSV-RAZON
               WHEN WSV-CO-PESO NOT NUMERIC OR WSV-CO-PESO = ZEROS
                   MOVE 'PESO INVALIDO'          TO WSV-RAZON
               WHEN WSV-PAT-CNT = 10
                   MOVE 'MAS DE 10 PATRONES'     TO WSV-RAZON
               WHEN OTHER
                   ADD 1 TO WSV-PAT-CNT
                   MOVE WSV-CO-PATRON TO WSV-PAT-PATRON (WSV-PAT-CNT)
                   MOVE WSV-CO-PESO   TO WSV-PAT-PESO (WSV-PAT-CNT)
                   ADD WSV-CO-PESO    TO WSV-PAT-PESO-TOTAL
           END-EVALUATE.

       025D-TARJETA-ER.
           EVALUATE TRUE
               WHEN WSV-ER-EMPAQUE NOT NUMERIC
                 OR WSV-ER-SIN-TRAILER NOT NUMERIC
                 OR WSV-ER-HASH NOT NUMERIC
                 OR WSV-ER-SUCURSAL NOT NUMERIC
                 OR WSV-ER-DIVISOR NOT NUMERIC
                   MOVE 'PORCENTAJE NO NUMERICO' TO WSV-RAZON
               WHEN WSV-ER-EMPAQUE > 100
                 OR WSV-ER-SIN-TRAILER > 100
                 OR WSV-ER-HASH > 100
                 OR WSV-ER-SUCURSAL > 100
                 OR WSV-ER-DIVISOR > 100
                   MOVE 'PORCENTAJE NO ES 0-100' TO WSV-RAZON
               WHEN OTHER
                   MOVE WSV-ER-EMPAQUE     TO WSV-PCT-EMPAQUE
                   MOVE WSV-ER-SIN-TRAILER TO WSV-PCT-SIN-TRAILER
                   MOVE WSV-ER-HASH        TO WSV-PCT-HASH
                   MOVE WSV-ER-SUCURSAL    TO WSV-PCT-SUCURSAL
                   MOVE WSV-ER-DIVISOR     TO WSV-PCT-DIVISOR
                   IF WSV-ER-SUC-DESC NOT = SPACES
                       MOVE WSV-ER-SUC-DESC TO WSV-SUC-DESCONOCIDA
                   END-IF
           END-EVALUATE.

       025E-TARJETA-CP.
           EVALUATE TRUE
               WHEN WSV-HAY-CP
                   MOVE 'TARJETA CP DUPLICADA'   TO WSV-RAZON
               WHEN WSV-CP-CANTIDAD NOT NUMERIC
                 OR WSV-CP-CANTIDAD = ZEROS
                   MOVE 'CANTIDAD INVALIDA'      TO WSV-RAZON
               WHEN WSV-CP-MINIMO NOT NUMERIC
                 OR WSV-CP-MAXIMO NOT NUMERIC
                   MOVE 'RANGO NO NUMERICO'      TO WSV-RAZON
               WHEN WSV-CP-MINIMO > WSV-CP-MAXIMO
                   MOVE 'MINIMO MAYOR QUE MAXIMO' TO WSV-RAZON
               WHEN WSV-CP-PCT-MALO NOT NUMERIC
                 OR WSV-CP-PCT-MALO > 100
                   MOVE 'PORCENTAJE NO ES 0-100' TO WSV-RAZON
               WHEN OTHER
                   MOVE 'S'              TO WSV-CP-SW
                   MOVE WSV-CP-CANTIDAD  TO WSV-CMP-CANTIDAD
                   MOVE WSV-CP-MINIMO    TO WSV-CMP-MINIMO
                   MOVE WSV-CP-MAXIMO    TO WSV-CMP-MAXIMO
                   MOVE WSV-CP-PCT-MALO  TO WSV-CMP-PCT-MALO
           END-EVALUATE.

      *LAS MASCARAS SON LOS CODIGOS DE CONVE ('1' SIMPLE, '2' CON
      *COMAS, '3' CON CR) QUE PUEDEN SALIR; EN BLANCO SALEN LOS TRES
       025F-TARJETA-CV.
           MOVE ZEROS TO WSV-CUENTA-S
           MOVE ZEROS TO WSV-CUENTA-B
           INSPECT WSV-CV-MASCARAS TALLYING WSV-CUENTA-S FOR ALL '1'
                                            WSV-CUENTA-S FOR ALL '2'
                                            WSV-CUENTA-S FOR ALL '3'
                                            WSV-CUENTA-B FOR ALL SPACE
           EVALUATE TRUE
               WHEN WSV-HAY-CV
                   MOVE 'TARJETA CV DUPLICADA'   TO WSV-RAZON
               WHEN WSV-CV-CANTIDAD NOT NUMERIC
                 OR WSV-CV-CANTIDAD = ZEROS
                   MOVE 'CANTIDAD INVALIDA'      TO WSV-RAZON
               WHEN WSV-CV-MINIMO NOT NUMERIC
                 OR WSV-CV-MAXIMO NOT NUMERIC
                   MOVE 'RANGO NO NUMERICO'      TO WSV-RAZON
               WHEN WSV-CV-MINIMO > WSV-CV-MAXIMO
                   MOVE 'MINIMO MAYOR QUE MAXIMO' TO WSV-RAZON
               WHEN WSV-CV-PCT-NEG NOT NUMERIC
                 OR WSV-CV-PCT-NEG > 100
                   MOVE 'PORCENTAJE NO ES 0-100' TO WSV-RAZON
               WHEN WSV-CUENTA-S + WSV-CUENTA-B NOT = 3
                   MOVE 'MASCARA NO ES 1, 2 NI 3' TO WSV-RAZON
               WHEN OTHER
                   MOVE 'S'              TO WSV-CV-SW
                   MOVE WSV-CV-CANTIDAD  TO WSV-CNV-CANTIDAD
                   MOVE WSV-CV-MINIMO    TO WSV-CNV-MINIMO
                   MOVE WSV-CV-MAXIMO    TO WSV-CNV-MAXIMO
                   MOVE WSV-CV-PCT-NEG   TO WSV-CNV-PCT-NEG
                   IF WSV-CUENTA-B = 3
                       MOVE '123' TO WSV-CV-MASCARAS
                   END-IF
                   MOVE ZEROS TO WSV-MASC-CNT
                   PERFORM 025J-TOMAR-MASCARA
                       VARYING WSV-MASC-IDX FROM 1 BY 1
                       UNTIL WSV-MASC-IDX > 3
           END-EVALUATE.

       025G-TARJETA-CC.
           EVALUATE TRUE
               WHEN WSV-CC-CODIGO = SPACES
                   MOVE 'CODIGO EN BLANCO'       TO WSV-RAZON
               WHEN WSV-COD-CNT = 10
                   MOVE 'MAS DE 10 CODIGOS'      TO WSV-RAZON
               WHEN WSV-COD-CNT > ZEROS
                AND WSV-CC-CODIGO NOT > WSV-COD-CODIGO (WSV-COD-CNT)
                   MOVE 'CODIGO FUERA DE ORDEN'  TO WSV-RAZON
               WHEN OTHER
                   ADD 1 TO WSV-COD-CNT
                   MOVE WSV-CC-CODIGO TO WSV-COD-CODIGO (WSV-COD-CNT)
           END-EVALUATE.

       025H-TARJETA-MN.
           EVALUATE TRUE
               WHEN WSV-MN-PESO NOT NUMERIC OR WSV-MN-PESO = ZEROS
                   MOVE 'PESO INVALIDO'          TO WSV-RAZON
               WHEN WSV-MON-CNT = 10
                   MOVE 'MAS DE 10 MONEDAS'      TO WSV-RAZON
               WHEN OTHER
                   ADD 1 TO WSV-MON-CNT
                   MOVE WSV-MN-MONEDA TO WSV-MON-MONEDA (WSV-MON-CNT)
                   MOVE WSV-MN-PESO   TO WSV-MON-PESO (WSV-MON-CNT)
                   ADD WSV-MN-PESO    TO WSV-MON-PESO-TOTAL
           END-EVALUATE.

       025J-TOMAR-MASCARA.
           IF WSV-CV-MASCARAS (WSV-MASC-IDX:1) NOT = SPACE
               ADD 1 TO WSV-MASC-CNT
               MOVE WSV-CV-MASCARAS (WSV-MASC-IDX:1)
                   TO WSV-MASC-COD (WSV-MASC-CNT)
           END-IF.

       026-LISTAR-TARJETA.
           MOVE WSV-TARJETA TO RPTJ-IMAGEN
           IF WSV-RAZON = SPACES
               MOVE 'ACEPTADA'           TO RPTJ-OBSERVACION
           ELSE
               MOVE WSV-RAZON            TO RPTJ-OBSERVACION
               ADD 1 TO WSV-TARJETAS-MALAS
           END-IF
           MOVE RPT-TARJETA TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *CONTROLES QUE NECESITAN TODAS LAS TARJETAS LEIDAS Y VALORES
      *POR OMISION DE LO QUE NO VINO
       028-COMPLETAR-PARAMETROS.
           MOVE SPACES TO WSV-RAZON
           IF NOT WSV-HAY-LT
               MOVE 'FALTA LA TARJETA LT' TO WSV-RAZON
               PERFORM 029-ERROR-GENERAL
           END-IF
           IF WSV-SUC-CNT = ZEROS
               MOVE 'FALTA ALGUNA TARJETA SU' TO WSV-RAZON
               PERFORM 029-ERROR-GENERAL
           END-IF
           IF WSV-HAY-CV AND WSV-COD-CNT = ZEROS
               MOVE 'CV SIN TARJETA CC' TO WSV-RAZON
               PERFORM 029-ERROR-GENERAL
           END-IF
      *EL TRAILER LLEVA LOS HASH EN S9(9)V99 - UN LOTE QUE PUDIERA
      *PASARSE NO SE GENERA
           COMPUTE WSV-HASH-MAXIMO = WSV-DETALLES * WSV-OPD-MAXIMO (1)
           IF WSV-HASH-MAXIMO > 999999999.99
               MOVE 'HASH A PUEDE DESBORDAR' TO WSV-RAZON
               PERFORM 029-ERROR-GENERAL
           END-IF
           COMPUTE WSV-HASH-MAXIMO = WSV-DETALLES * WSV-OPD-MAXIMO (2)
           IF WSV-HASH-MAXIMO > 999999999.99
               MOVE 'HASH B PUEDE DESBORDAR' TO WSV-RAZON
               PERFORM 029-ERROR-GENERAL
           END-IF
           IF WSV-PAT-CNT = ZEROS
               MOVE 1      TO WSV-PAT-CNT
               MOVE SPACES TO WSV-PAT-PATRON (1)
               MOVE 1      TO WSV-PAT-PESO (1)
               MOVE 1      TO WSV-PAT-PESO-TOTAL
           END-IF
           IF WSV-MON-CNT = ZEROS
               MOVE 1      TO WSV-MON-CNT
               MOVE SPACES TO WSV-MON-MONEDA (1)
               MOVE 1      TO WSV-MON-PESO (1)
               MOVE 1      TO WSV-MON-PESO-TOTAL
           END-IF
           DIVIDE WSV-SEMILLA BY WSC-MODULO
               GIVING WSV-COCIENTE REMAINDER WSV-SEMILLA
           IF WSV-SEMILLA = ZEROS
               MOVE 1 TO WSV-SEMILLA
           END-IF
           IF WSV-TARJETAS-MALAS NOT = ZEROS
               MOVE SPACES TO RPTS-TITULO
               STRING 'TARJETAS CON ERROR: ' WSV-TARJETAS-MALAS
                      ' - NO SE GENERA NINGUN ARCHIVO'
                      DELIMITED BY SIZE INTO RPTS-TITULO
               PERFORM 072-TITULO-SECCION
           END-IF.

       029-ERROR-GENERAL.
           MOVE SPACES    TO WSV-TARJETA
           MOVE '**'      TO WSV-TJ-TIPO
           PERFORM 026-LISTAR-TARJETA.

      *---------------- LOTES DE TRANFILE ----------------
      *EL LOTE SE LLAMA PREFIJO + NUMERO DE LOTE + FECHA Y VA A
      *TRANFILE, O AL FEED SUCFILNN DEL MISMO NUMERO PARA CONSOL
       030-GENERAR-LOTE.
           IF WSV-LOTE-NRO = 1
               MOVE 'LOTES GENERADOS' TO RPTS-TITULO
               PERFORM 072-TITULO-SECCION
           END-IF
           MOVE SPACES TO WSV-LOTE-ID
           STRING WSV-PREFIJO WSV-LOTE-NRO WSV-FECHA-LOTE
                  DELIMITED BY SIZE INTO WSV-LOTE-ID
           MOVE ZEROS  TO WSV-LOTE-ITEMS
           MOVE ZEROS  TO WSV-LOTE-HASH-A
           MOVE ZEROS  TO WSV-LOTE-HASH-B
           MOVE ZEROS  TO WSV-LOTE-CUMPLIDOS
           MOVE ZEROS  TO WSV-SUC-PESO-ACUM
           PERFORM 032-ABRIR-SALIDA
           MOVE SPACES                TO TRANS-RECORD
           MOVE 'H'                   TO TR-TIPO
           MOVE WSV-LOTE-ID           TO TR-HDR-LOTE
           MOVE WSV-FECHA-LOTE        TO TR-HDR-FECHA
           PERFORM 040-GRABAR-TRAN
           PERFORM 034-GENERAR-SUCURSAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT
           PERFORM 038-CERRAR-LOTE
           ADD 1 TO WSV-TOT-LOTES.

       032-ABRIR-SALIDA.
           EVALUATE TRUE
               WHEN WSV-DESTINO-TRANFILE
                   MOVE 'TRANFILE' TO WSV-LOTE-DD
                   OPEN OUTPUT TRAN-FILE
                   MOVE WSV-TRAN-STAT TO WSV-SAL-STAT
               WHEN WSV-LOTE-NRO = 1
                   MOVE 'SUCFIL01' TO WSV-LOTE-DD
                   OPEN OUTPUT SUC01-FILE
                   MOVE WSV-S01-STAT TO WSV-SAL-STAT
               WHEN WSV-LOTE-NRO = 2
                   MOVE 'SUCFIL02' TO WSV-LOTE-DD
                   OPEN OUTPUT SUC02-FILE
                   MOVE WSV-S02-STAT TO WSV-SAL-STAT
               WHEN WSV-LOTE-NRO = 3
                   MOVE 'SUCFIL03' TO WSV-LOTE-DD
                   OPEN OUTPUT SUC03-FILE
                   MOVE WSV-S03-STAT TO WSV-SAL-STAT
               WHEN WSV-LOTE-NRO = 4
                   MOVE 'SUCFIL04' TO WSV-LOTE-DD
                   OPEN OUTPUT SUC04-FILE
                   MOVE WSV-S04-STAT TO WSV-SAL-STAT
               WHEN OTHER
                   MOVE 'SUCFIL05' TO WSV-LOTE-DD
                   OPEN OUTPUT SUC05-FILE
                   MOVE WSV-S05-STAT TO WSV-SAL-STAT
           END-EVALUATE
           IF WSV-SAL-STAT NOT = '00'
               MOVE '032-ABRIR-SALIDA'    TO ABND-PARRAFO
               STRING 'OPEN ' WSV-LOTE-DD ' FALLO - STATUS '
                      WSV-SAL-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *LOS DETALLES DEL LOTE SE REPARTEN POR PESO ACUMULADO: CADA
      *SUCURSAL LLEVA HASTA DONDE LLEGA SU PESO SOBRE EL TOTAL, ASI
      *LA ULTIMA CIERRA EXACTO LA CANTIDAD PEDIDA
       034-GENERAR-SUCURSAL.
           ADD WSV-SUC-PESO (WSV-SUC-IDX) TO WSV-SUC-PESO-ACUM
           COMPUTE WSV-LOTE-META =
               WSV-DETALLES * WSV-SUC-PESO-ACUM / WSV-SUC-PESO-TOTAL
           COMPUTE WSV-SUC-DETALLES =
               WSV-LOTE-META - WSV-LOTE-CUMPLIDOS
           MOVE WSV-LOTE-META TO WSV-LOTE-CUMPLIDOS
           PERFORM 036-GENERAR-DETALLE WSV-SUC-DETALLES TIMES.

      *UN DETALLE SALE A LO SUMO CON UNA FALLA: EMPAQUE INVALIDO EN
      *EL OPERANDO A (EDITOR RAZON 01), SUCURSAL DESCONOCIDA (RAZON
      *09) O DIVISOR CERO CON LA DIVISION PEDIDA (ERROR ARITMETICO
      *EN ARITM). EL OPERANDO NO NUMERICO NO ENTRA EN EL HASH, IGUAL
      *QUE LO CALCULA EDITOR; CONSOL NO EDITA OPERANDOS, POR ESO CON
      *DESTINO C NO SE GENERA EMPAQUE INVALIDO
       036-GENERAR-DETALLE.
           MOVE SPACES                TO TRANS-RECORD
           MOVE 'D'                   TO TR-TIPO
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO TR-DET-SUCURSAL
           PERFORM 092-ELEGIR-PATRON
           MOVE WSV-PAT-PATRON (WSV-PAT-IDX) TO TR-DET-OPERACIONES
           MOVE 1 TO WSV-OPD
           PERFORM 094-GENERAR-OPERANDO
           MOVE WSV-VALOR TO TR-NUM-A
           MOVE 2 TO WSV-OPD
           PERFORM 094-GENERAR-OPERANDO
           MOVE WSV-VALOR TO TR-NUM-B
           MOVE 'N' TO WSV-MALO-SW
           IF WSV-DESTINO-TRANFILE
               MOVE WSV-PCT-EMPAQUE TO WSV-AZAR-RANGO
               PERFORM 096-SORTEAR-PORCENTAJE
               IF WSV-REGISTRO-MALO
                   MOVE SPACES TO TR-DET (1:4)
                   ADD 1 TO WSV-TOT-EMPAQUE
               END-IF
           END-IF
           IF NOT WSV-REGISTRO-MALO
               MOVE WSV-PCT-SUCURSAL TO WSV-AZAR-RANGO
               PERFORM 096-SORTEAR-PORCENTAJE
               IF WSV-REGISTRO-MALO
                   MOVE WSV-SUC-DESCONOCIDA TO TR-DET-SUCURSAL
                   ADD 1 TO WSV-TOT-SUC-DESC
               END-IF
           END-IF
           IF NOT WSV-REGISTRO-MALO
               MOVE WSV-PCT-DIVISOR TO WSV-AZAR-RANGO
               PERFORM 096-SORTEAR-PORCENTAJE
               IF WSV-REGISTRO-MALO
                   MOVE ZEROS TO TR-NUM-B
                   IF TR-DET-OPERACIONES NOT = SPACES
                       MOVE 'S' TO TR-OP-DIV
                   END-IF
                   ADD 1 TO WSV-TOT-DIVISOR
               END-IF
           END-IF
      *UN CERO DEL RANGO NO ES UNA FALLA PEDIDA - SI LA DIVISION SE
      *EJECUTA EL DIVISOR SE LLEVA AL MINIMO DISTINTO DE CERO
           IF NOT WSV-REGISTRO-MALO AND TR-NUM-B = ZEROS
            AND (TR-DET-OPERACIONES = SPACES OR TR-OP-DIV = 'S')
               MOVE 0.01 TO TR-NUM-B
           END-IF
           IF TR-NUM-A NUMERIC
               ADD TR-NUM-A TO WSV-LOTE-HASH-A
           END-IF
           ADD TR-NUM-B TO WSV-LOTE-HASH-B
           ADD 1 TO WSV-LOTE-ITEMS
           ADD 1 TO WSV-TOT-DETALLES
           ADD 1 TO WSV-SUC-GENERADOS (WSV-SUC-IDX)
           PERFORM 040-GRABAR-TRAN.

      *EL TRAILER LLEVA LA CUENTA DE ITEMS Y LOS HASH DE LOS
      *DETALLES; UN LOTE ELEGIDO SALE SIN TRAILER O CON EL HASH A
      *CORRIDO EN 1.00
       038-CERRAR-LOTE.
           MOVE 'CORRECTO' TO WSV-LOTE-TRAILER
           MOVE WSV-PCT-SIN-TRAILER TO WSV-AZAR-RANGO
           PERFORM 096-SORTEAR-PORCENTAJE
           IF WSV-REGISTRO-MALO
               MOVE 'NO GRABADO' TO WSV-LOTE-TRAILER
               ADD 1 TO WSV-TOT-SIN-TRAILER
           ELSE
               MOVE SPACES                TO TRANS-RECORD
               MOVE 'T'                   TO TR-TIPO
               MOVE WSV-LOTE-ITEMS        TO TR-TRL-CUENTA
               MOVE WSV-LOTE-HASH-A       TO TR-TRL-HASH-A
               MOVE WSV-LOTE-HASH-B       TO TR-TRL-HASH-B
               MOVE WSV-PCT-HASH TO WSV-AZAR-RANGO
               PERFORM 096-SORTEAR-PORCENTAJE
               IF WSV-REGISTRO-MALO
                   ADD 1 TO TR-TRL-HASH-A
                   MOVE 'HASH ALTERADO' TO WSV-LOTE-TRAILER
                   ADD 1 TO WSV-TOT-HASH-MALO
               END-IF
               PERFORM 040-GRABAR-TRAN
           END-IF
           EVALUATE TRUE
               WHEN WSV-DESTINO-TRANFILE
                   CLOSE TRAN-FILE
               WHEN WSV-LOTE-NRO = 1
                   CLOSE SUC01-FILE
               WHEN WSV-LOTE-NRO = 2
                   CLOSE SUC02-FILE
               WHEN WSV-LOTE-NRO = 3
                   CLOSE SUC03-FILE
               WHEN WSV-LOTE-NRO = 4
                   CLOSE SUC04-FILE
               WHEN OTHER
                   CLOSE SUC05-FILE
           END-EVALUATE
           MOVE WSV-LOTE-ID          TO RPTL-LOTE
           MOVE WSV-LOTE-DD          TO RPTL-DD
           MOVE WSV-LOTE-ITEMS       TO RPTL-ITEMS
           MOVE WSV-LOTE-HASH-A      TO RPTL-HASH-A
           MOVE WSV-LOTE-HASH-B      TO RPTL-HASH-B
           MOVE WSV-LOTE-TRAILER     TO RPTL-TRAILER
           MOVE RPT-LOTE             TO REPW-LINEA
           MOVE 1                    TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       040-GRABAR-TRAN.
           EVALUATE TRUE
               WHEN WSV-DESTINO-TRANFILE
                   WRITE TRAN-SALIDA FROM TRANS-RECORD
                   MOVE WSV-TRAN-STAT TO WSV-SAL-STAT
               WHEN WSV-LOTE-NRO = 1
                   WRITE SUC01-RECORD FROM TRANS-RECORD
                   MOVE WSV-S01-STAT TO WSV-SAL-STAT
               WHEN WSV-LOTE-NRO = 2
                   WRITE SUC02-RECORD FROM TRANS-RECORD
                   MOVE WSV-S02-STAT TO WSV-SAL-STAT
               WHEN WSV-LOTE-NRO = 3
                   WRITE SUC03-RECORD FROM TRANS-RECORD
                   MOVE WSV-S03-STAT TO WSV-SAL-STAT
               WHEN WSV-LOTE-NRO = 4
                   WRITE SUC04-RECORD FROM TRANS-RECORD
                   MOVE WSV-S04-STAT TO WSV-SAL-STAT
               WHEN OTHER
                   WRITE SUC05-RECORD FROM TRANS-RECORD
                   MOVE WSV-S05-STAT TO WSV-SAL-STAT
           END-EVALUATE
           IF WSV-SAL-STAT NOT = '00'
               MOVE '040-GRABAR-TRAN'     TO ABND-PARRAFO
               STRING 'WRITE ' WSV-LOTE-DD ' FALLO - STATUS '
                      WSV-SAL-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *---------------- COMPFILE ----------------
      *PARES DENTRO DEL RANGO; UN PORCENTAJE SALE CON EL PRIMER
      *VALOR NO NUMERICO (EDITOR RAZON 01)
       050-GENERAR-COMPFILE.
           OPEN OUTPUT COMP-FILE
           IF WSV-COMP-STAT NOT = '00'
               MOVE '050-GENERAR-COMP'    TO ABND-PARRAFO
               STRING 'OPEN COMPFILE FALLO - STATUS '
                      WSV-COMP-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 052-GENERAR-PAR WSV-CMP-CANTIDAD TIMES
           CLOSE COMP-FILE.

       052-GENERAR-PAR.
           MOVE SPACES TO COMPARE-RECORD
           COMPUTE WSV-AZAR-RANGO = WSV-CMP-MAXIMO - WSV-CMP-MINIMO + 1
           PERFORM 090-AZAR
           COMPUTE CR-A = WSV-CMP-MINIMO + WSV-AZAR
           PERFORM 090-AZAR
           COMPUTE CR-B = WSV-CMP-MINIMO + WSV-AZAR
           MOVE WSV-CMP-PCT-MALO TO WSV-AZAR-RANGO
           PERFORM 096-SORTEAR-PORCENTAJE
           IF WSV-REGISTRO-MALO
               MOVE SPACES TO COMPARE-RECORD (1:4)
               ADD 1 TO WSV-TOT-COMP-MALO
           END-IF
           WRITE COMPARE-RECORD
           IF WSV-COMP-STAT NOT = '00'
               MOVE '052-GENERAR-PAR'     TO ABND-PARRAFO
               STRING 'WRITE COMPFILE FALLO - STATUS '
                      WSV-COMP-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-TOT-COMP.

      *---------------- CONVFILE ----------------
      *LOS REGISTROS SE REPARTEN EN PARTES IGUALES ENTRE LOS CODIGOS
      *Y SALEN AGRUPADOS POR CODIGO; MONEDA Y MASCARA SE SORTEAN. UNA
      *MONEDA QUE NO ESTA EN MONFILE O SIN TASA ES LA PRUEBA DE
      *RECHAZO DE CONVE
       060-GENERAR-CONVFILE.
           OPEN OUTPUT CONV-FILE
           IF WSV-CONV-STAT NOT = '00'
               MOVE '060-GENERAR-CONV'    TO ABND-PARRAFO
               STRING 'OPEN CONVFILE FALLO - STATUS '
                      WSV-CONV-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE ZEROS TO WSV-LOTE-CUMPLIDOS
           PERFORM 062-GENERAR-CODIGO
               VARYING WSV-COD-IDX FROM 1 BY 1
               UNTIL WSV-COD-IDX > WSV-COD-CNT
           CLOSE CONV-FILE.

       062-GENERAR-CODIGO.
           SET WSV-COD-NRO TO WSV-COD-IDX
           COMPUTE WSV-LOTE-META =
               WSV-CNV-CANTIDAD * WSV-COD-NRO / WSV-COD-CNT
           COMPUTE WSV-SUC-DETALLES =
               WSV-LOTE-META - WSV-LOTE-CUMPLIDOS
           MOVE WSV-LOTE-META TO WSV-LOTE-CUMPLIDOS
           PERFORM 064-GENERAR-CONVERSION WSV-SUC-DETALLES TIMES.

       064-GENERAR-CONVERSION.
           MOVE SPACES                TO CONVE-RECORD
           MOVE 'PRUEBA'              TO CV-TEXTO-A
           MOVE WSV-COD-CODIGO (WSV-COD-IDX) TO CV-CODIGO
           MOVE WSV-MASC-CNT          TO WSV-AZAR-RANGO
           PERFORM 090-AZAR
           COMPUTE WSV-MASC-IDX = WSV-AZAR + 1
           MOVE WSV-MASC-COD (WSV-MASC-IDX) TO CV-MASCARA-COD
           COMPUTE WSV-AZAR-RANGO =
               (WSV-CNV-MAXIMO - WSV-CNV-MINIMO) * 100 + 1
           PERFORM 090-AZAR
           COMPUTE WSV-VALOR = WSV-CNV-MINIMO + WSV-AZAR / 100
           MOVE WSV-CNV-PCT-NEG TO WSV-AZAR-RANGO
           PERFORM 096-SORTEAR-PORCENTAJE
           IF WSV-REGISTRO-MALO
               COMPUTE WSV-VALOR = ZEROS - WSV-VALOR
           END-IF
           MOVE WSV-VALOR             TO CV-NUMERO-1
           PERFORM 093-ELEGIR-MONEDA
           MOVE WSV-MON-MONEDA (WSV-MON-IDX) TO CV-MONEDA
           WRITE CONVE-RECORD
           IF WSV-CONV-STAT NOT = '00'
               MOVE '064-GENERAR-CONV'    TO ABND-PARRAFO
               STRING 'WRITE CONVFILE FALLO - STATUS '
                      WSV-CONV-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-TOT-CONV.

       072-TITULO-SECCION.
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE RPT-TITULO-SECCION TO REPW-LINEA
           MOVE 1                  TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       074-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       076-TOTAL-SUCURSAL.
           MOVE SPACES TO RPTT-LITERAL
           STRING '  SUCURSAL ' WSV-SUC-CODIGO (WSV-SUC-IDX)
                  DELIMITED BY SIZE INTO RPTT-LITERAL
           MOVE ':' TO RPTT-LITERAL (35:1)
           MOVE WSV-SUC-GENERADOS (WSV-SUC-IDX) TO RPTT-CANTIDAD
           PERFORM 074-TOTAL-LINEA.

       080-FIN.
           IF WSV-TARJETAS-MALAS = ZEROS
               MOVE 'TOTALES GENERADOS' TO RPTS-TITULO
               PERFORM 072-TITULO-SECCION
               MOVE 'LOTES                             : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-LOTES         TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
               MOVE '  SIN TRAILER                     : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-SIN-TRAILER   TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
               MOVE '  CON HASH ALTERADO               : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-HASH-MALO     TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
               MOVE 'DETALLES                          : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-DETALLES      TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
               PERFORM 076-TOTAL-SUCURSAL
                   VARYING WSV-SUC-IDX FROM 1 BY 1
                   UNTIL WSV-SUC-IDX > WSV-SUC-CNT
               MOVE '  CON EMPAQUE INVALIDO            : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-EMPAQUE       TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
               MOVE '  CON SUCURSAL DESCONOCIDA        : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-SUC-DESC      TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
               MOVE '  CON DIVISOR CERO                : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-DIVISOR       TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
               MOVE 'PARES DE COMPFILE                 : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-COMP          TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
               MOVE '  NO NUMERICOS                    : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-COMP-MALO     TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
               MOVE 'REGISTROS DE CONVFILE             : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-CONV          TO RPTT-CANTIDAD
               PERFORM 074-TOTAL-LINEA
           END-IF
           DISPLAY 'GENERA: LOTES ' WSV-TOT-LOTES
                   ' DETALLES ' WSV-TOT-DETALLES
                   ' COMPFILE ' WSV-TOT-COMP
                   ' CONVFILE ' WSV-TOT-CONV
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *---------------- AZAR ----------------
      *NUEVA SEMILLA = SEMILLA X 16807 MODULO 2**31 - 1, Y UN VALOR
      *ENTRE CERO Y EL RANGO MENOS UNO EN PROPORCION A LA SEMILLA
       090-AZAR.
           COMPUTE WSV-PRODUCTO = WSV-SEMILLA * WSC-MULTIPLICADOR
           DIVIDE WSV-PRODUCTO BY WSC-MODULO
               GIVING WSV-COCIENTE REMAINDER WSV-SEMILLA
           COMPUTE WSV-AZAR =
               (WSV-SEMILLA - 1) * WSV-AZAR-RANGO / (WSC-MODULO - 1).

      *ELECCION POR PESO: SE SORTEA UN PUNTO DEL PESO TOTAL Y GANA
      *LA ENTRADA CUYO PESO ACUMULADO LO SUPERA
       092-ELEGIR-PATRON.
           MOVE WSV-PAT-PESO-TOTAL TO WSV-AZAR-RANGO
           PERFORM 090-AZAR
           MOVE ZEROS TO WSV-PESO-ACUM
           SET WSV-PAT-IDX TO 1
           ADD WSV-PAT-PESO (1) TO WSV-PESO-ACUM
           PERFORM 092A-SIGUIENTE-PATRON
               UNTIL WSV-PESO-ACUM > WSV-AZAR.

       092A-SIGUIENTE-PATRON.
           SET WSV-PAT-IDX UP BY 1
           ADD WSV-PAT-PESO (WSV-PAT-IDX) TO WSV-PESO-ACUM.

       093-ELEGIR-MONEDA.
           MOVE WSV-MON-PESO-TOTAL TO WSV-AZAR-RANGO
           PERFORM 090-AZAR
           MOVE ZEROS TO WSV-PESO-ACUM
           SET WSV-MON-IDX TO 1
           ADD WSV-MON-PESO (1) TO WSV-PESO-ACUM
           PERFORM 093A-SIGUIENTE-MONEDA
               UNTIL WSV-PESO-ACUM > WSV-AZAR.

       093A-SIGUIENTE-MONEDA.
           SET WSV-MON-IDX UP BY 1
           ADD WSV-MON-PESO (WSV-MON-IDX) TO WSV-PESO-ACUM.

      *OPERANDO DENTRO DEL RANGO AL CENTAVO, CON EL SIGNO NEGATIVO
      *EN EL PORCENTAJE PEDIDO
       094-GENERAR-OPERANDO.
           COMPUTE WSV-AZAR-RANGO =
               (WSV-OPD-MAXIMO (WSV-OPD) - WSV-OPD-MINIMO (WSV-OPD))
               * 100 + 1
           PERFORM 090-AZAR
           COMPUTE WSV-VALOR = WSV-OPD-MINIMO (WSV-OPD) + WSV-AZAR / 100
           MOVE WSV-OPD-PCT-NEG (WSV-OPD) TO WSV-AZAR-RANGO
           PERFORM 096-SORTEAR-PORCENTAJE
           IF WSV-REGISTRO-MALO
               COMPUTE WSV-VALOR = ZEROS - WSV-VALOR
           END-IF.

      *SORTEA CONTRA EL PORCENTAJE DEJADO EN WSV-AZAR-RANGO Y PRENDE
      *WSV-MALO-SW SI TOCA; CON CERO NO SE SORTEA
       096-SORTEAR-PORCENTAJE.
           MOVE 'N' TO WSV-MALO-SW
           IF WSV-AZAR-RANGO > ZEROS
               MOVE WSV-AZAR-RANGO TO WSV-PCT-SORTEO
               MOVE 100            TO WSV-AZAR-RANGO
               PERFORM 090-AZAR
               IF WSV-AZAR < WSV-PCT-SORTEO
                   MOVE 'S' TO WSV-MALO-SW
               END-IF
           END-IF.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
