       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CALMES.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *BITACORA DE USO - LOS DETALLES RECIBIDOS Y LOS EVENTOS DE
      *CALIDAD QUE ASIENTAN CONSOL, EDITOR, ARITM Y RECICLA POR
      *MEDIO DE USOLOG. SE LEE DOS VECES
           SELECT USO-LOG-FILE          ASSIGN TO USOLOGF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ULOG-STAT.

      *MES A EVALUAR (AAMM) Y CUANTAS DE LAS PEORES SUCURSALES SE
      *MARCAN PARA ESCALAR - OPCIONAL
           SELECT CAL-CARD-FILE         ASSIGN TO CALMCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CARD-STAT.

      *MAESTRO DE SUCURSALES - SOLO PARA NOMBRE Y REGION
           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  USO-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY USORWS.

       FD  CAL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CAL-CARD-RECORD.
           05 CALC-AAMM                 PIC 9(04).
           05 FILLER                    PIC X(01).
           05 CALC-ESCALAR              PIC 9(02).
           05 FILLER                    PIC X(73).

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-ULOG-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-CARD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-SUCM-STAT                PIC X(02) VALUE ZEROS.
      *
      *MES EVALUADO Y MES ANTERIOR PARA LA TENDENCIA; EL MES DE
      *CADA REGISTRO SE TRADUCE A 1 (EVALUADO) O 2 (ANTERIOR)
       01  WSV-MES-BUSCADO.
           05 WSV-MES-AA               PIC 9(02) VALUE ZEROS.
           05 WSV-MES-MM               PIC 9(02) VALUE ZEROS.
       01  WSV-MES-ANTERIOR.
           05 WSV-ANT-AA               PIC 9(02) VALUE ZEROS.
           05 WSV-ANT-MM               PIC 9(02) VALUE ZEROS.
       77  WSV-MES                      PIC 9(01) VALUE ZEROS.
      *
      *CUANTAS DE LAS PEORES SUCURSALES DEL RANKING SE MARCAN PARA
      *ESCALAR (TARJETA, COLUMNAS 6-7)
       77  WSC-ESCALAR-DEFECTO          PIC 9(02) VALUE 5.
       77  WSV-ESCALAR                  PIC 9(02) VALUE ZEROS.
      *
      *TIPOS DE EVENTO DE CALIDAD EN EL ORDEN DEL TABLERO - EL
      *DETALLE RECIBIDO ('E') NO ES ERROR, ES LA BASE DE LA TASA
       01  WSV-EVENTOS-DEF.
           05 FILLER                   PIC X(21)
                                        VALUE 'RRECHAZO DEL EDITOR'.
           05 FILLER                   PIC X(21)
                                        VALUE 'KLOTE TRAILER/HASH'.
           05 FILLER                   PIC X(21)
                                        VALUE 'BBLOQUEO RETRANSMIS.'.
           05 FILLER                   PIC X(21)
                                        VALUE 'SFUERA DE SECUENCIA'.
           05 FILLER                   PIC X(21)
                                        VALUE 'CCORREGIDO RECICLA'.
           05 FILLER                   PIC X(21)
                                        VALUE 'MFEED FALTANTE'.
       01  WSV-TABLA-EVENTOS REDEFINES WSV-EVENTOS-DEF.
           05 WSV-EVT-DEF              OCCURS 6 TIMES
                                        INDEXED BY WSV-EVT-IDX.
               10 WSV-EVT-CODIGO       PIC X(01).
               10 WSV-EVT-DESCRIPCION  PIC X(20).
       77  WSV-EVT                      PIC 9(01) VALUE ZEROS.
      *
      *CATALOGO DE LOS DETALLES QUE ACLARAN EL EVENTO: CODIGO DE
      *RAZON DEL EDITOR EN LOS RECHAZOS Y PROBLEMA DE TRAILER EN
      *LOS LOTES RECHAZADOS
       01  WSV-CODIGOS-DEF.
           05 FILLER                   PIC X(33)
                                        VALUE
              'R01OPERANDO A NO NUMERICO'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'R02OPERANDO B NO NUMERICO'.
           05 FILLER                   PIC X(33)
                                        VALUE 'R03REGISTRO VACIO'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'R04TIPO DE REGISTRO DESCONOCIDO'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'R05FECHA DE HEADER NO NUMERICA'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'R06CAMPOS DE TRAILER NO NUMERICOS'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'R07CODIGO DE OPERACION INVALIDO'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'R08NINGUNA OPERACION SOLICITADA'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'R09SUCURSAL INEXISTENTE O CERRADA'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'R10REVERSO SIN REFERENCIA VALIDA'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'KCUCUENTA DE TRAILER NO CUADRA'.
           05 FILLER                   PIC X(33)
                                        VALUE
              'KHAHASH DE TRAILER NO CUADRA'.
           05 FILLER                   PIC X(33)
                                        VALUE 'KSTLOTE SIN TRAILER'.
       01  WSV-TABLA-CODIGOS REDEFINES WSV-CODIGOS-DEF.
           05 WSV-COD-DEF              OCCURS 13 TIMES
                                        INDEXED BY WSV-COD-IDX.
               10 WSV-COD-ACTIVIDAD    PIC X(01).
               10 WSV-COD-DETALLE      PIC X(02).
               10 WSV-COD-DESCRIPCION  PIC X(30).
      *
      *CORRIDAS QUE REEMPLAZAN ('S', VALE LA ULTIMA) O EN LAS QUE
      *SOLO VALE LA PRIMERA ('P') - POR PROGRAMA, FECHA DE NEGOCIO,
      *EMPRESA Y MODO QUEDA EL SELLO (FECHA Y HORA DE SISTEMA) DE LA
      *CORRIDA VIGENTE; LA BITACORA ES CRONOLOGICA
       77  WSC-MAX-CORRIDAS             PIC 9(03) VALUE 500.
       77  WSV-CORR-CNT                 PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-CORRIDAS.
           05 WSV-CORR-ENTRY           OCCURS 1 TO 500 TIMES
                                        DEPENDING ON WSV-CORR-CNT
                                        INDEXED BY WSV-COR-IDX.
               10 WSV-COR-PROGRAMA     PIC X(08).
               10 WSV-COR-FECHA        PIC 9(06).
               10 WSV-COR-EMPRESA      PIC X(01).
               10 WSV-COR-MODO         PIC X(01).
               10 WSV-COR-SELLO        PIC X(14).
       01  WSV-SELLO.
           05 WSV-SELLO-FECHA          PIC 9(06).
           05 WSV-SELLO-HORA           PIC 9(08).
       77  WSV-USO-VIGENTE-SW           PIC X(01) VALUE 'S'.
         88 WSV-USO-VIGENTE                      VALUE 'S'.
       77  WSV-BITACORA-SW              PIC X(01) VALUE 'N'.
         88 WSV-HAY-BITACORA                     VALUE 'S'.
      *
      *CUENTAS POR SUCURSAL DEL MES EVALUADO (1) Y DEL ANTERIOR (2):
      *DETALLES RECIBIDOS, EVENTOS POR TIPO, TOTAL DE ERRORES Y LA
      *TASA POR MIL DETALLES. LO QUE NO TIENE SUCURSAL ('***') SE
      *LLEVA APARTE
       77  WSC-SIN-SUCURSAL             PIC X(03) VALUE '***'.
       77  WSC-MAX-SUCURSALES           PIC 9(03) VALUE 200.
       77  WSV-SUC-CNT                  PIC 9(03) VALUE ZEROS.
       77  WSV-SUCURSAL-BUSCADA         PIC X(03) VALUE SPACES.
       01  WSV-TABLA-SUCURSALES.
           05 WSV-SUC-ENTRY            OCCURS 1 TO 200 TIMES
                                        DEPENDING ON WSV-SUC-CNT
                                        INDEXED BY WSV-SUC-IDX
                                                   WSV-CMP-IDX.
               10 WSV-SUC-CODIGO       PIC X(03).
               10 WSV-SUC-RANGO        PIC 9(03).
               10 WSV-SUC-MES          OCCURS 2 TIMES.
                   15 WSV-SUC-DETALLES PIC 9(07).
                   15 WSV-SUC-ERRORES  PIC 9(07).
                   15 WSV-SUC-TASA     PIC 9(07)V99.
                   15 WSV-SUC-SIN-BASE PIC X(01).
                   15 WSV-SUC-EVENTO   PIC 9(07) OCCURS 6 TIMES.
       01  WSV-SIN-SUCURSAL.
           05 WSV-SIN-MES              OCCURS 2 TIMES.
               10 WSV-SIN-DETALLES     PIC 9(07).
               10 WSV-SIN-EVENTO       PIC 9(07) OCCURS 6 TIMES.
      *
      *EVENTOS POR CODIGO DE DETALLE (SUCURSAL, TIPO Y DETALLE) EN
      *CADA UNO DE LOS DOS MESES
       77  WSC-MAX-CODIGOS              PIC 9(04) VALUE 2000.
       77  WSV-CXS-CNT                  PIC 9(04) VALUE ZEROS.
       01  WSV-TABLA-CODIGO-SUC.
           05 WSV-CXS-ENTRY            OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON WSV-CXS-CNT
                                        INDEXED BY WSV-CXS-IDX.
               10 WSV-CXS-SUCURSAL     PIC X(03).
               10 WSV-CXS-ACTIVIDAD    PIC X(01).
               10 WSV-CXS-DETALLE      PIC X(02).
               10 WSV-CXS-CANTIDAD     PIC 9(07) OCCURS 2 TIMES.
      *
      *RANKING - SOLO ENTRAN LAS SUCURSALES CON MOVIMIENTO EN EL MES
      *EVALUADO; LA PEOR ES LA DE MAYOR TASA, A IGUAL TASA LA DE MAS
      *ERRORES Y A IGUALDAD DE TODO LA DE MENOR CODIGO
       77  WSV-EN-RANKING               PIC 9(03) VALUE ZEROS.
       77  WSV-RANGO                    PIC 9(03) VALUE ZEROS.
       77  WSV-PEOR-SW                  PIC X(01) VALUE 'N'.
         88 WSV-ES-PEOR                          VALUE 'S'.
       77  WSV-TENDENCIA                PIC X(08) VALUE SPACES.
       77  WSV-REGION                   PIC X(03) VALUE SPACES.
       77  WSV-NOMBRE                   PIC X(20) VALUE SPACES.
      *
       01  WSV-TOTALES.
           05 WSV-TOT-USO-LEIDOS       PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-USO-ANULADOS     PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-CODIGOS-PERDIDOS PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-A-ESCALAR        PIC 9(03) VALUE ZEROS.
           05 WSV-TOT-DETALLES         PIC 9(09) VALUE ZEROS.
           05 WSV-TOT-ERRORES          PIC 9(09) VALUE ZEROS.
           05 WSV-TOT-EVENTO           PIC 9(09) OCCURS 6 TIMES.
           05 WSV-TOT-TASA             PIC 9(07)V99 VALUE ZEROS.
      *
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(25) VALUE
              'RNK SUC NOMBRE'.
           05 FILLER                   PIC X(18) VALUE
              ' DETALLES ERRORES'.
           05 FILLER                   PIC X(22) VALUE
              ' TASA 0/00   MES ANT.'.
           05 FILLER                   PIC X(15) VALUE
              ' TENDENCIA'.

       01  RPT-RANKING.
           05 RPTK-RANGO                PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTK-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTK-NOMBRE               PIC X(16).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTK-DETALLES             PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTK-ERRORES              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTK-TASA                 PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTK-TASA-ANT             PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTK-TENDENCIA            PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTK-ESCALAR              PIC X(01).
           05 RPTK-SIN-BASE             PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.

       01  RPT-EVENTOS-ENC.
           05 FILLER                    PIC X(17) VALUE
              'SUC MES  DETALLES'.
           05 FILLER                    PIC X(24) VALUE
              ' RECHAZO TRL/HSH BLOQUEO'.
           05 FILLER                    PIC X(24) VALUE
              ' SECUENC RECICLA FALTANT'.
           05 FILLER                    PIC X(15) VALUE
              ' ERRORES'.

       01  RPT-EVENTOS.
           05 RPTE-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTE-MES                  PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTE-DETALLES             PIC Z,ZZZ,ZZ9.
           05 RPTE-CELDA                OCCURS 7 TIMES.
               10 FILLER                PIC X(01).
               10 RPTE-CANTIDAD         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  RPT-CODIGOS-ENC.
           05 FILLER                    PIC X(45) VALUE
              'SUC T DT DESCRIPCION'.
           05 FILLER                    PIC X(35) VALUE
              '  EN MES MES ANT.'.

       01  RPT-CODIGO.
           05 RPTC-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTC-ACTIVIDAD            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTC-DETALLE              PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTC-DESCRIPCION          PIC X(30).
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 RPTC-CANTIDAD             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTC-CANTIDAD-ANT         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  RPT-SECCION.
           05 RPTX-TITULO               PIC X(80).

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(37) VALUE SPACES.

       01  RPT-TOTAL-TASA.
           05 RPTA-LITERAL              PIC X(32).
           05 RPTA-TASA                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(34) VALUE SPACES.

      *TABLERO MENSUAL DE CALIDAD DE LOS FEEDS POR SUCURSAL - TOMA
      *DE LA BITACORA DE USO LOS DETALLES RECIBIDOS POR EL EDITOR Y
      *LOS EVENTOS DE CALIDAD DEL MES (RECHAZOS DEL EDITOR POR CODIGO
      *DE RAZON, LOTES RECHAZADOS POR TRAILER O HASH, BLOQUEOS POR
      *RETRANSMISION, SUCURSALES FUERA DE SECUENCIA, CORRECCIONES DE
      *RECICLA Y FEEDS FALTANTES A LA HORA DE CONSOL), CALCULA LA
      *TASA DE ERRORES POR MIL DETALLES DE CADA SUCURSAL, LA COMPARA
      *CON LA DEL MES ANTERIOR Y ARMA EL RANKING DE LAS PEORES PARA
      *ESCALARLAS CON EL DETALLE DE SUS ERRORES. SIN BITACORA SALE EL
      *TABLERO VACIO CON RETURN CODE 4
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'CALMES'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-ABRIR-USO
           PERFORM 032-ANOTAR-CORRIDA UNTIL WSS-FIN
           PERFORM 034-REABRIR-USO
           PERFORM 036-CONTAR-USO UNTIL WSS-FIN
           PERFORM 039-CERRAR-USO
           PERFORM 050-CALCULAR-TASA
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT
           PERFORM 054-RANKING
           PERFORM 060-LISTAR-RANKING
           PERFORM 065-LISTAR-EVENTOS
           PERFORM 070-LISTAR-CODIGOS
           PERFORM 080-FIN
           IF NOT WSV-HAY-BITACORA
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       020-INICIO.
           MOVE ZEROS TO WSV-SUC-CNT
           MOVE ZEROS TO WSV-CORR-CNT
           MOVE ZEROS TO WSV-CXS-CNT
           MOVE 'N'   TO WSV-BITACORA-SW
           PERFORM 021-LIMPIAR-SIN-SUCURSAL
               VARYING WSV-MES FROM 1 BY 1 UNTIL WSV-MES > 2
           PERFORM 023-LIMPIAR-TOTAL
               VARYING WSV-EVT FROM 1 BY 1 UNTIL WSV-EVT > 6
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE WSV-FECHA-CORRIDA (1:4) TO WSV-MES-BUSCADO
           MOVE WSC-ESCALAR-DEFECTO     TO WSV-ESCALAR
           PERFORM 022-LEER-TARJETA
           MOVE WSV-MES-AA TO WSV-ANT-AA
           IF WSV-MES-MM = 1
               MOVE 12 TO WSV-ANT-MM
               IF WSV-MES-AA = ZEROS
                   MOVE 99 TO WSV-ANT-AA
               ELSE
                   SUBTRACT 1 FROM WSV-ANT-AA
               END-IF
           ELSE
               SUBTRACT 1 FROM WSV-MES-MM GIVING WSV-ANT-MM
           END-IF
           DISPLAY 'CALMES: MES EVALUADO ' WSV-MES-BUSCADO
               ' CONTRA ' WSV-MES-ANTERIOR
           MOVE 'CALMES'              TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'CALIDAD DE FEEDS - MES '
                  WSV-MES-BUSCADO DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           OPEN INPUT SUCURSAL-FILE
           IF WSV-SUCM-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       021-LIMPIAR-SIN-SUCURSAL.
           MOVE ZEROS TO WSV-SIN-DETALLES (WSV-MES)
           PERFORM 021A-LIMPIAR-SIN-EVENTO
               VARYING WSV-EVT FROM 1 BY 1 UNTIL WSV-EVT > 6.

       021A-LIMPIAR-SIN-EVENTO.
           MOVE ZEROS TO WSV-SIN-EVENTO (WSV-MES, WSV-EVT).

      *LA TARJETA ES OPCIONAL - EL MES EN BLANCO O EN CEROS DEJA EL
      *DE LA FECHA DE NEGOCIO Y LA CANTIDAD A ESCALAR EN BLANCO DEJA
      *LA DE OMISION
       022-LEER-TARJETA.
           OPEN INPUT CAL-CARD-FILE
           IF WSV-CARD-STAT = '00'
               READ CAL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CALC-AAMM NUMERIC AND CALC-AAMM NOT = ZEROS
                           MOVE CALC-AAMM TO WSV-MES-BUSCADO
                       END-IF
                       IF CALC-ESCALAR NUMERIC
                           MOVE CALC-ESCALAR TO WSV-ESCALAR
                       END-IF
               END-READ
               CLOSE CAL-CARD-FILE
           END-IF.

       023-LIMPIAR-TOTAL.
           MOVE ZEROS TO WSV-TOT-EVENTO (WSV-EVT).

      *PRIMERA PASADA DE LA BITACORA: EL SELLO DE LA CORRIDA VIGENTE
      *DE CADA PROGRAMA Y FECHA DE LOS DOS MESES - LA ULTIMA SI
      *REEMPLAZA, LA PRIMERA SI SOLO VALE LA PRIMERA
       030-ABRIR-USO.
           OPEN INPUT USO-LOG-FILE
           EVALUATE TRUE
               WHEN WSV-ULOG-STAT = '00'
                   MOVE 'S' TO WSV-BITACORA-SW
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 031-LEER-USO
               WHEN WSV-ULOG-STAT = '35'
                   DISPLAY 'CALMES: SIN BITACORA DE USO - TABLERO '
                           'VACIO'
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '030-ABRIR-USO'       TO ABND-PARRAFO
                   STRING 'OPEN USO-LOG FALLO - STATUS '
                          WSV-ULOG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       031-LEER-USO.
           READ USO-LOG-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   PERFORM 038-UBICAR-MES
           END-READ.

       032-ANOTAR-CORRIDA.
           IF WSV-MES > ZEROS
            AND (USO-REEMPLAZA = 'S' OR USO-REEMPLAZA = 'P')
               MOVE USO-FECHA-SISTEMA TO WSV-SELLO-FECHA
               MOVE USO-HORA          TO WSV-SELLO-HORA
               SET WSV-COR-IDX TO 1
               SEARCH WSV-CORR-ENTRY
                   AT END
                       PERFORM 033-ALTA-CORRIDA
                   WHEN WSV-COR-PROGRAMA (WSV-COR-IDX) = USO-PROGRAMA
                    AND WSV-COR-FECHA (WSV-COR-IDX)
                           = USO-FECHA-NEGOCIO
                    AND WSV-COR-EMPRESA (WSV-COR-IDX) = USO-EMPRESA
                    AND WSV-COR-MODO (WSV-COR-IDX) = USO-REEMPLAZA
                       IF USO-REEMPLAZA = 'S'
                           MOVE WSV-SELLO
                               TO WSV-COR-SELLO (WSV-COR-IDX)
                       END-IF
               END-SEARCH
           END-IF
           PERFORM 031-LEER-USO.

       033-ALTA-CORRIDA.
           IF WSV-CORR-CNT = WSC-MAX-CORRIDAS
               MOVE '033-ALTA-CORRIDA'    TO ABND-PARRAFO
               MOVE 'TABLA DE CORRIDAS LLENA - MAX 500'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-CORR-CNT
           SET WSV-COR-IDX TO WSV-CORR-CNT
           MOVE USO-PROGRAMA      TO WSV-COR-PROGRAMA (WSV-COR-IDX)
           MOVE USO-FECHA-NEGOCIO TO WSV-COR-FECHA (WSV-COR-IDX)
           MOVE USO-EMPRESA       TO WSV-COR-EMPRESA (WSV-COR-IDX)
           MOVE USO-REEMPLAZA     TO WSV-COR-MODO (WSV-COR-IDX)
           MOVE WSV-SELLO         TO WSV-COR-SELLO (WSV-COR-IDX).

      *SEGUNDA PASADA: SE CUENTA TODO LO DE LOS DOS MESES SALVO LO
      *DE UNA CORRIDA QUE NO ES LA VIGENTE DE SU FECHA
       034-REABRIR-USO.
           IF WSV-HAY-BITACORA
               CLOSE USO-LOG-FILE
               OPEN INPUT USO-LOG-FILE
               IF WSV-ULOG-STAT NOT = '00'
                   MOVE '034-REABRIR-USO'     TO ABND-PARRAFO
                   STRING 'OPEN USO-LOG FALLO - STATUS '
                          WSV-ULOG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               MOVE '1' TO WSS-SWITCHES
               PERFORM 031-LEER-USO
           END-IF.

       036-CONTAR-USO.
           ADD 1 TO WSV-TOT-USO-LEIDOS
           IF WSV-MES > ZEROS
               MOVE 'S' TO WSV-USO-VIGENTE-SW
               IF USO-REEMPLAZA = 'S' OR USO-REEMPLAZA = 'P'
                   PERFORM 037-VER-VIGENCIA
               END-IF
               IF USO-CANTIDAD NOT NUMERIC
                   MOVE 'N' TO WSV-USO-VIGENTE-SW
               END-IF
               IF WSV-USO-VIGENTE
                   PERFORM 040-SUMAR-EVENTO
               ELSE
                   ADD 1 TO WSV-TOT-USO-ANULADOS
               END-IF
           END-IF
           PERFORM 031-LEER-USO.

       037-VER-VIGENCIA.
           MOVE USO-FECHA-SISTEMA TO WSV-SELLO-FECHA
           MOVE USO-HORA          TO WSV-SELLO-HORA
           SET WSV-COR-IDX TO 1
           SEARCH WSV-CORR-ENTRY
               AT END
                   CONTINUE
               WHEN WSV-COR-PROGRAMA (WSV-COR-IDX) = USO-PROGRAMA
                AND WSV-COR-FECHA (WSV-COR-IDX) = USO-FECHA-NEGOCIO
                AND WSV-COR-EMPRESA (WSV-COR-IDX) = USO-EMPRESA
                AND WSV-COR-MODO (WSV-COR-IDX) = USO-REEMPLAZA
                   IF WSV-COR-SELLO (WSV-COR-IDX) NOT = WSV-SELLO
                       MOVE 'N' TO WSV-USO-VIGENTE-SW
                   END-IF
           END-SEARCH.

      *DEJA EN WSV-MES 1 SI EL REGISTRO ES DEL MES EVALUADO, 2 SI ES
      *DEL ANTERIOR Y CERO SI NO INTERESA
       038-UBICAR-MES.
           MOVE ZEROS TO WSV-MES
           IF USO-FECHA-NEGOCIO NUMERIC
               IF USO-AAMM = WSV-MES-BUSCADO
                   MOVE 1 TO WSV-MES
               END-IF
               IF USO-AAMM = WSV-MES-ANTERIOR
                   MOVE 2 TO WSV-MES
               END-IF
           END-IF.

       039-CERRAR-USO.
           IF WSV-HAY-BITACORA
               CLOSE USO-LOG-FILE
           END-IF.

      *UN REGISTRO VIGENTE: EL DETALLE RECIBIDO SUMA A LA BASE, UN
      *EVENTO DE CALIDAD A SU TIPO Y, SI TRAE DETALLE, A SU CODIGO.
      *LAS ACTIVIDADES PURAMENTE COBRABLES (RETENIDO, LIBERADO) NO
      *SON DEL TABLERO
       040-SUMAR-EVENTO.
           PERFORM 041-UBICAR-EVENTO
           MOVE USO-SUCURSAL TO WSV-SUCURSAL-BUSCADA
           IF WSV-SUCURSAL-BUSCADA = SPACES
            OR WSV-SUCURSAL-BUSCADA = LOW-VALUES
               MOVE WSC-SIN-SUCURSAL TO WSV-SUCURSAL-BUSCADA
           END-IF
           IF USO-DETALLE-RECIBIDO OR WSV-EVT > ZEROS
               IF WSV-SUCURSAL-BUSCADA = WSC-SIN-SUCURSAL
                   PERFORM 042-SUMAR-SIN-SUCURSAL
               ELSE
                   PERFORM 044-UBICAR-SUCURSAL
                   PERFORM 043-SUMAR-SUCURSAL
               END-IF
           END-IF
           IF WSV-EVT > ZEROS
            AND USO-DETALLE NOT = SPACES
            AND USO-CANTIDAD > ZEROS
               PERFORM 046-SUMAR-CODIGO
           END-IF.

       041-UBICAR-EVENTO.
           MOVE ZEROS TO WSV-EVT
           SET WSV-EVT-IDX TO 1
           SEARCH WSV-EVT-DEF
               AT END
                   CONTINUE
               WHEN WSV-EVT-CODIGO (WSV-EVT-IDX) = USO-ACTIVIDAD
                   SET WSV-EVT TO WSV-EVT-IDX
           END-SEARCH.

       042-SUMAR-SIN-SUCURSAL.
           IF USO-DETALLE-RECIBIDO
               ADD USO-CANTIDAD TO WSV-SIN-DETALLES (WSV-MES)
           ELSE
               ADD USO-CANTIDAD TO WSV-SIN-EVENTO (WSV-MES, WSV-EVT)
           END-IF.

       043-SUMAR-SUCURSAL.
           IF USO-DETALLE-RECIBIDO
               ADD USO-CANTIDAD
                   TO WSV-SUC-DETALLES (WSV-SUC-IDX, WSV-MES)
           ELSE
               ADD USO-CANTIDAD
                   TO WSV-SUC-EVENTO (WSV-SUC-IDX, WSV-MES, WSV-EVT)
               ADD USO-CANTIDAD
                   TO WSV-SUC-ERRORES (WSV-SUC-IDX, WSV-MES)
           END-IF.

       044-UBICAR-SUCURSAL.
           SET WSV-SUC-IDX TO 1
           SEARCH WSV-SUC-ENTRY
               AT END
                   PERFORM 045-ALTA-SUCURSAL
               WHEN WSV-SUC-CODIGO (WSV-SUC-IDX) = WSV-SUCURSAL-BUSCADA
                   CONTINUE
           END-SEARCH.

       045-ALTA-SUCURSAL.
           IF WSV-SUC-CNT = WSC-MAX-SUCURSALES
               MOVE '045-ALTA-SUCURSA'    TO ABND-PARRAFO
               MOVE 'TABLA DE SUCURSALES LLENA - MAX 200'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-SUC-CNT
           SET WSV-SUC-IDX TO WSV-SUC-CNT
           MOVE WSV-SUCURSAL-BUSCADA TO WSV-SUC-CODIGO (WSV-SUC-IDX)
           MOVE ZEROS                TO WSV-SUC-RANGO (WSV-SUC-IDX)
           PERFORM 045A-LIMPIAR-MES
               VARYING WSV-MES FROM 1 BY 1 UNTIL WSV-MES > 2
           PERFORM 038-UBICAR-MES
           PERFORM 041-UBICAR-EVENTO.

       045A-LIMPIAR-MES.
           MOVE ZEROS TO WSV-SUC-DETALLES (WSV-SUC-IDX, WSV-MES)
           MOVE ZEROS TO WSV-SUC-ERRORES (WSV-SUC-IDX, WSV-MES)
           MOVE ZEROS TO WSV-SUC-TASA (WSV-SUC-IDX, WSV-MES)
           MOVE 'N'   TO WSV-SUC-SIN-BASE (WSV-SUC-IDX, WSV-MES)
           PERFORM 045B-LIMPIAR-EVENTO
               VARYING WSV-EVT FROM 1 BY 1 UNTIL WSV-EVT > 6.

       045B-LIMPIAR-EVENTO.
           MOVE ZEROS TO WSV-SUC-EVENTO (WSV-SUC-IDX, WSV-MES, WSV-EVT).

      *LA TABLA DE CODIGOS NO DETIENE EL TABLERO - SI SE LLENA, EL
      *EVENTO QUEDA CONTADO EN SU TIPO Y SOLO SE PIERDE EL DESGLOSE
       046-SUMAR-CODIGO.
           SET WSV-CXS-IDX TO 1
           SEARCH WSV-CXS-ENTRY
               AT END
                   IF WSV-CXS-CNT < WSC-MAX-CODIGOS
                       PERFORM 047-ALTA-CODIGO
                       ADD USO-CANTIDAD
                           TO WSV-CXS-CANTIDAD (WSV-CXS-IDX, WSV-MES)
                   ELSE
                       ADD 1 TO WSV-TOT-CODIGOS-PERDIDOS
                   END-IF
               WHEN WSV-CXS-SUCURSAL (WSV-CXS-IDX)
                       = WSV-SUCURSAL-BUSCADA
                AND WSV-CXS-ACTIVIDAD (WSV-CXS-IDX) = USO-ACTIVIDAD
                AND WSV-CXS-DETALLE (WSV-CXS-IDX) = USO-DETALLE
                   ADD USO-CANTIDAD
                       TO WSV-CXS-CANTIDAD (WSV-CXS-IDX, WSV-MES)
           END-SEARCH.

       047-ALTA-CODIGO.
           ADD 1 TO WSV-CXS-CNT
           SET WSV-CXS-IDX TO WSV-CXS-CNT
           MOVE WSV-SUCURSAL-BUSCADA TO WSV-CXS-SUCURSAL (WSV-CXS-IDX)
           MOVE USO-ACTIVIDAD        TO WSV-CXS-ACTIVIDAD (WSV-CXS-IDX)
           MOVE USO-DETALLE          TO WSV-CXS-DETALLE (WSV-CXS-IDX)
           MOVE ZEROS             TO WSV-CXS-CANTIDAD (WSV-CXS-IDX, 1)
           MOVE ZEROS             TO WSV-CXS-CANTIDAD (WSV-CXS-IDX, 2).

      *TASA DE ERRORES POR MIL DETALLES RECIBIDOS EN CADA MES. UNA
      *SUCURSAL CON ERRORES Y SIN DETALLES (SOLO FEEDS FALTANTES, O
      *TODO RECHAZADO ANTES DEL EDITOR) SE TASA COMO SI HUBIERA
      *MANDADO UN DETALLE Y SE MARCA S/D
       050-CALCULAR-TASA.
           PERFORM 052-TASA-MES
               VARYING WSV-MES FROM 1 BY 1 UNTIL WSV-MES > 2.

       052-TASA-MES.
           IF WSV-SUC-DETALLES (WSV-SUC-IDX, WSV-MES) = ZEROS
               IF WSV-SUC-ERRORES (WSV-SUC-IDX, WSV-MES) > ZEROS
                   MOVE 'S' TO WSV-SUC-SIN-BASE (WSV-SUC-IDX, WSV-MES)
                   COMPUTE WSV-SUC-TASA (WSV-SUC-IDX, WSV-MES) =
                           WSV-SUC-ERRORES (WSV-SUC-IDX, WSV-MES)
                           * 1000
                       ON SIZE ERROR
                           MOVE 9999999.99
                               TO WSV-SUC-TASA (WSV-SUC-IDX, WSV-MES)
                   END-COMPUTE
               END-IF
           ELSE
               COMPUTE WSV-SUC-TASA (WSV-SUC-IDX, WSV-MES) ROUNDED =
                       WSV-SUC-ERRORES (WSV-SUC-IDX, WSV-MES) * 1000
                       / WSV-SUC-DETALLES (WSV-SUC-IDX, WSV-MES)
                   ON SIZE ERROR
                       MOVE 9999999.99
                           TO WSV-SUC-TASA (WSV-SUC-IDX, WSV-MES)
               END-COMPUTE
           END-IF.

      *EL RANGO DE CADA SUCURSAL CON MOVIMIENTO EN EL MES ES UNO MAS
      *LA CANTIDAD DE SUCURSALES CON MOVIMIENTO PEORES QUE ELLA
       054-RANKING.
           MOVE ZEROS TO WSV-EN-RANKING
           PERFORM 055-RANGO-SUCURSAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT.

       055-RANGO-SUCURSAL.
           IF WSV-SUC-DETALLES (WSV-SUC-IDX, 1) > ZEROS
            OR WSV-SUC-ERRORES (WSV-SUC-IDX, 1) > ZEROS
               ADD 1 TO WSV-EN-RANKING
               MOVE 1 TO WSV-SUC-RANGO (WSV-SUC-IDX)
               PERFORM 056-COMPARAR
                   VARYING WSV-CMP-IDX FROM 1 BY 1
                   UNTIL WSV-CMP-IDX > WSV-SUC-CNT
           END-IF.

       056-COMPARAR.
           MOVE 'N' TO WSV-PEOR-SW
           IF WSV-SUC-DETALLES (WSV-CMP-IDX, 1) > ZEROS
            OR WSV-SUC-ERRORES (WSV-CMP-IDX, 1) > ZEROS
               EVALUATE TRUE
                   WHEN WSV-SUC-TASA (WSV-CMP-IDX, 1)
                          > WSV-SUC-TASA (WSV-SUC-IDX, 1)
                       MOVE 'S' TO WSV-PEOR-SW
                   WHEN WSV-SUC-TASA (WSV-CMP-IDX, 1)
                          < WSV-SUC-TASA (WSV-SUC-IDX, 1)
                       CONTINUE
                   WHEN WSV-SUC-ERRORES (WSV-CMP-IDX, 1)
                          > WSV-SUC-ERRORES (WSV-SUC-IDX, 1)
                       MOVE 'S' TO WSV-PEOR-SW
                   WHEN WSV-SUC-ERRORES (WSV-CMP-IDX, 1)
                          < WSV-SUC-ERRORES (WSV-SUC-IDX, 1)
                       CONTINUE
                   WHEN WSV-SUC-CODIGO (WSV-CMP-IDX)
                          < WSV-SUC-CODIGO (WSV-SUC-IDX)
                       MOVE 'S' TO WSV-PEOR-SW
               END-EVALUATE
           END-IF
           IF WSV-ES-PEOR
               ADD 1 TO WSV-SUC-RANGO (WSV-SUC-IDX)
           END-IF.

      *RANKING DEL MES, DE LA PEOR A LA MEJOR, CON LA TASA DEL MES
      *ANTERIOR Y LA TENDENCIA; LAS PRIMERAS SE MARCAN PARA ESCALAR
       060-LISTAR-RANKING.
           PERFORM 062-LINEA-RANKING
               VARYING WSV-RANGO FROM 1 BY 1
               UNTIL WSV-RANGO > WSV-EN-RANKING.

       062-LINEA-RANKING.
           PERFORM 058-UBICAR-RANGO
           PERFORM 059-LEER-MAESTRO
           MOVE WSV-RANGO                       TO RPTK-RANGO
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX)    TO RPTK-SUCURSAL
           MOVE WSV-NOMBRE                      TO RPTK-NOMBRE
           MOVE WSV-SUC-DETALLES (WSV-SUC-IDX, 1) TO RPTK-DETALLES
           MOVE WSV-SUC-ERRORES (WSV-SUC-IDX, 1)  TO RPTK-ERRORES
           MOVE WSV-SUC-TASA (WSV-SUC-IDX, 1)     TO RPTK-TASA
           MOVE WSV-SUC-TASA (WSV-SUC-IDX, 2)     TO RPTK-TASA-ANT
           EVALUATE TRUE
               WHEN WSV-SUC-DETALLES (WSV-SUC-IDX, 2) = ZEROS
                AND WSV-SUC-ERRORES (WSV-SUC-IDX, 2) = ZEROS
                   MOVE 'NUEVA'   TO WSV-TENDENCIA
               WHEN WSV-SUC-TASA (WSV-SUC-IDX, 1)
                      > WSV-SUC-TASA (WSV-SUC-IDX, 2)
                   MOVE 'EMPEORA' TO WSV-TENDENCIA
               WHEN WSV-SUC-TASA (WSV-SUC-IDX, 1)
                      < WSV-SUC-TASA (WSV-SUC-IDX, 2)
                   MOVE 'MEJORA'  TO WSV-TENDENCIA
               WHEN OTHER
                   MOVE 'IGUAL'   TO WSV-TENDENCIA
           END-EVALUATE
           MOVE WSV-TENDENCIA                   TO RPTK-TENDENCIA
           MOVE SPACES                          TO RPTK-ESCALAR
           IF WSV-RANGO NOT > WSV-ESCALAR
            AND WSV-SUC-ERRORES (WSV-SUC-IDX, 1) > ZEROS
               MOVE '*' TO RPTK-ESCALAR
               ADD 1    TO WSV-TOT-A-ESCALAR
           END-IF
           MOVE SPACES                          TO RPTK-SIN-BASE
           IF WSV-SUC-SIN-BASE (WSV-SUC-IDX, 1) = 'S'
               MOVE 'S/D' TO RPTK-SIN-BASE
           END-IF
           MOVE RPT-RANKING TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       058-UBICAR-RANGO.
           SET WSV-SUC-IDX TO 1
           SEARCH WSV-SUC-ENTRY
               AT END
                   CONTINUE
               WHEN WSV-SUC-RANGO (WSV-SUC-IDX) = WSV-RANGO
                   CONTINUE
           END-SEARCH.

       059-LEER-MAESTRO.
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO SUC-CODIGO
           READ SUCURSAL-FILE
               INVALID KEY
                   MOVE 'NO EN MAESTRO'  TO WSV-NOMBRE
                   MOVE '???'            TO WSV-REGION
               NOT INVALID KEY
                   MOVE SUC-NOMBRE       TO WSV-NOMBRE
                   MOVE SUC-REGION       TO WSV-REGION
           END-READ
           IF WSV-SUCM-STAT NOT = '00' AND WSV-SUCM-STAT NOT = '23'
               MOVE '059-LEER-MAESTRO'    TO ABND-PARRAFO
               STRING 'READ SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *EVENTOS POR TIPO DE CADA SUCURSAL EN EL ORDEN DEL RANKING, EL
      *MES EVALUADO Y DEBAJO EL ANTERIOR; AL FINAL LO QUE NO TIENE
      *SUCURSAL Y EL TOTAL DEL MES
       065-LISTAR-EVENTOS.
           MOVE RPT-EVENTOS-ENC TO REPW-ENCAB2
           PERFORM 099-PAGINA-REPORTE
           MOVE 'EVENTOS DE CALIDAD POR SUCURSAL Y TIPO'
               TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           PERFORM 066-EVENTOS-SUCURSAL
               VARYING WSV-RANGO FROM 1 BY 1
               UNTIL WSV-RANGO > WSV-EN-RANKING
           MOVE SPACES                  TO RPT-EVENTOS
           MOVE WSC-SIN-SUCURSAL        TO RPTE-SUCURSAL
           MOVE 'MES'                   TO RPTE-MES
           MOVE WSV-SIN-DETALLES (1)    TO RPTE-DETALLES
           MOVE ZEROS                   TO WSV-TOT-ERRORES
           PERFORM 068-CELDA-SIN-SUCURSAL
               VARYING WSV-EVT FROM 1 BY 1 UNTIL WSV-EVT > 6
           MOVE WSV-TOT-ERRORES         TO RPTE-CANTIDAD (7)
           MOVE RPT-EVENTOS TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       066-EVENTOS-SUCURSAL.
           PERFORM 058-UBICAR-RANGO
           MOVE SPACES                       TO RPT-EVENTOS
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO RPTE-SUCURSAL
           MOVE 'MES'                        TO RPTE-MES
           MOVE 1                            TO WSV-MES
           PERFORM 067-LINEA-EVENTOS
           MOVE SPACES                       TO RPTE-SUCURSAL
           MOVE 'ANT'                        TO RPTE-MES
           MOVE 2                            TO WSV-MES
           PERFORM 067-LINEA-EVENTOS.

       067-LINEA-EVENTOS.
           MOVE WSV-SUC-DETALLES (WSV-SUC-IDX, WSV-MES)
               TO RPTE-DETALLES
           PERFORM 067A-CELDA-EVENTO
               VARYING WSV-EVT FROM 1 BY 1 UNTIL WSV-EVT > 6
           MOVE WSV-SUC-ERRORES (WSV-SUC-IDX, WSV-MES)
               TO RPTE-CANTIDAD (7)
           MOVE RPT-EVENTOS TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       067A-CELDA-EVENTO.
           MOVE WSV-SUC-EVENTO (WSV-SUC-IDX, WSV-MES, WSV-EVT)
               TO RPTE-CANTIDAD (WSV-EVT)
           IF WSV-MES = 1
               ADD WSV-SUC-EVENTO (WSV-SUC-IDX, WSV-MES, WSV-EVT)
                   TO WSV-TOT-EVENTO (WSV-EVT)
           END-IF.

       068-CELDA-SIN-SUCURSAL.
           MOVE WSV-SIN-EVENTO (1, WSV-EVT) TO RPTE-CANTIDAD (WSV-EVT)
           ADD WSV-SIN-EVENTO (1, WSV-EVT)  TO WSV-TOT-ERRORES.

      *DESGLOSE POR CODIGO DE LOS RECHAZOS Y LOTES RECHAZADOS DE
      *CADA SUCURSAL, EN EL ORDEN DEL RANKING - ES LA EVIDENCIA QUE
      *SE LE MUESTRA A LA SUCURSAL AL ESCALAR
       070-LISTAR-CODIGOS.
           MOVE RPT-CODIGOS-ENC TO REPW-ENCAB2
           PERFORM 099-PAGINA-REPORTE
           MOVE 'ERRORES POR CODIGO DE RAZON' TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           PERFORM 072-CODIGOS-SUCURSAL
               VARYING WSV-RANGO FROM 1 BY 1
               UNTIL WSV-RANGO > WSV-EN-RANKING
           MOVE WSC-SIN-SUCURSAL TO WSV-SUCURSAL-BUSCADA
           PERFORM 074-LINEA-CODIGO
               VARYING WSV-CXS-IDX FROM 1 BY 1
               UNTIL WSV-CXS-IDX > WSV-CXS-CNT.

       072-CODIGOS-SUCURSAL.
           PERFORM 058-UBICAR-RANGO
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO WSV-SUCURSAL-BUSCADA
           PERFORM 074-LINEA-CODIGO
               VARYING WSV-CXS-IDX FROM 1 BY 1
               UNTIL WSV-CXS-IDX > WSV-CXS-CNT.

       074-LINEA-CODIGO.
           IF WSV-CXS-SUCURSAL (WSV-CXS-IDX) = WSV-SUCURSAL-BUSCADA
               MOVE WSV-CXS-SUCURSAL (WSV-CXS-IDX)  TO RPTC-SUCURSAL
               MOVE WSV-CXS-ACTIVIDAD (WSV-CXS-IDX) TO RPTC-ACTIVIDAD
               MOVE WSV-CXS-DETALLE (WSV-CXS-IDX)   TO RPTC-DETALLE
               MOVE 'CODIGO NO CATALOGADO'          TO RPTC-DESCRIPCION
               SET WSV-COD-IDX TO 1
               SEARCH WSV-COD-DEF
                   AT END
                       CONTINUE
                   WHEN WSV-COD-ACTIVIDAD (WSV-COD-IDX)
                          = WSV-CXS-ACTIVIDAD (WSV-CXS-IDX)
                    AND WSV-COD-DETALLE (WSV-COD-IDX)
                          = WSV-CXS-DETALLE (WSV-CXS-IDX)
                       MOVE WSV-COD-DESCRIPCION (WSV-COD-IDX)
                           TO RPTC-DESCRIPCION
               END-SEARCH
               MOVE WSV-CXS-CANTIDAD (WSV-CXS-IDX, 1) TO RPTC-CANTIDAD
               MOVE WSV-CXS-CANTIDAD (WSV-CXS-IDX, 2)
                   TO RPTC-CANTIDAD-ANT
               MOVE RPT-CODIGO TO REPW-LINEA
               MOVE 1          TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF.

       076-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       079-TITULO-SECCION.
           MOVE RPT-SECCION TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *RESUMEN DEL MES: EVENTOS POR TIPO (SUCURSALES MAS LO QUE NO
      *TIENE SUCURSAL), TASA GENERAL Y CONTROLES DE LA LECTURA
       080-FIN.
           CLOSE SUCURSAL-FILE
           MOVE SPACES TO REPW-ENCAB2
           PERFORM 099-PAGINA-REPORTE
           MOVE 'RESUMEN DEL MES' TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE WSV-SIN-DETALLES (1) TO WSV-TOT-DETALLES
           PERFORM 082-SUMAR-DETALLES
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT
           MOVE 'DETALLES RECIBIDOS            : ' TO RPTT-LITERAL
           MOVE WSV-TOT-DETALLES                   TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE ZEROS TO WSV-TOT-ERRORES
           PERFORM 084-TOTAL-EVENTO
               VARYING WSV-EVT FROM 1 BY 1 UNTIL WSV-EVT > 6
           MOVE 'TOTAL DE ERRORES              : ' TO RPTT-LITERAL
           MOVE WSV-TOT-ERRORES                    TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           IF WSV-TOT-DETALLES > ZEROS
               COMPUTE WSV-TOT-TASA ROUNDED =
                       WSV-TOT-ERRORES * 1000 / WSV-TOT-DETALLES
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WSV-TOT-TASA
               END-COMPUTE
           END-IF
           MOVE 'TASA GENERAL POR MIL          : ' TO RPTA-LITERAL
           MOVE WSV-TOT-TASA                       TO RPTA-TASA
           MOVE RPT-TOTAL-TASA TO REPW-LINEA
           MOVE 1              TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE 'SUCURSALES EN EL RANKING      : ' TO RPTT-LITERAL
           MOVE WSV-EN-RANKING                     TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'SUCURSALES A ESCALAR (*)      : ' TO RPTT-LITERAL
           MOVE WSV-TOT-A-ESCALAR                  TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'REGISTROS DE USO LEIDOS       : ' TO RPTT-LITERAL
           MOVE WSV-TOT-USO-LEIDOS                 TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'ANULADOS POR OTRA CORRIDA     : ' TO RPTT-LITERAL
           MOVE WSV-TOT-USO-ANULADOS               TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           IF WSV-TOT-CODIGOS-PERDIDOS > ZEROS
               MOVE 'CODIGOS SIN DESGLOSE (TABLA)  : '
                   TO RPTT-LITERAL
               MOVE WSV-TOT-CODIGOS-PERDIDOS       TO RPTT-CANTIDAD
               PERFORM 076-TOTAL-LINEA
           END-IF
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE 'TASA 0/00 = ERRORES POR MIL DETALLES RECIBIDOS; S/D ='
               TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE 'ERRORES SIN DETALLES, TASADO SOBRE UN DETALLE'
               TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           DISPLAY 'CALMES - SUCURSALES EN RANKING : ' WSV-EN-RANKING
           DISPLAY 'CALMES - SUCURSALES A ESCALAR : ' WSV-TOT-A-ESCALAR
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       082-SUMAR-DETALLES.
           ADD WSV-SUC-DETALLES (WSV-SUC-IDX, 1) TO WSV-TOT-DETALLES.

       084-TOTAL-EVENTO.
           ADD WSV-SIN-EVENTO (1, WSV-EVT) TO WSV-TOT-EVENTO (WSV-EVT)
           ADD WSV-TOT-EVENTO (WSV-EVT)    TO WSV-TOT-ERRORES
           MOVE SPACES                     TO RPTT-LITERAL
           STRING WSV-EVT-DESCRIPCION (WSV-EVT) DELIMITED BY SIZE
                  '          : '           DELIMITED BY SIZE
                  INTO RPTT-LITERAL
           MOVE WSV-TOT-EVENTO (WSV-EVT)   TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
