       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     INSGEN.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCCION-FILE      ASSIGN TO INSMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS INS-LLAVE
                                         FILE STATUS IS WSV-INSM-STAT.

           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

      *LOTE GENERADO - HEADER/DETALLE/TRAILER CON EL FORMATO
      *CANONICO DE TRANFILE; ENTRA A EDITOR (O A CONSOL COMO UN
      *FEED DE SUCURSAL MAS) IGUAL QUE CUALQUIER OTRO LOTE
           SELECT LOTE-FILE             ASSIGN TO TRANINST
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-LOTE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCCION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY INSTWS.

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       FD  LOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  LOTE-RECORD                  PIC X(30).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY RUNCWS.
           COPY FECHWS.
           COPY REPWWS.
      *
      *AREA DE ARMADO DEL REGISTRO DE SALIDA CON EL LAYOUT CANONICO
           COPY TRANWS.
      *
       77  WSV-INSM-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-SUCM-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-LOTE-STAT                PIC X(02) VALUE ZEROS.
      *
      *FECHA DE NEGOCIO, DIA HABIL ANTERIOR Y SIGUIENTE - LOS
      *VENCIMIENTOS DE LOS DIAS NO HABILES QUE QUEDAN ENTRE EL
      *ANTERIOR Y HOY SON LOS QUE EL CALENDARIO PASA A HOY
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
       77  WSV-FECHA-ANTERIOR           PIC 9(06) VALUE ZEROS.
       77  WSV-FECHA-SIGUIENTE          PIC 9(06) VALUE ZEROS.
       77  WSV-HABIL-SW                 PIC X(01) VALUE 'S'.
         88 WSV-HOY-HABIL                        VALUE 'S'.
      *
      *VENTANA DE FECHAS QUE VENCEN HOY - DEL DIA SIGUIENTE AL
      *HABIL ANTERIOR HASTA LA FECHA DE NEGOCIO, CON EL DIA DE LA
      *SEMANA (1 = LUNES) Y LOS DIAS DEL MES DE CADA UNA
       77  WSC-MAX-VENTANA              PIC 9(02) VALUE 31.
       77  WSV-VEN-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-VENTANA.
           05 WSV-VEN-ENTRY            OCCURS 1 TO 31 TIMES
                                        DEPENDING ON WSV-VEN-CNT
                                        INDEXED BY WSV-VEN-IDX.
               10 WSV-VEN-FECHA        PIC 9(06).
               10 WSV-VEN-DESGLOSE     REDEFINES WSV-VEN-FECHA.
                   15 WSV-VEN-AA       PIC 9(02).
                   15 WSV-VEN-MM       PIC 9(02).
                   15 WSV-VEN-DD       PIC 9(02).
               10 WSV-VEN-DIA-SEMANA   PIC 9(01).
               10 WSV-VEN-DIAS-MES     PIC 9(02).
      *
      *DESGLOSE DE LA FECHA EN CURSO Y CALCULO DEL DIA DE LA SEMANA
      *(CONGRUENCIA DE ZELLER: 0 = SABADO, 1 = DOMINGO, ...), IGUAL
      *QUE EN FECHCTL
       01  WSV-FECHA-TRABAJO.
           05 WSV-FT-AA                PIC 9(02).
           05 WSV-FT-MM                PIC 9(02).
           05 WSV-FT-DD                PIC 9(02).
       01  WSV-FECHA-TRABAJO-N          REDEFINES WSV-FECHA-TRABAJO
                                        PIC 9(06).
       77  WSV-ZEL-ANO                  PIC 9(04) VALUE ZEROS.
       77  WSV-ZEL-MES                  PIC 9(02) VALUE ZEROS.
       77  WSV-ZEL-K                    PIC 9(02) VALUE ZEROS.
       77  WSV-ZEL-J                    PIC 9(02) VALUE ZEROS.
       77  WSV-ZEL-DIA                  PIC 9(01) VALUE ZEROS.
       77  WSV-ZEL-T1                   PIC 9(04) VALUE ZEROS.
       77  WSV-ZEL-T2                   PIC 9(04) VALUE ZEROS.
       77  WSV-ZEL-T3                   PIC 9(04) VALUE ZEROS.
       77  WSV-RESIDUO                  PIC 9(04) VALUE ZEROS.
       77  WSV-COCIENTE                 PIC 9(04) VALUE ZEROS.
       77  WSV-DIAS-MES                 PIC 9(02) VALUE ZEROS.
      *
      *DIAS POR MES - FEBRERO SE AJUSTA POR BISIESTO (ANOS 00-99
      *INTERPRETADOS COMO 2000-2099)
       01  WSC-DIAS-POR-MES.
           05 FILLER                   PIC X(24) VALUE
              '312831303130313130313031'.
       01  WSC-DIAS-TABLA REDEFINES WSC-DIAS-POR-MES.
           05 WSC-DIAS-MES             OCCURS 12 TIMES PIC 9(02).
      *
      *ESTADO DE LA INSTRUCCION EN CURSO
       77  WSV-VENCE-SW                 PIC X(01) VALUE 'N'.
         88 WSV-VENCE-HOY                        VALUE 'S'.
       77  WSV-GENERO-SW                PIC X(01) VALUE 'N'.
         88 WSV-GENERO-ALGUNA                    VALUE 'S'.
       77  WSV-HAY-SUCURSAL             PIC X(01) VALUE 'N'.
         88 WSV-SUCURSAL-EXISTE                  VALUE 'S'.
       77  WSV-RAZON                    PIC X(33) VALUE SPACES.
      *
      *ACUMULADOS DEL LOTE PARA EL TRAILER
       77  WSV-LOTE-ID                  PIC X(08) VALUE SPACES.
       77  WSV-LOTE-DETALLES            PIC 9(07) VALUE ZEROS.
       77  WSV-LOTE-HASH-A              PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-LOTE-HASH-B              PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
      *
       01  WSV-CONTADORES.
           05 WSV-CNT-LEIDAS           PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-VENCIDAS         PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-GENERADAS        PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-CORRIDAS         PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-OMITIDAS         PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-NO-VENCEN        PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-CANCELADAS       PIC 9(07) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - UNA LINEA
      *POR VENCIMIENTO, GENERADO U OMITIDO CON SU RAZON
       01  RPT-ENCABEZADO-2.
           05 FILLER              PIC X(10) VALUE 'SUC NRO  F'.
           05 FILLER              PIC X(03) VALUE ' DI'.
           05 FILLER              PIC X(08) VALUE ' VENCE'.
           05 FILLER              PIC X(10) VALUE 'OPERANDO A'.
           05 FILLER              PIC X(10) VALUE 'OPERANDO B'.
           05 FILLER              PIC X(06) VALUE 'OPER.'.
           05 FILLER              PIC X(33) VALUE 'RESULTADO'.

       01  RPT-DETALLE.
           05 RPTD-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-NUMERO               PIC 9(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-FRECUENCIA           PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-DIA                  PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-VENCE                PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-NUM-A                PIC ZZZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-NUM-B                PIC ZZZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-OPERACIONES          PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-RESULTADO            PIC X(33).

       01  RPT-TITULO-SECCION.
           05 RPTS-TITULO               PIC X(80).

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

       01  RPT-LOTE.
           05 FILLER                    PIC X(05) VALUE 'LOTE '.
           05 RPTL-LOTE                 PIC X(08).
           05 FILLER                    PIC X(07) VALUE '  CANT '.
           05 RPTL-CUENTA               PIC ZZZZZZ9.
           05 FILLER                    PIC X(09) VALUE '  HASH A '.
           05 RPTL-HASH-A               PIC ZZZZZZZZ9.99-.
           05 FILLER                    PIC X(09) VALUE '  HASH B '.
           05 RPTL-HASH-B               PIC ZZZZZZZZ9.99-.
           05 FILLER                    PIC X(09) VALUE SPACES.

      *GENERADOR DEL LOTE DE INSTRUCCIONES PERMANENTES - ARMA UN
      *LOTE HEADER/DETALLE/TRAILER CON UN DETALLE POR CADA
      *INSTRUCCION ACTIVA QUE VENCE EN LA FECHA DE NEGOCIO. UN
      *VENCIMIENTO QUE CAE EN DIA NO HABIL SE GENERA EL DIA HABIL
      *SIGUIENTE: LA VENTANA DE HOY EMPIEZA EL DIA DESPUES DEL HABIL
      *ANTERIOR. SI LA FECHA DE NEGOCIO NO ES HABIL EL LOTE SALE
      *VACIO Y TODO PASA AL DIA HABIL SIGUIENTE. EL REPORTE LISTA LO
      *GENERADO Y LO OMITIDO CON SU RAZON
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'INSGEN'                TO ABND-PROGRAMA
           MOVE ZEROS  TO WSV-VEN-CNT
           MOVE ZEROS  TO WSV-LOTE-DETALLES
           MOVE ZEROS  TO WSV-LOTE-HASH-A
           MOVE ZEROS  TO WSV-LOTE-HASH-B
           MOVE ZEROS  TO WSV-CNT-LEIDAS
           MOVE ZEROS  TO WSV-CNT-VENCIDAS
           MOVE ZEROS  TO WSV-CNT-GENERADAS
           MOVE ZEROS  TO WSV-CNT-CORRIDAS
           MOVE ZEROS  TO WSV-CNT-OMITIDAS
           MOVE ZEROS  TO WSV-CNT-NO-VENCEN
           MOVE ZEROS  TO WSV-CNT-CANCELADAS
           PERFORM 015-RESOLVER-FECHAS
           PERFORM 012-REGISTRAR-INICIO
           PERFORM 020-INICIO
           IF WSV-HOY-HABIL
               PERFORM 025-ARMAR-VENTANA
               PERFORM 030-PROCESO UNTIL WSS-FIN
           END-IF
           PERFORM 080-FIN
           PERFORM 095-REGISTRAR-FIN
           GOBACK.

       012-REGISTRAR-INICIO.
           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'INSGEN'              TO RUNC-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO RUNC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO RUNC-EMPRESA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           MOVE ZEROS                 TO RUNC-CUENTA
           CALL 'RUNCTL' USING RUNC-PARAMETROS
           IF RUNC-YA-CORRIO
               MOVE '012-REGISTRAR-IN'    TO ABND-PARRAFO
               MOVE 'CORRIDA YA COMPLETA PARA ESA FECHA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF RUNC-DIA-ABIERTO
               MOVE '012-REGISTRAR-IN'    TO ABND-PARRAFO
               MOVE 'FECHA ANTERIOR SIN CIERRE DE DIA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *FECHA DE NEGOCIO Y SI ES HABIL; CON DIA HABIL SE PIDE EL
      *HABIL ANTERIOR (INICIO DE LA VENTANA) Y SIN EL, EL SIGUIENTE
      *(A DONDE PASAN LOS VENCIMIENTOS DE HOY)
       015-RESOLVER-FECHAS.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE FECH-HABIL TO WSV-HABIL-SW
           IF WSV-HOY-HABIL
               SET FECH-FN-ANT-HABIL TO TRUE
               CALL 'FECHCTL' USING FECH-PARAMETROS
               MOVE FECH-FECHA TO WSV-FECHA-ANTERIOR
           ELSE
               SET FECH-FN-SIG-HABIL TO TRUE
               CALL 'FECHCTL' USING FECH-PARAMETROS
               MOVE FECH-FECHA TO WSV-FECHA-SIGUIENTE
               DISPLAY 'INSGEN: FECHA ' WSV-FECHA-CORRIDA
                       ' NO HABIL - LOS VENCIMIENTOS PASAN AL '
                       WSV-FECHA-SIGUIENTE
           END-IF.

       020-INICIO.
           OPEN I-O INSTRUCCION-FILE
           IF WSV-INSM-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN INSTRUCCION-FILE FALLO - STATUS '
                      WSV-INSM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN INPUT SUCURSAL-FILE
           IF WSV-SUCM-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN OUTPUT LOTE-FILE
           IF WSV-LOTE-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN LOTE-FILE FALLO - STATUS '
                      WSV-LOTE-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE 'INSGEN'              TO REPW-REPORT-ID
           MOVE 'GENERACION INSTRUCCIONES PERM.'
               TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
      *EL LOTE SE LLAMA 'SI' MAS LA FECHA DE NEGOCIO
           STRING 'SI' WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  INTO WSV-LOTE-ID
           MOVE SPACES                TO TRANS-RECORD
           MOVE 'H'                   TO TR-TIPO
           MOVE WSV-LOTE-ID           TO TR-HDR-LOTE
           MOVE WSV-FECHA-CORRIDA     TO TR-HDR-FECHA
           PERFORM 060-GRABAR-LOTE
           MOVE '1'   TO WSS-SWITCHES
           PERFORM 022-LEER-INSTRUCCION.

       022-LEER-INSTRUCCION.
           READ INSTRUCCION-FILE NEXT RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDAS
           END-READ
           IF WSV-INSM-STAT NOT = '00' AND WSV-INSM-STAT NOT = '10'
               MOVE '022-LEER-INSTRUC'    TO ABND-PARRAFO
               STRING 'READ INSTRUCCION-FILE FALLO - STATUS '
                      WSV-INSM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *---------------- VENTANA DE VENCIMIENTOS ----------------
      *SIN CALENDARIO TODO DIA ES HABIL Y LA VENTANA ES SOLO HOY; CON
      *FIN DE SEMANA O FERIADOS INCLUYE LOS DIAS NO HABILES QUE
      *QUEDARON EN EL MEDIO
       025-ARMAR-VENTANA.
           IF WSV-FECHA-ANTERIOR NOT < WSV-FECHA-CORRIDA
               MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-TRABAJO-N
               PERFORM 026-AGREGAR-VENTANA
           ELSE
               MOVE WSV-FECHA-ANTERIOR TO WSV-FECHA-TRABAJO-N
               PERFORM 027-SIGUIENTE-VENTANA
                   UNTIL WSV-FECHA-TRABAJO-N = WSV-FECHA-CORRIDA
           END-IF.

       026-AGREGAR-VENTANA.
           IF WSV-VEN-CNT = WSC-MAX-VENTANA
               MOVE '026-AGREGAR-VENT'    TO ABND-PARRAFO
               MOVE 'VENTANA DE VENCIMIENTOS LLENA - MAX 31'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-VEN-CNT
           PERFORM 070-DIAS-DEL-MES
           PERFORM 075-DIA-DE-SEMANA
           MOVE WSV-FECHA-TRABAJO-N TO WSV-VEN-FECHA (WSV-VEN-CNT)
           MOVE WSV-DIAS-MES        TO WSV-VEN-DIAS-MES (WSV-VEN-CNT)
      *ZELLER DA 0 = SABADO Y 1 = DOMINGO; LA INSTRUCCION USA 1 =
      *LUNES ... 7 = DOMINGO
           EVALUATE WSV-ZEL-DIA
               WHEN 0
                   MOVE 6 TO WSV-VEN-DIA-SEMANA (WSV-VEN-CNT)
               WHEN 1
                   MOVE 7 TO WSV-VEN-DIA-SEMANA (WSV-VEN-CNT)
               WHEN OTHER
                   COMPUTE WSV-VEN-DIA-SEMANA (WSV-VEN-CNT) =
                       WSV-ZEL-DIA - 1
           END-EVALUATE.

       027-SIGUIENTE-VENTANA.
           PERFORM 070-DIAS-DEL-MES
           IF WSV-FT-DD < WSV-DIAS-MES
               ADD 1 TO WSV-FT-DD
           ELSE
               MOVE 1 TO WSV-FT-DD
               IF WSV-FT-MM < 12
                   ADD 1 TO WSV-FT-MM
               ELSE
                   MOVE 1 TO WSV-FT-MM
                   ADD 1 TO WSV-FT-AA
               END-IF
           END-IF
           PERFORM 026-AGREGAR-VENTANA.

      *---------------- INSTRUCCIONES ----------------
      *CADA INSTRUCCION SE PRUEBA CONTRA CADA FECHA DE LA VENTANA;
      *UNA SEMANAL O MENSUAL PUEDE VENCER MAS DE UNA VEZ SI LA
      *VENTANA ES LARGA Y GENERA UN DETALLE POR VENCIMIENTO. LAS
      *CANCELADAS NO SE LISTAN
       030-PROCESO.
           MOVE 'N' TO WSV-VENCE-SW
           MOVE 'N' TO WSV-GENERO-SW
           EVALUATE TRUE
               WHEN INS-CANCELADA
                   ADD 1 TO WSV-CNT-CANCELADAS
               WHEN NOT INS-FREC-VALIDA
                   MOVE 'S'                   TO WSV-VENCE-SW
                   MOVE WSV-FECHA-CORRIDA     TO RPTD-VENCE
                   MOVE 'OMITIDA - FRECUENCIA INVALIDA'
                       TO WSV-RAZON
                   PERFORM 045-LISTAR-OMITIDA
               WHEN OTHER
                   PERFORM 035-PROBAR-FECHA
                       VARYING WSV-VEN-IDX FROM 1 BY 1
                       UNTIL WSV-VEN-IDX > WSV-VEN-CNT
           END-EVALUATE
           IF WSV-VENCE-HOY
               ADD 1 TO WSV-CNT-VENCIDAS
           ELSE
               IF NOT INS-CANCELADA
                   ADD 1 TO WSV-CNT-NO-VENCEN
               END-IF
           END-IF
           IF WSV-GENERO-ALGUNA
               PERFORM 050-MARCAR-INSTRUCCION
           END-IF
           PERFORM 022-LEER-INSTRUCCION.

       035-PROBAR-FECHA.
           IF WSV-VEN-FECHA (WSV-VEN-IDX) NOT < INS-FECHA-INICIO
            AND (INS-FECHA-FIN = ZEROS
                 OR WSV-VEN-FECHA (WSV-VEN-IDX) NOT > INS-FECHA-FIN)
               EVALUATE TRUE
                   WHEN INS-FREC-DIARIA
                    AND WSV-VEN-FECHA (WSV-VEN-IDX)
                          = WSV-FECHA-CORRIDA
                       PERFORM 040-VENCIMIENTO
                   WHEN INS-FREC-SEMANAL
                    AND WSV-VEN-DIA-SEMANA (WSV-VEN-IDX) = INS-DIA
                       PERFORM 040-VENCIMIENTO
                   WHEN INS-FREC-MENSUAL
                    AND WSV-VEN-DD (WSV-VEN-IDX) = INS-DIA
                       PERFORM 040-VENCIMIENTO
      *DIA 29 A 31 EN UN MES MAS CORTO VENCE EL ULTIMO DIA DEL MES
                   WHEN INS-FREC-MENSUAL
                    AND INS-DIA > WSV-VEN-DIAS-MES (WSV-VEN-IDX)
                    AND WSV-VEN-DD (WSV-VEN-IDX)
                          = WSV-VEN-DIAS-MES (WSV-VEN-IDX)
                       PERFORM 040-VENCIMIENTO
                   WHEN INS-FREC-ESPECIFICA
                    AND WSV-VEN-FECHA (WSV-VEN-IDX)
                          = INS-FECHA-INICIO
                       PERFORM 040-VENCIMIENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *UN VENCIMIENTO DE HOY - SE GENERA SALVO QUE LA INSTRUCCION
      *ESTE SUSPENDIDA, TENGA DATOS INVALIDOS O SU SUCURSAL NO ESTE
      *ABIERTA (EL EDITOR LA RECHAZARIA IGUAL)
       040-VENCIMIENTO.
           MOVE 'S'                          TO WSV-VENCE-SW
           MOVE WSV-VEN-FECHA (WSV-VEN-IDX)  TO RPTD-VENCE
           PERFORM 042-BUSCAR-SUCURSAL
           EVALUATE TRUE
               WHEN INS-SUSPENDIDA
                   MOVE 'OMITIDA - INSTRUCCION SUSPENDIDA'
                       TO WSV-RAZON
                   PERFORM 045-LISTAR-OMITIDA
               WHEN INS-ULT-GENERADA > WSV-FECHA-CORRIDA
                   MOVE 'OMITIDA - GENERADA EN FECHA POST.'
                       TO WSV-RAZON
                   PERFORM 045-LISTAR-OMITIDA
               WHEN INS-NUM-A NOT NUMERIC
                 OR INS-NUM-B NOT NUMERIC
                   MOVE 'OMITIDA - OPERANDOS INVALIDOS'
                       TO WSV-RAZON
                   PERFORM 045-LISTAR-OMITIDA
               WHEN NOT WSV-SUCURSAL-EXISTE
                   MOVE 'OMITIDA - SUCURSAL INEXISTENTE'
                       TO WSV-RAZON
                   PERFORM 045-LISTAR-OMITIDA
               WHEN SUC-CERRADA
                   MOVE 'OMITIDA - SUCURSAL CERRADA'
                       TO WSV-RAZON
                   PERFORM 045-LISTAR-OMITIDA
               WHEN OTHER
                   PERFORM 046-GENERAR-DETALLE
           END-EVALUATE.

       042-BUSCAR-SUCURSAL.
           MOVE 'N'                        TO WSV-HAY-SUCURSAL
           MOVE INS-SUCURSAL               TO SUC-CODIGO
           READ SUCURSAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WSV-HAY-SUCURSAL
           END-READ
           IF WSV-SUCM-STAT NOT = '00' AND WSV-SUCM-STAT NOT = '23'
               MOVE '042-BUSCAR-SUC'      TO ABND-PARRAFO
               STRING 'READ SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       045-LISTAR-OMITIDA.
           ADD 1 TO WSV-CNT-OMITIDAS
           MOVE WSV-RAZON                  TO RPTD-RESULTADO
           PERFORM 048-DETALLE.

       046-GENERAR-DETALLE.
           MOVE SPACES                     TO TRANS-RECORD
           MOVE 'D'                        TO TR-TIPO
           MOVE INS-NUM-A                  TO TR-NUM-A
           MOVE INS-NUM-B                  TO TR-NUM-B
           MOVE INS-SUCURSAL               TO TR-DET-SUCURSAL
           MOVE INS-OPERACIONES            TO TR-DET-OPERACIONES
           PERFORM 060-GRABAR-LOTE
           ADD 1 TO WSV-LOTE-DETALLES
           ADD INS-NUM-A                   TO WSV-LOTE-HASH-A
           ADD INS-NUM-B                   TO WSV-LOTE-HASH-B
           ADD 1 TO WSV-CNT-GENERADAS
           MOVE 'S'                        TO WSV-GENERO-SW
           IF WSV-VEN-FECHA (WSV-VEN-IDX) = WSV-FECHA-CORRIDA
               MOVE 'GENERADA'             TO RPTD-RESULTADO
           ELSE
               ADD 1 TO WSV-CNT-CORRIDAS
               MOVE 'GENERADA - VENCIA EN DIA INHABIL'
                   TO RPTD-RESULTADO
           END-IF
           PERFORM 048-DETALLE.

       048-DETALLE.
           MOVE INS-SUCURSAL               TO RPTD-SUCURSAL
           MOVE INS-NUMERO                 TO RPTD-NUMERO
           MOVE INS-FRECUENCIA             TO RPTD-FRECUENCIA
           MOVE INS-DIA                    TO RPTD-DIA
           MOVE INS-OPERACIONES            TO RPTD-OPERACIONES
           IF INS-NUM-A NUMERIC
               MOVE INS-NUM-A              TO RPTD-NUM-A
           ELSE
               MOVE ZEROS                  TO RPTD-NUM-A
           END-IF
           IF INS-NUM-B NUMERIC
               MOVE INS-NUM-B              TO RPTD-NUM-B
           ELSE
               MOVE ZEROS                  TO RPTD-NUM-B
           END-IF
           MOVE RPT-DETALLE                TO REPW-LINEA
           MOVE 1                          TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *LA INSTRUCCION QUEDA MARCADA CON LA ULTIMA FECHA GENERADA; UNA
      *RECORRIDA AUTORIZADA DE LA MISMA FECHA VUELVE A GENERAR EL LOTE
      *PERO NO SUMA DOS VECES AL CONTADOR
       050-MARCAR-INSTRUCCION.
           IF INS-ULT-GENERADA NOT = WSV-FECHA-CORRIDA
               ADD 1 TO INS-CANT-GENERADAS
           END-IF
           MOVE WSV-FECHA-CORRIDA          TO INS-ULT-GENERADA
           REWRITE INSTRUCCION-RECORD
           IF WSV-INSM-STAT NOT = '00'
               MOVE '050-MARCAR-INST'     TO ABND-PARRAFO
               STRING 'REWRITE INSTRUCCION-FILE FALLO - STATUS '
                      WSV-INSM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       060-GRABAR-LOTE.
           WRITE LOTE-RECORD FROM TRANS-RECORD
           IF WSV-LOTE-STAT NOT = '00'
               MOVE '060-GRABAR-LOTE'     TO ABND-PARRAFO
               STRING 'WRITE LOTE-FILE FALLO - STATUS '
                      WSV-LOTE-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *DIAS DEL MES DE LA FECHA DE TRABAJO - IGUAL QUE EN FECHCTL
       070-DIAS-DEL-MES.
           MOVE WSC-DIAS-MES (WSV-FT-MM) TO WSV-DIAS-MES
           IF WSV-FT-MM = 2
               DIVIDE WSV-FT-AA BY 4
                   GIVING WSV-COCIENTE REMAINDER WSV-RESIDUO
               IF WSV-RESIDUO = ZEROS
                   MOVE 29 TO WSV-DIAS-MES
               END-IF
           END-IF.

      *CONGRUENCIA DE ZELLER SOBRE LA FECHA AAMMDD (SIGLO 2000) -
      *ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANO ANTERIOR
       075-DIA-DE-SEMANA.
           COMPUTE WSV-ZEL-ANO = 2000 + WSV-FT-AA
           MOVE WSV-FT-MM TO WSV-ZEL-MES
           IF WSV-ZEL-MES < 3
               ADD 12 TO WSV-ZEL-MES
               SUBTRACT 1 FROM WSV-ZEL-ANO
           END-IF
           DIVIDE WSV-ZEL-ANO BY 100
               GIVING WSV-ZEL-J REMAINDER WSV-ZEL-K
           COMPUTE WSV-ZEL-T1 = 13 * (WSV-ZEL-MES + 1)
           DIVIDE WSV-ZEL-T1 BY 5
               GIVING WSV-ZEL-T1 REMAINDER WSV-RESIDUO
           DIVIDE WSV-ZEL-K BY 4
               GIVING WSV-ZEL-T2 REMAINDER WSV-RESIDUO
           DIVIDE WSV-ZEL-J BY 4
               GIVING WSV-ZEL-T3 REMAINDER WSV-RESIDUO
           COMPUTE WSV-COCIENTE =
                 WSV-FT-DD
               + WSV-ZEL-T1
               + WSV-ZEL-K
               + WSV-ZEL-T2
               + WSV-ZEL-T3
               + 5 * WSV-ZEL-J
           DIVIDE WSV-COCIENTE BY 7
               GIVING WSV-RESIDUO REMAINDER WSV-ZEL-DIA.

       072-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *TRAILER CON LA CUENTA Y LOS HASH DE LOS DETALLES GENERADOS -
      *SIN NINGUN VENCIMIENTO EL LOTE SALE CON HEADER Y TRAILER EN
      *CERO PARA QUE LOS PASOS SIGUIENTES ENCUENTREN SU ARCHIVO
       080-FIN.
           MOVE SPACES                TO TRANS-RECORD
           MOVE 'T'                   TO TR-TIPO
           MOVE WSV-LOTE-DETALLES     TO TR-TRL-CUENTA
           MOVE WSV-LOTE-HASH-A       TO TR-TRL-HASH-A
           MOVE WSV-LOTE-HASH-B       TO TR-TRL-HASH-B
           PERFORM 060-GRABAR-LOTE
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           IF NOT WSV-HOY-HABIL
               MOVE SPACES TO RPTS-TITULO
               STRING 'FECHA NO HABIL - LOS VENCIMIENTOS PASAN AL '
                      WSV-FECHA-SIGUIENTE DELIMITED BY SIZE
                      INTO RPTS-TITULO
               MOVE RPT-TITULO-SECCION TO REPW-LINEA
               MOVE 1                  TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF
           MOVE WSV-LOTE-ID           TO RPTL-LOTE
           MOVE WSV-LOTE-DETALLES     TO RPTL-CUENTA
           MOVE WSV-LOTE-HASH-A       TO RPTL-HASH-A
           MOVE WSV-LOTE-HASH-B       TO RPTL-HASH-B
           MOVE RPT-LOTE              TO REPW-LINEA
           MOVE 1                     TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'INSTRUCCIONES LEIDAS          : ' TO RPTT-LITERAL
           MOVE WSV-CNT-LEIDAS                     TO RPTT-CANTIDAD
           PERFORM 072-TOTAL-LINEA
           MOVE 'INSTRUCCIONES QUE VENCEN HOY  : ' TO RPTT-LITERAL
           MOVE WSV-CNT-VENCIDAS                   TO RPTT-CANTIDAD
           PERFORM 072-TOTAL-LINEA
           MOVE 'DETALLES GENERADOS            : ' TO RPTT-LITERAL
           MOVE WSV-CNT-GENERADAS                  TO RPTT-CANTIDAD
           PERFORM 072-TOTAL-LINEA
           MOVE '  DE ELLOS DE DIAS NO HABILES : ' TO RPTT-LITERAL
           MOVE WSV-CNT-CORRIDAS                   TO RPTT-CANTIDAD
           PERFORM 072-TOTAL-LINEA
           MOVE 'VENCIMIENTOS OMITIDOS         : ' TO RPTT-LITERAL
           MOVE WSV-CNT-OMITIDAS                   TO RPTT-CANTIDAD
           PERFORM 072-TOTAL-LINEA
           MOVE 'INSTRUCCIONES QUE NO VENCEN   : ' TO RPTT-LITERAL
           MOVE WSV-CNT-NO-VENCEN                  TO RPTT-CANTIDAD
           PERFORM 072-TOTAL-LINEA
           MOVE 'INSTRUCCIONES CANCELADAS      : ' TO RPTT-LITERAL
           MOVE WSV-CNT-CANCELADAS                 TO RPTT-CANTIDAD
           PERFORM 072-TOTAL-LINEA
           CLOSE INSTRUCCION-FILE
           CLOSE SUCURSAL-FILE
           CLOSE LOTE-FILE
           DISPLAY 'INSGEN: LOTE ' WSV-LOTE-ID ' CON '
                   WSV-LOTE-DETALLES ' DETALLES'
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       095-REGISTRAR-FIN.
           MOVE 'F'                   TO RUNC-FUNCION
           MOVE WSV-CNT-GENERADAS     TO RUNC-CUENTA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           CALL 'RUNCTL' USING RUNC-PARAMETROS.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
