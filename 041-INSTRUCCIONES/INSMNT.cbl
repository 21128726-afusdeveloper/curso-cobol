       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     INSMNT.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCCION-FILE      ASSIGN TO INSMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS INS-LLAVE
                                         FILE STATUS IS WSV-INSM-STAT.

           SELECT ITRAN-FILE            ASSIGN TO INSTRAN
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ITRN-STAT.

      *MODO DE LA CORRIDA - 'C' CAPTURA LAS TRANSACCIONES AL
      *ARCHIVO DE PENDIENTES, 'A' APLICA LAS PENDIENTES QUE YA
      *TIENEN APROBACION DE OTRO OPERADOR; SIN TARJETA SE CAPTURA
           SELECT MODO-FILE             ASSIGN TO MNTCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-MODO-STAT.

      *PENDIENTES DE APROBACION - LA CAPTURA AGREGA, LA APLICACION
      *CONSUME Y DEJA LA GENERACION NUEVA CON LO NO APROBADO
           SELECT PEND-FILE             ASSIGN TO INSPEND
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-PEND-STAT.

           SELECT PEND-NEW-FILE         ASSIGN TO INSPNEW
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-PNEW-STAT.

      *APROBACIONES DEL VERIFICADOR - LLAVEADAS POR ACCION, SUCURSAL
      *Y NUMERO DE INSTRUCCION DE LA TRANSACCION PENDIENTE
           SELECT APROB-FILE            ASSIGN TO IAPRCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-APR-STAT.

           SELECT OPER-FILE             ASSIGN TO OPERCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OPER-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCCION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY INSTWS.

      *ACCIONES: 'A' ALTA, 'C' CAMBIO, 'S' SUSPENSION, 'R'
      *REACTIVACION Y 'B' BAJA (CANCELA LA INSTRUCCION, NO LA
      *BORRA). EN UN CAMBIO SOLO SE REEMPLAZAN LOS CAMPOS QUE VENGAN
      *INFORMADOS; UNA FECHA DE FIN EN CEROS QUIERE DECIR SIN FIN
       FD  ITRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ITRAN-RECORD.
           05 ITR-TRANSACCION           PIC X(42).
           05 FILLER                    PIC X(38).

       FD  MODO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MODO-RECORD.
           05 MODO-PASE                 PIC X(01).
             88 MODO-PASE-APLICA                 VALUE 'A'.
           05 FILLER                    PIC X(79).

       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PEND-RECORD.
           05 IPN-TRANSACCION           PIC X(42).
           05 IPN-CAPTURADO-POR         PIC X(08).
           05 IPN-FECHA-CAPTURA         PIC 9(06).
           05 IPN-ESTADO                PIC X(01).
             88 IPN-PENDIENTE                    VALUE 'P'.
           05 FILLER                    PIC X(23).

       FD  PEND-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PEND-NEW-RECORD              PIC X(80).

       FD  APROB-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  APROB-RECORD.
           05 APR-ACCION                PIC X(01).
           05 APR-LLAVE                 PIC X(07).
           05 APR-APROBADO-POR          PIC X(08).
           05 FILLER                    PIC X(34).

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPERWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-INSM-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-ITRN-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-MODO-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-PEND-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-PNEW-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-APR-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-OPER-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSV-MODO                     PIC X(01) VALUE 'C'.
         88 WSV-MODO-CAPTURA                     VALUE 'C'.
         88 WSV-MODO-APLICA                      VALUE 'A'.
      *
       77  WSV-OPERADOR                 PIC X(08) VALUE 'NOIDENT'.
      *
      *LA FECHA DE INICIO POR OMISION DE UNA ALTA ES LA FECHA DE
      *NEGOCIO
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
      *TRANSACCION EN PROCESO - LA CAPTURA LA LLENA DESDE INSTRAN Y
      *LA APLICACION DESDE EL ARCHIVO DE PENDIENTES, ASI AMBOS
      *PASES COMPARTEN LA MISMA LOGICA DE ACTUALIZACION. LOS CAMPOS
      *SE GUARDAN COMO VIENEN EN LA TARJETA - EN BLANCO QUIERE DECIR
      *NO INFORMADO
       01  WSV-TRANSACCION.
           05 WSV-TRN-ACCION           PIC X(01).
             88 WSV-TRN-ALTA                     VALUE 'A'.
             88 WSV-TRN-CAMBIO                   VALUE 'C'.
             88 WSV-TRN-SUSPENDE                 VALUE 'S'.
             88 WSV-TRN-REACTIVA                 VALUE 'R'.
             88 WSV-TRN-BAJA                     VALUE 'B'.
             88 WSV-TRN-VALIDA       VALUES 'A' 'C' 'S' 'R' 'B'.
           05 WSV-TRN-LLAVE.
               10 WSV-TRN-SUCURSAL     PIC X(03).
               10 WSV-TRN-NUMERO       PIC X(04).
               10 WSV-TRN-NUMERO-N     REDEFINES WSV-TRN-NUMERO
                                        PIC 9(04).
           05 WSV-TRN-NUM-A            PIC S9(05)V99.
           05 WSV-TRN-NUM-A-X          REDEFINES WSV-TRN-NUM-A
                                        PIC X(07).
           05 WSV-TRN-NUM-B            PIC S9(05)V99.
           05 WSV-TRN-NUM-B-X          REDEFINES WSV-TRN-NUM-B
                                        PIC X(07).
           05 WSV-TRN-OPERACIONES      PIC X(05).
           05 WSV-TRN-OP-TABLA         REDEFINES WSV-TRN-OPERACIONES.
               10 WSV-TRN-OP-POS       OCCURS 5 TIMES
                                        INDEXED BY WSV-OP-IDX
                                        PIC X(01).
           05 WSV-TRN-FRECUENCIA       PIC X(01).
           05 WSV-TRN-DIA              PIC X(02).
           05 WSV-TRN-DIA-N            REDEFINES WSV-TRN-DIA
                                        PIC 9(02).
           05 WSV-TRN-FECHA-INICIO     PIC X(06).
           05 WSV-TRN-INICIO-N         REDEFINES WSV-TRN-FECHA-INICIO
                                        PIC 9(06).
           05 WSV-TRN-FECHA-FIN        PIC X(06).
           05 WSV-TRN-FIN-N            REDEFINES WSV-TRN-FECHA-FIN
                                        PIC 9(06).
      *
       77  WSV-HAY-INSTRUCCION          PIC X(01) VALUE 'N'.
         88 WSV-INSTRUCCION-EXISTE               VALUE 'S'.
      *
      *RESULTADO DE LAS EDICIONES - LA PRIMERA FALLA DEJA SU RAZON
       77  WSV-EDICION-SW               PIC X(01) VALUE 'S'.
         88 WSV-EDICION-OK                       VALUE 'S'.
       77  WSV-RAZON                    PIC X(36) VALUE SPACES.
      *
      *VALORES YA COMBINADOS (MAESTRO MAS LO INFORMADO) PARA LA
      *EDICION DE CONSISTENCIA DE UN CAMBIO
       77  WSV-CMB-FRECUENCIA           PIC X(01) VALUE SPACES.
       77  WSV-CMB-DIA                  PIC 9(02) VALUE ZEROS.
       77  WSV-CMB-INICIO               PIC 9(06) VALUE ZEROS.
       77  WSV-CMB-FIN                  PIC 9(06) VALUE ZEROS.
      *
      *TABLA DE APROBACIONES DEL VERIFICADOR - SE CARGA COMPLETA EN
      *MEMORIA Y SE COTEJA CONTRA LOS PENDIENTES EN UNA PASADA
       77  WSC-MAX-APROB                PIC 9(03) VALUE 200.
       77  WSV-APROB-CNT                PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-APROB.
           05 WSV-APROB-ENTRY          OCCURS 1 TO 200 TIMES
                                        DEPENDING ON WSV-APROB-CNT
                                        INDEXED BY WSV-APR-IDX.
               10 WSV-APR-ACCION       PIC X(01).
               10 WSV-APR-LLAVE        PIC X(07).
               10 WSV-APR-POR          PIC X(08).
               10 WSV-APR-APLICADA     PIC X(01).
      *
      *TOTALES DE CONTROL DE LA CORRIDA
       01  WSV-TOTALES.
           05 WSV-TOT-LEIDOS-TRN       PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-CAPTURADAS       PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-PENDIENTES       PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-ALTAS            PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-CAMBIOS          PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-SUSPENSIONES     PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-REACTIVACIONES   PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-BAJAS            PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-RECHAZOS         PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-SIN-APROBAR      PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-MISMO-OPER       PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-SIN-DESTINO      PIC 9(05) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - ENCABEZADO,
      *PAGINACION, ARCHIVO DE REIMPRESION Y CATALOGO UNIFORMES
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(08) VALUE 'ACCION  '.
           05 FILLER                   PIC X(09) VALUE 'SUC NRO '.
           05 FILLER                   PIC X(05) VALUE 'F DI'.
           05 FILLER                   PIC X(10) VALUE 'OPERANDO A'.
           05 FILLER                   PIC X(10) VALUE 'OPERANDO B'.
           05 FILLER                   PIC X(02) VALUE 'E '.
           05 FILLER                   PIC X(36) VALUE 'OBSERVACION'.

       01  RPT-DETALLE.
           05 RPTD-ACCION               PIC X(08).
           05 RPTD-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-NUMERO               PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-FRECUENCIA           PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-DIA                  PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-NUM-A                PIC ZZZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-NUM-B                PIC ZZZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-ESTADO               PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-OBSERVACION          PIC X(36).

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *MANTENIMIENTO DEL MAESTRO DE INSTRUCCIONES PERMANENTES CON
      *CAPTURA Y VERIFICACION, IGUAL QUE LOS MAESTROS DE CODIGOS Y
      *DE SUCURSALES - EL PASE DE CAPTURA SOLO DEJA LAS TRANSACCIONES
      *PROPUESTAS EN EL ARCHIVO DE PENDIENTES CON EL OPERADOR QUE LAS
      *CAPTURO; EL PASE DE APLICACION SOLO ACTUALIZA LAS QUE TRAEN
      *APROBACION DE UN OPERADOR DISTINTO. UNA INSTRUCCION GENERA
      *DINERO SOLA TODOS LOS DIAS QUE VENCE, POR ESO NINGUN OPERADOR
      *PUEDE DARLA DE ALTA O CAMBIARLA SIN SEGUNDA FIRMA
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'INSMNT'                TO ABND-PROGRAMA
           PERFORM 015-LEER-MODO
           PERFORM 016-LEER-OPERADOR
           PERFORM 020-INICIO
           IF WSV-MODO-APLICA
               PERFORM 200-PREPARAR-APLICACION
               PERFORM 230-APLICAR-PENDIENTE UNTIL WSS-FIN
               PERFORM 280-CERRAR-APLICACION
           ELSE
               PERFORM 100-PREPARAR-CAPTURA
               PERFORM 130-CAPTURAR-TRAN UNTIL WSS-FIN
               PERFORM 180-CERRAR-CAPTURA
           END-IF
           PERFORM 080-FIN
           GOBACK.

      *LA TARJETA DE MODO ES OPCIONAL - SIN TARJETA LA CORRIDA
      *CAPTURA, QUE ES EL CAMINO SEGURO
       015-LEER-MODO.
           OPEN INPUT MODO-FILE
           IF WSV-MODO-STAT = '00'
               READ MODO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MODO-PASE-APLICA
                           MOVE 'A' TO WSV-MODO
                       END-IF
               END-READ
               CLOSE MODO-FILE
           END-IF.

       016-LEER-OPERADOR.
           OPEN INPUT OPER-FILE
           IF WSV-OPER-STAT = '00'
               READ OPER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPER-ID NOT = SPACES
                           MOVE OPER-ID TO WSV-OPERADOR
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

       020-INICIO.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE 'INSMNT'              TO REPW-REPORT-ID
           MOVE 'ACTUALIZACION INSTRUCCIONES'
               TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *---------------- PASE DE CAPTURA ----------------
       100-PREPARAR-CAPTURA.
           OPEN INPUT  ITRAN-FILE
           IF WSV-ITRN-STAT NOT = '00'
               MOVE '100-PREPARAR-CAP'    TO ABND-PARRAFO
               STRING 'OPEN ITRAN-FILE FALLO - STATUS '
                      WSV-ITRN-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN EXTEND PEND-FILE
           IF WSV-PEND-STAT NOT = '00'
               MOVE '100-PREPARAR-CAP'    TO ABND-PARRAFO
               STRING 'OPEN PEND-FILE FALLO - STATUS '
                      WSV-PEND-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 110-LEER-TRAN.

       110-LEER-TRAN.
           READ ITRAN-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-LEIDOS-TRN
           END-READ.

      *LAS EDICIONES QUE NO DEPENDEN DEL MAESTRO SE HACEN YA EN LA
      *CAPTURA PARA QUE EL VERIFICADOR NO APRUEBE BASURA
       130-CAPTURAR-TRAN.
           MOVE ITR-TRANSACCION     TO WSV-TRANSACCION
           PERFORM 135-EDITAR-TRAN
           IF WSV-EDICION-OK
               PERFORM 140-GRABAR-CAPTURA
           ELSE
               MOVE WSV-RAZON       TO RPTD-OBSERVACION
               PERFORM 048-RECHAZAR
           END-IF
           PERFORM 110-LEER-TRAN.

       135-EDITAR-TRAN.
           MOVE 'S'    TO WSV-EDICION-SW
           MOVE SPACES TO WSV-RAZON
           EVALUATE TRUE
               WHEN NOT WSV-TRN-VALIDA
                   MOVE 'CODIGO DE ACCION INVALIDO' TO WSV-RAZON
               WHEN WSV-TRN-SUCURSAL = SPACES
                   MOVE 'CODIGO DE SUCURSAL EN BLANCO' TO WSV-RAZON
               WHEN WSV-TRN-NUMERO NOT NUMERIC
                   MOVE 'NUMERO DE INSTRUCCION INVALIDO'
                       TO WSV-RAZON
               WHEN WSV-TRN-NUMERO-N = ZEROS
                   MOVE 'NUMERO DE INSTRUCCION INVALIDO'
                       TO WSV-RAZON
               WHEN WSV-TRN-ALTA
                   PERFORM 136-EDITAR-ALTA
               WHEN WSV-TRN-CAMBIO
                   PERFORM 137-EDITAR-CAMPOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WSV-RAZON NOT = SPACES
               MOVE 'N' TO WSV-EDICION-SW
           END-IF.

      *EL ALTA DEBE TRAER OPERANDOS Y FRECUENCIA; LAS FECHAS SE
      *COMPLETAN POR OMISION Y LA CONSISTENCIA FRECUENCIA/DIA SE
      *EDITA SOBRE LOS VALORES FINALES
       136-EDITAR-ALTA.
           EVALUATE TRUE
               WHEN WSV-TRN-NUM-A-X = SPACES
                 OR WSV-TRN-NUM-B-X = SPACES
                   MOVE 'ALTA SIN OPERANDOS' TO WSV-RAZON
               WHEN WSV-TRN-FRECUENCIA = SPACES
                   MOVE 'ALTA SIN FRECUENCIA' TO WSV-RAZON
               WHEN OTHER
                   PERFORM 137-EDITAR-CAMPOS
           END-EVALUATE
           IF WSV-RAZON = SPACES
               MOVE WSV-TRN-FRECUENCIA TO WSV-CMB-FRECUENCIA
               MOVE ZEROS              TO WSV-CMB-DIA
               IF WSV-TRN-DIA NOT = SPACES
                   MOVE WSV-TRN-DIA-N  TO WSV-CMB-DIA
               END-IF
               MOVE WSV-FECHA-CORRIDA  TO WSV-CMB-INICIO
               IF WSV-TRN-FECHA-INICIO NOT = SPACES
                   MOVE WSV-TRN-INICIO-N TO WSV-CMB-INICIO
               END-IF
               MOVE ZEROS              TO WSV-CMB-FIN
               IF WSV-TRN-FECHA-FIN NOT = SPACES
                   MOVE WSV-TRN-FIN-N  TO WSV-CMB-FIN
               END-IF
               PERFORM 139-EDITAR-CONSISTENCIA
           END-IF.

      *EDICION DE FORMATO DE CADA CAMPO INFORMADO
       137-EDITAR-CAMPOS.
           EVALUATE TRUE
               WHEN WSV-TRN-NUM-A-X NOT = SPACES
                AND WSV-TRN-NUM-A NOT NUMERIC
                   MOVE 'OPERANDO A NO NUMERICO' TO WSV-RAZON
               WHEN WSV-TRN-NUM-B-X NOT = SPACES
                AND WSV-TRN-NUM-B NOT NUMERIC
                   MOVE 'OPERANDO B NO NUMERICO' TO WSV-RAZON
               WHEN WSV-TRN-FRECUENCIA NOT = SPACES
                AND WSV-TRN-FRECUENCIA NOT = 'D'
                AND WSV-TRN-FRECUENCIA NOT = 'S'
                AND WSV-TRN-FRECUENCIA NOT = 'M'
                AND WSV-TRN-FRECUENCIA NOT = 'E'
                   MOVE 'FRECUENCIA INVALIDA' TO WSV-RAZON
               WHEN WSV-TRN-DIA NOT = SPACES
                AND WSV-TRN-DIA NOT NUMERIC
                   MOVE 'DIA NO NUMERICO' TO WSV-RAZON
               WHEN WSV-TRN-FECHA-INICIO NOT = SPACES
                AND WSV-TRN-FECHA-INICIO NOT NUMERIC
                   MOVE 'FECHA DE INICIO NO NUMERICA' TO WSV-RAZON
               WHEN WSV-TRN-FECHA-FIN NOT = SPACES
                AND WSV-TRN-FECHA-FIN NOT NUMERIC
                   MOVE 'FECHA DE FIN NO NUMERICA' TO WSV-RAZON
               WHEN WSV-TRN-OPERACIONES NOT = SPACES
                   PERFORM 138-EDITAR-OPERACION
                       VARYING WSV-OP-IDX FROM 1 BY 1
                       UNTIL WSV-OP-IDX > 5
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *EL CODIGO DE OPERACIONES VA COMO EN TR-DET-OPERACIONES: 'S'
      *O 'N' EN CADA POSICION, O TODO EN BLANCO PARA LAS CINCO
       138-EDITAR-OPERACION.
           IF WSV-TRN-OP-POS (WSV-OP-IDX) NOT = 'S'
            AND WSV-TRN-OP-POS (WSV-OP-IDX) NOT = 'N'
               MOVE 'CODIGO DE OPERACIONES INVALIDO' TO WSV-RAZON
           END-IF.

      *FRECUENCIA CONTRA DIA Y FIN CONTRA INICIO, SOBRE LOS VALORES
      *COMBINADOS QUE QUEDARIAN EN EL MAESTRO
       139-EDITAR-CONSISTENCIA.
           EVALUATE TRUE
               WHEN WSV-CMB-FRECUENCIA = 'S'
                AND (WSV-CMB-DIA < 1 OR WSV-CMB-DIA > 7)
                   MOVE 'DIA DE SEMANA FUERA DE 1 A 7' TO WSV-RAZON
               WHEN WSV-CMB-FRECUENCIA = 'M'
                AND (WSV-CMB-DIA < 1 OR WSV-CMB-DIA > 31)
                   MOVE 'DIA DE MES FUERA DE 1 A 31' TO WSV-RAZON
               WHEN WSV-CMB-INICIO = ZEROS
                   MOVE 'FECHA DE INICIO EN CEROS' TO WSV-RAZON
               WHEN WSV-CMB-FIN NOT = ZEROS
                AND WSV-CMB-FIN < WSV-CMB-INICIO
                   MOVE 'FECHA DE FIN ANTERIOR AL INICIO'
                       TO WSV-RAZON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       140-GRABAR-CAPTURA.
           MOVE SPACES              TO PEND-RECORD
           MOVE WSV-TRANSACCION     TO IPN-TRANSACCION
           MOVE WSV-OPERADOR        TO IPN-CAPTURADO-POR
           MOVE WSV-FECHA-CORRIDA   TO IPN-FECHA-CAPTURA
           MOVE 'P'                 TO IPN-ESTADO
           WRITE PEND-RECORD
           IF WSV-PEND-STAT NOT = '00'
               MOVE '140-GRABAR-CAPT'     TO ABND-PARRAFO
               STRING 'WRITE PEND-FILE FALLO - STATUS '
                      WSV-PEND-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-TOT-CAPTURADAS
           MOVE 'CAPTURA'           TO RPTD-ACCION
           MOVE SPACES              TO RPTD-ESTADO
           MOVE 'PENDIENTE DE APROBACION'
               TO RPTD-OBSERVACION
           PERFORM 050-DETALLE.

       180-CERRAR-CAPTURA.
           CLOSE ITRAN-FILE
           CLOSE PEND-FILE.

      *---------------- PASE DE APLICACION ----------------
       200-PREPARAR-APLICACION.
           OPEN I-O INSTRUCCION-FILE
           IF WSV-INSM-STAT NOT = '00'
               MOVE '200-PREPARAR-APL'    TO ABND-PARRAFO
               STRING 'OPEN INSTRUCCION-FILE FALLO - STATUS '
                      WSV-INSM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN INPUT PEND-FILE
           IF WSV-PEND-STAT NOT = '00'
               MOVE '200-PREPARAR-APL'    TO ABND-PARRAFO
               STRING 'OPEN PEND-FILE FALLO - STATUS '
                      WSV-PEND-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN OUTPUT PEND-NEW-FILE
           IF WSV-PNEW-STAT NOT = '00'
               MOVE '200-PREPARAR-APL'    TO ABND-PARRAFO
               STRING 'OPEN PEND-NEW FALLO - STATUS '
                      WSV-PNEW-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 210-CARGAR-APROBACIONES
           MOVE '1' TO WSS-SWITCHES
           PERFORM 220-LEER-PENDIENTE.

       210-CARGAR-APROBACIONES.
           OPEN INPUT APROB-FILE
           IF WSV-APR-STAT = '00'
               MOVE '1' TO WSS-SWITCHES
               PERFORM 215-LEER-APROBACION UNTIL WSS-FIN
               CLOSE APROB-FILE
           ELSE
               DISPLAY 'INSMNT: SIN TARJETAS DE APROBACION'
           END-IF.

       215-LEER-APROBACION.
           READ APROB-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF WSV-APROB-CNT = WSC-MAX-APROB
                       MOVE '215-LEER-APROB'      TO ABND-PARRAFO
                       MOVE 'TABLA DE APROBACIONES LLENA - MAX 200'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   ADD 1 TO WSV-APROB-CNT
                   MOVE APR-ACCION
                       TO WSV-APR-ACCION (WSV-APROB-CNT)
                   MOVE APR-LLAVE
                       TO WSV-APR-LLAVE (WSV-APROB-CNT)
                   MOVE APR-APROBADO-POR
                       TO WSV-APR-POR (WSV-APROB-CNT)
                   MOVE 'N'
                       TO WSV-APR-APLICADA (WSV-APROB-CNT)
           END-READ.

       220-LEER-PENDIENTE.
           READ PEND-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-PENDIENTES
           END-READ.

      *BUSCA LA APROBACION DE LA TRANSACCION PENDIENTE (LLAVE
      *ACCION, SUCURSAL Y NUMERO) - SOLO APLICA CON LA FIRMA DE UN
      *OPERADOR DISTINTO DEL QUE CAPTURO
       230-APLICAR-PENDIENTE.
           MOVE IPN-TRANSACCION     TO WSV-TRANSACCION
           SET WSV-APR-IDX TO 1
           SEARCH WSV-APROB-ENTRY
               AT END
                   PERFORM 250-DEJAR-PENDIENTE
               WHEN WSV-APR-ACCION (WSV-APR-IDX) = WSV-TRN-ACCION
                AND WSV-APR-LLAVE (WSV-APR-IDX) = WSV-TRN-LLAVE
                AND WSV-APR-APLICADA (WSV-APR-IDX) NOT = 'S'
                   PERFORM 240-RESOLVER-APROBACION
           END-SEARCH
           PERFORM 220-LEER-PENDIENTE.

       240-RESOLVER-APROBACION.
           MOVE 'S' TO WSV-APR-APLICADA (WSV-APR-IDX)
           IF WSV-APR-POR (WSV-APR-IDX) = IPN-CAPTURADO-POR
               ADD 1 TO WSV-TOT-MISMO-OPER
               PERFORM 252-GRABAR-PENDIENTE
               MOVE 'RETENIDA'          TO RPTD-ACCION
               MOVE SPACES              TO RPTD-ESTADO
               MOVE 'APROBACION DEL MISMO OPERADOR'
                   TO RPTD-OBSERVACION
               PERFORM 050-DETALLE
           ELSE
               PERFORM 030-PROCESO
           END-IF.

       250-DEJAR-PENDIENTE.
           ADD 1 TO WSV-TOT-SIN-APROBAR
           PERFORM 252-GRABAR-PENDIENTE
           MOVE 'RETENIDA'          TO RPTD-ACCION
           MOVE SPACES              TO RPTD-ESTADO
           MOVE 'SIN APROBACION - SIGUE PENDIENTE'
               TO RPTD-OBSERVACION
           PERFORM 050-DETALLE.

       252-GRABAR-PENDIENTE.
           WRITE PEND-NEW-RECORD FROM PEND-RECORD
           IF WSV-PNEW-STAT NOT = '00'
               MOVE '252-GRABAR-PENDI'    TO ABND-PARRAFO
               STRING 'WRITE PEND-NEW FALLO - STATUS '
                      WSV-PNEW-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       280-CERRAR-APLICACION.
           PERFORM 285-APROB-SIN-DESTINO
               VARYING WSV-APR-IDX FROM 1 BY 1
               UNTIL WSV-APR-IDX > WSV-APROB-CNT
           CLOSE INSTRUCCION-FILE
           CLOSE PEND-FILE
           CLOSE PEND-NEW-FILE.

      *LAS APROBACIONES QUE NO ENCONTRARON PENDIENTE SE LISTAN PARA
      *QUE EL VERIFICADOR CORRIJA SU TRANSACCION
       285-APROB-SIN-DESTINO.
           IF WSV-APR-APLICADA (WSV-APR-IDX) NOT = 'S'
               ADD 1 TO WSV-TOT-SIN-DESTINO
               MOVE SPACES              TO WSV-TRANSACCION
               MOVE WSV-APR-LLAVE (WSV-APR-IDX) TO WSV-TRN-LLAVE
               MOVE 'SIN DEST'          TO RPTD-ACCION
               MOVE SPACES              TO RPTD-ESTADO
               MOVE 'APROBACION SIN PENDIENTE'
                   TO RPTD-OBSERVACION
               PERFORM 050-DETALLE
           END-IF.

      *---------------- ACTUALIZACION DEL MAESTRO ----------------
      *CADA TRANSACCION APROBADA LEE SU INSTRUCCION POR LLAVE Y SE
      *APLICA DIRECTO SOBRE EL KSDS - ALTA DUPLICADA, CAMBIO DE
      *INSTRUCCION INEXISTENTE O CANCELADA Y CAMBIOS DE ESTADO QUE
      *NO CORRESPONDEN SE RECHAZAN CON SU RAZON
       030-PROCESO.
           PERFORM 035-BUSCAR-INSTRUCCION
           EVALUATE TRUE
               WHEN WSV-TRN-ALTA
                   PERFORM 040-APLICAR-ALTA
               WHEN WSV-TRN-CAMBIO
                   PERFORM 042-APLICAR-CAMBIO
               WHEN WSV-TRN-SUSPENDE
                   PERFORM 044-APLICAR-SUSPENSION
               WHEN WSV-TRN-REACTIVA
                   PERFORM 045-APLICAR-REACTIVACION
               WHEN WSV-TRN-BAJA
                   PERFORM 046-APLICAR-BAJA
               WHEN OTHER
                   MOVE 'CODIGO DE ACCION INVALIDO'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
           END-EVALUATE.

       035-BUSCAR-INSTRUCCION.
           MOVE 'N'                        TO WSV-HAY-INSTRUCCION
           MOVE WSV-TRN-LLAVE              TO INS-LLAVE
           READ INSTRUCCION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WSV-HAY-INSTRUCCION
           END-READ
           IF WSV-INSM-STAT NOT = '00' AND WSV-INSM-STAT NOT = '23'
               MOVE '035-BUSCAR-INST'     TO ABND-PARRAFO
               STRING 'READ INSTRUCCION-FILE FALLO - STATUS '
                      WSV-INSM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       040-APLICAR-ALTA.
           IF WSV-INSTRUCCION-EXISTE
               MOVE INS-ESTADO              TO RPTD-ESTADO
               MOVE 'INSTRUCCION YA EXISTE EN EL MAESTRO'
                   TO RPTD-OBSERVACION
               PERFORM 048-RECHAZAR
           ELSE
               MOVE SPACES                  TO INSTRUCCION-RECORD
               MOVE WSV-TRN-LLAVE           TO INS-LLAVE
               MOVE WSV-TRN-NUM-A           TO INS-NUM-A
               MOVE WSV-TRN-NUM-B           TO INS-NUM-B
               MOVE WSV-TRN-OPERACIONES     TO INS-OPERACIONES
               MOVE WSV-TRN-FRECUENCIA      TO INS-FRECUENCIA
               MOVE ZEROS                   TO INS-DIA
               IF WSV-TRN-DIA NOT = SPACES
                   MOVE WSV-TRN-DIA-N       TO INS-DIA
               END-IF
               MOVE WSV-FECHA-CORRIDA       TO INS-FECHA-INICIO
               IF WSV-TRN-FECHA-INICIO NOT = SPACES
                   MOVE WSV-TRN-INICIO-N    TO INS-FECHA-INICIO
               END-IF
               MOVE ZEROS                   TO INS-FECHA-FIN
               IF WSV-TRN-FECHA-FIN NOT = SPACES
                   MOVE WSV-TRN-FIN-N       TO INS-FECHA-FIN
               END-IF
               MOVE 'A'                     TO INS-ESTADO
               MOVE ZEROS                   TO INS-ULT-GENERADA
               MOVE ZEROS                   TO INS-CANT-GENERADAS
               MOVE IPN-CAPTURADO-POR       TO INS-ULT-OPERADOR
               MOVE WSV-FECHA-CORRIDA       TO INS-FECHA-MANT
               WRITE INSTRUCCION-RECORD
               IF WSV-INSM-STAT NOT = '00'
                   MOVE '040-APLICAR-ALTA'    TO ABND-PARRAFO
                   STRING 'WRITE INSTRUCCION-FILE FALLO - STATUS '
                          WSV-INSM-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-TOT-ALTAS
               MOVE 'ALTA'                  TO RPTD-ACCION
               MOVE INS-ESTADO              TO RPTD-ESTADO
               MOVE 'INSTRUCCION ACTIVA EN EL MAESTRO'
                   TO RPTD-OBSERVACION
               PERFORM 050-DETALLE
           END-IF.

      *EL CAMBIO REEMPLAZA SOLO LO INFORMADO Y VUELVE A EDITAR LA
      *CONSISTENCIA SOBRE EL RESULTADO - EL ESTADO SE MUEVE UNICAMENTE
      *POR SUSPENSION, REACTIVACION Y BAJA
       042-APLICAR-CAMBIO.
           EVALUATE TRUE
               WHEN NOT WSV-INSTRUCCION-EXISTE
                   MOVE 'INSTRUCCION NO EXISTE EN EL MAESTRO'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN INS-CANCELADA
                   MOVE INS-ESTADO          TO RPTD-ESTADO
                   MOVE 'INSTRUCCION CANCELADA'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN OTHER
                   PERFORM 043-COMBINAR-CAMBIO
                   MOVE SPACES              TO WSV-RAZON
                   PERFORM 139-EDITAR-CONSISTENCIA
                   IF WSV-RAZON NOT = SPACES
                       MOVE INS-ESTADO      TO RPTD-ESTADO
                       MOVE WSV-RAZON       TO RPTD-OBSERVACION
                       PERFORM 048-RECHAZAR
                   ELSE
                       PERFORM 047-REGRABAR-CAMBIO
                   END-IF
           END-EVALUATE.

       043-COMBINAR-CAMBIO.
           MOVE INS-FRECUENCIA       TO WSV-CMB-FRECUENCIA
           MOVE INS-DIA              TO WSV-CMB-DIA
           MOVE INS-FECHA-INICIO     TO WSV-CMB-INICIO
           MOVE INS-FECHA-FIN        TO WSV-CMB-FIN
           IF WSV-TRN-FRECUENCIA NOT = SPACES
               MOVE WSV-TRN-FRECUENCIA TO WSV-CMB-FRECUENCIA
           END-IF
           IF WSV-TRN-DIA NOT = SPACES
               MOVE WSV-TRN-DIA-N      TO WSV-CMB-DIA
           END-IF
           IF WSV-TRN-FECHA-INICIO NOT = SPACES
               MOVE WSV-TRN-INICIO-N   TO WSV-CMB-INICIO
           END-IF
           IF WSV-TRN-FECHA-FIN NOT = SPACES
               MOVE WSV-TRN-FIN-N      TO WSV-CMB-FIN
           END-IF.

       047-REGRABAR-CAMBIO.
           IF WSV-TRN-NUM-A-X NOT = SPACES
               MOVE WSV-TRN-NUM-A          TO INS-NUM-A
           END-IF
           IF WSV-TRN-NUM-B-X NOT = SPACES
               MOVE WSV-TRN-NUM-B          TO INS-NUM-B
           END-IF
           IF WSV-TRN-OPERACIONES NOT = SPACES
               MOVE WSV-TRN-OPERACIONES    TO INS-OPERACIONES
           END-IF
           MOVE WSV-CMB-FRECUENCIA         TO INS-FRECUENCIA
           MOVE WSV-CMB-DIA                TO INS-DIA
           MOVE WSV-CMB-INICIO             TO INS-FECHA-INICIO
           MOVE WSV-CMB-FIN                TO INS-FECHA-FIN
           MOVE 'CAMBIO'                   TO RPTD-ACCION
           MOVE 'INSTRUCCION ACTUALIZADA'  TO RPTD-OBSERVACION
           ADD 1 TO WSV-TOT-CAMBIOS
           PERFORM 049-REGRABAR.

       044-APLICAR-SUSPENSION.
           EVALUATE TRUE
               WHEN NOT WSV-INSTRUCCION-EXISTE
                   MOVE 'INSTRUCCION NO EXISTE EN EL MAESTRO'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN NOT INS-ACTIVA
                   MOVE INS-ESTADO          TO RPTD-ESTADO
                   MOVE 'SOLO SE SUSPENDE UNA ACTIVA'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN OTHER
                   MOVE 'S'                 TO INS-ESTADO
                   MOVE 'SUSPENDE'          TO RPTD-ACCION
                   MOVE 'NO GENERA HASTA REACTIVARSE'
                       TO RPTD-OBSERVACION
                   ADD 1 TO WSV-TOT-SUSPENSIONES
                   PERFORM 049-REGRABAR
           END-EVALUATE.

       045-APLICAR-REACTIVACION.
           EVALUATE TRUE
               WHEN NOT WSV-INSTRUCCION-EXISTE
                   MOVE 'INSTRUCCION NO EXISTE EN EL MAESTRO'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN NOT INS-SUSPENDIDA
                   MOVE INS-ESTADO          TO RPTD-ESTADO
                   MOVE 'SOLO SE REACTIVA UNA SUSPENDIDA'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN OTHER
                   MOVE 'A'                 TO INS-ESTADO
                   MOVE 'REACTIVA'          TO RPTD-ACCION
                   MOVE 'VUELVE A GENERAR'  TO RPTD-OBSERVACION
                   ADD 1 TO WSV-TOT-REACTIVACIONES
                   PERFORM 049-REGRABAR
           END-EVALUATE.

       046-APLICAR-BAJA.
           EVALUATE TRUE
               WHEN NOT WSV-INSTRUCCION-EXISTE
                   MOVE 'INSTRUCCION NO EXISTE EN EL MAESTRO'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN INS-CANCELADA
                   MOVE INS-ESTADO          TO RPTD-ESTADO
                   MOVE 'INSTRUCCION YA CANCELADA'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN OTHER
                   MOVE 'C'                 TO INS-ESTADO
                   MOVE 'BAJA'              TO RPTD-ACCION
                   MOVE 'INSTRUCCION CANCELADA'
                       TO RPTD-OBSERVACION
                   ADD 1 TO WSV-TOT-BAJAS
                   PERFORM 049-REGRABAR
           END-EVALUATE.

       048-RECHAZAR.
           ADD 1 TO WSV-TOT-RECHAZOS
           MOVE 'RECHAZO'                  TO RPTD-ACCION
           PERFORM 050-DETALLE.

      *EL DETALLE MUESTRA LO QUE QUEDO EN EL MAESTRO - LA TRANSACCION
      *SE REARMA DESDE EL REGISTRO YA ACTUALIZADO
       049-REGRABAR.
           MOVE IPN-CAPTURADO-POR          TO INS-ULT-OPERADOR
           MOVE WSV-FECHA-CORRIDA          TO INS-FECHA-MANT
           REWRITE INSTRUCCION-RECORD
           IF WSV-INSM-STAT NOT = '00'
               MOVE '049-REGRABAR'        TO ABND-PARRAFO
               STRING 'REWRITE INSTRUCCION-FILE FALLO - STATUS '
                      WSV-INSM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE INS-NUM-A                  TO WSV-TRN-NUM-A
           MOVE INS-NUM-B                  TO WSV-TRN-NUM-B
           MOVE INS-FRECUENCIA             TO WSV-TRN-FRECUENCIA
           MOVE INS-DIA                    TO WSV-TRN-DIA-N
           MOVE INS-ESTADO                 TO RPTD-ESTADO
           PERFORM 050-DETALLE.

       050-DETALLE.
           MOVE WSV-TRN-SUCURSAL           TO RPTD-SUCURSAL
           MOVE WSV-TRN-NUMERO             TO RPTD-NUMERO
           MOVE WSV-TRN-FRECUENCIA         TO RPTD-FRECUENCIA
           MOVE WSV-TRN-DIA                TO RPTD-DIA
           IF WSV-TRN-NUM-A NUMERIC
               MOVE WSV-TRN-NUM-A          TO RPTD-NUM-A
           ELSE
               MOVE ZEROS                  TO RPTD-NUM-A
           END-IF
           IF WSV-TRN-NUM-B NUMERIC
               MOVE WSV-TRN-NUM-B          TO RPTD-NUM-B
           ELSE
               MOVE ZEROS                  TO RPTD-NUM-B
           END-IF
           MOVE RPT-DETALLE                TO REPW-LINEA
           MOVE 1                          TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           PERFORM 099-PAGINA-REPORTE
           IF WSV-MODO-APLICA
               MOVE 'PENDIENTES LEIDOS             : ' TO RPTT-LITERAL
               MOVE WSV-TOT-PENDIENTES                 TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'ALTAS APLICADAS               : ' TO RPTT-LITERAL
               MOVE WSV-TOT-ALTAS                      TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'CAMBIOS APLICADOS             : ' TO RPTT-LITERAL
               MOVE WSV-TOT-CAMBIOS                    TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'SUSPENSIONES APLICADAS        : ' TO RPTT-LITERAL
               MOVE WSV-TOT-SUSPENSIONES               TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'REACTIVACIONES APLICADAS      : ' TO RPTT-LITERAL
               MOVE WSV-TOT-REACTIVACIONES             TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'BAJAS APLICADAS               : ' TO RPTT-LITERAL
               MOVE WSV-TOT-BAJAS                      TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'TRANSACCIONES RECHAZADAS      : ' TO RPTT-LITERAL
               MOVE WSV-TOT-RECHAZOS                   TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'SIN APROBACION - PENDIENTES   : ' TO RPTT-LITERAL
               MOVE WSV-TOT-SIN-APROBAR                TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'APROBADAS POR EL MISMO OPER.  : ' TO RPTT-LITERAL
               MOVE WSV-TOT-MISMO-OPER                 TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'APROBACIONES SIN DESTINO      : ' TO RPTT-LITERAL
               MOVE WSV-TOT-SIN-DESTINO                TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
           ELSE
               MOVE 'TRANSACCIONES LEIDAS          : ' TO RPTT-LITERAL
               MOVE WSV-TOT-LEIDOS-TRN                 TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'TRANSACCIONES CAPTURADAS      : ' TO RPTT-LITERAL
               MOVE WSV-TOT-CAPTURADAS                 TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'TRANSACCIONES RECHAZADAS      : ' TO RPTT-LITERAL
               MOVE WSV-TOT-RECHAZOS                   TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
           END-IF
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
