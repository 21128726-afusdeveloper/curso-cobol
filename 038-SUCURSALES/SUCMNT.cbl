       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     SUCMNT.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

           SELECT STRAN-FILE            ASSIGN TO SUCTRAN
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-STRN-STAT.

      *MODO DE LA CORRIDA - 'C' CAPTURA LAS TRANSACCIONES AL
      *ARCHIVO DE PENDIENTES, 'A' APLICA LAS PENDIENTES QUE YA
      *TIENEN APROBACION DE OTRO OPERADOR; SIN TARJETA SE CAPTURA
           SELECT MODO-FILE             ASSIGN TO MNTCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-MODO-STAT.

      *PENDIENTES DE APROBACION - LA CAPTURA AGREGA, LA APLICACION
      *CONSUME Y DEJA LA GENERACION NUEVA CON LO NO APROBADO
           SELECT PEND-FILE             ASSIGN TO SUCPEND
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-PEND-STAT.

           SELECT PEND-NEW-FILE         ASSIGN TO SUCPNEW
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-PNEW-STAT.

      *APROBACIONES DEL VERIFICADOR - LLAVEADAS POR ACCION Y CODIGO
      *DE SUCURSAL DE LA TRANSACCION PENDIENTE
           SELECT APROB-FILE            ASSIGN TO SAPRCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-APR-STAT.

           SELECT OPER-FILE             ASSIGN TO OPERCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OPER-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

      *LA FECHA ES LA DE APERTURA EN UN ALTA Y LA DE CIERRE EN UNA
      *BAJA - EN BLANCO O CEROS SE TOMA LA FECHA DE NEGOCIO; EN UN
      *CAMBIO SOLO SE REEMPLAZAN EL NOMBRE Y LA REGION QUE VENGAN
      *INFORMADOS
       FD  STRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  STRAN-RECORD.
           05 STR-ACCION                PIC X(01).
           05 STR-CODIGO                PIC X(03).
           05 STR-NOMBRE                PIC X(20).
           05 STR-REGION                PIC X(03).
           05 STR-FECHA                 PIC 9(06).
           05 FILLER                    PIC X(17).

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
           05 SPN-ACCION                PIC X(01).
           05 SPN-CODIGO                PIC X(03).
           05 SPN-NOMBRE                PIC X(20).
           05 SPN-REGION                PIC X(03).
           05 SPN-FECHA                 PIC 9(06).
           05 SPN-CAPTURADO-POR         PIC X(08).
           05 SPN-FECHA-CAPTURA         PIC 9(06).
           05 SPN-ESTADO                PIC X(01).
             88 SPN-PENDIENTE                    VALUE 'P'.
           05 FILLER                    PIC X(32).

       FD  PEND-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PEND-NEW-RECORD              PIC X(80).

       FD  APROB-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  APROB-RECORD.
           05 APR-ACCION                PIC X(01).
           05 APR-CODIGO                PIC X(03).
           05 APR-APROBADO-POR          PIC X(08).
           05 FILLER                    PIC X(38).

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
       77  WSV-SUCM-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-STRN-STAT                PIC X(02) VALUE ZEROS.
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
      *LAS FECHAS DE APERTURA Y CIERRE POR OMISION SON LA FECHA DE
      *NEGOCIO, LA MISMA CONTRA LA QUE EL EDITOR VALIDA EL FEED
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
      *TRANSACCION EN PROCESO - LA CAPTURA LA LLENA DESDE SUCTRAN Y
      *LA APLICACION DESDE EL ARCHIVO DE PENDIENTES, ASI AMBOS
      *PASES COMPARTEN LA MISMA LOGICA DE ACTUALIZACION
       01  WSV-TRANSACCION.
           05 WSV-TRN-ACCION           PIC X(01).
             88 WSV-TRN-ALTA                     VALUE 'A'.
             88 WSV-TRN-CAMBIO                   VALUE 'C'.
             88 WSV-TRN-BAJA                     VALUE 'B'.
             88 WSV-TRN-VALIDA               VALUES 'A' 'C' 'B'.
           05 WSV-TRN-CODIGO           PIC X(03).
           05 WSV-TRN-NOMBRE           PIC X(20).
           05 WSV-TRN-REGION           PIC X(03).
           05 WSV-TRN-FECHA            PIC 9(06).
      *
       77  WSV-HAY-SUCURSAL             PIC X(01) VALUE 'N'.
         88 WSV-SUCURSAL-EXISTE                  VALUE 'S'.
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
               10 WSV-APR-CODIGO       PIC X(03).
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
           05 FILLER                   PIC X(05) VALUE 'SUC  '.
           05 FILLER                   PIC X(09) VALUE 'REGION   '.
           05 FILLER                   PIC X(21) VALUE 'NOMBRE'.
           05 FILLER                   PIC X(37) VALUE 'OBSERVACION'.

       01  RPT-DETALLE.
           05 RPTD-ACCION               PIC X(08).
           05 RPTD-CODIGO               PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-REGION-ANT           PIC X(03).
           05 FILLER                    PIC X(01) VALUE '>'.
           05 RPTD-REGION               PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-NOMBRE               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-OBSERVACION          PIC X(37).

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *MANTENIMIENTO DEL MAESTRO DE SUCURSALES CON CAPTURA Y
      *VERIFICACION, IGUAL QUE EL DEL MAESTRO DE CODIGOS - EL PASE
      *DE CAPTURA SOLO DEJA LAS TRANSACCIONES PROPUESTAS EN EL
      *ARCHIVO DE PENDIENTES CON EL OPERADOR QUE LAS CAPTURO; EL
      *PASE DE APLICACION SOLO ACTUALIZA LAS QUE TRAEN APROBACION DE
      *UN OPERADOR DISTINTO. LA BAJA NO BORRA: CIERRA LA SUCURSAL
      *CON SU FECHA Y EL EDITOR EMPIEZA A RECHAZAR SU FEED
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'SUCMNT'                TO ABND-PROGRAMA
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
           MOVE 'SUCMNT'              TO REPW-REPORT-ID
           MOVE 'ACTUALIZACION MAESTRO SUCURSAL'
               TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *---------------- PASE DE CAPTURA ----------------
       100-PREPARAR-CAPTURA.
           OPEN INPUT  STRAN-FILE
           IF WSV-STRN-STAT NOT = '00'
               MOVE '100-PREPARAR-CAP'    TO ABND-PARRAFO
               STRING 'OPEN STRAN-FILE FALLO - STATUS '
                      WSV-STRN-STAT DELIMITED BY SIZE
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
           READ STRAN-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-LEIDOS-TRN
           END-READ.

      *LAS EDICIONES QUE NO DEPENDEN DEL MAESTRO SE HACEN YA EN LA
      *CAPTURA - UNA ALTA SIN NOMBRE O SIN REGION NO LLEGA A
      *PENDIENTES PARA QUE EL VERIFICADOR NO APRUEBE BASURA
       130-CAPTURAR-TRAN.
           MOVE STR-ACCION          TO WSV-TRN-ACCION
           MOVE STR-CODIGO          TO WSV-TRN-CODIGO
           MOVE STR-NOMBRE          TO WSV-TRN-NOMBRE
           MOVE STR-REGION          TO WSV-TRN-REGION
           IF STR-FECHA NUMERIC
               MOVE STR-FECHA          TO WSV-TRN-FECHA
           ELSE
               MOVE ZEROS              TO WSV-TRN-FECHA
           END-IF
           MOVE SPACES              TO RPTD-REGION-ANT
           EVALUATE TRUE
               WHEN NOT WSV-TRN-VALIDA
                   MOVE 'CODIGO DE ACCION INVALIDO'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN WSV-TRN-CODIGO = SPACES
                   MOVE 'CODIGO DE SUCURSAL EN BLANCO'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN WSV-TRN-ALTA
                AND (WSV-TRN-NOMBRE = SPACES
                 OR  WSV-TRN-REGION = SPACES)
                   MOVE 'ALTA SIN NOMBRE O SIN REGION'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN OTHER
                   PERFORM 135-GRABAR-CAPTURA
           END-EVALUATE
           PERFORM 110-LEER-TRAN.

       135-GRABAR-CAPTURA.
           MOVE SPACES              TO PEND-RECORD
           MOVE WSV-TRN-ACCION      TO SPN-ACCION
           MOVE WSV-TRN-CODIGO      TO SPN-CODIGO
           MOVE WSV-TRN-NOMBRE      TO SPN-NOMBRE
           MOVE WSV-TRN-REGION      TO SPN-REGION
           MOVE WSV-TRN-FECHA       TO SPN-FECHA
           MOVE WSV-OPERADOR        TO SPN-CAPTURADO-POR
           MOVE WSV-FECHA-CORRIDA   TO SPN-FECHA-CAPTURA
           MOVE 'P'                 TO SPN-ESTADO
           WRITE PEND-RECORD
           IF WSV-PEND-STAT NOT = '00'
               MOVE '135-GRABAR-CAPT'     TO ABND-PARRAFO
               STRING 'WRITE PEND-FILE FALLO - STATUS '
                      WSV-PEND-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-TOT-CAPTURADAS
           MOVE 'CAPTURA'           TO RPTD-ACCION
           MOVE 'PENDIENTE DE APROBACION'
               TO RPTD-OBSERVACION
           PERFORM 050-DETALLE.

       180-CERRAR-CAPTURA.
           CLOSE STRAN-FILE
           CLOSE PEND-FILE.

      *---------------- PASE DE APLICACION ----------------
       200-PREPARAR-APLICACION.
           OPEN I-O SUCURSAL-FILE
           IF WSV-SUCM-STAT NOT = '00'
               MOVE '200-PREPARAR-APL'    TO ABND-PARRAFO
               STRING 'OPEN SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
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
               DISPLAY 'SUCMNT: SIN TARJETAS DE APROBACION'
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
                   MOVE APR-CODIGO
                       TO WSV-APR-CODIGO (WSV-APROB-CNT)
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
      *ACCION MAS CODIGO DE SUCURSAL) - SOLO APLICA CON LA FIRMA DE
      *UN OPERADOR DISTINTO DEL QUE CAPTURO
       230-APLICAR-PENDIENTE.
           MOVE SPN-ACCION          TO WSV-TRN-ACCION
           MOVE SPN-CODIGO          TO WSV-TRN-CODIGO
           MOVE SPN-NOMBRE          TO WSV-TRN-NOMBRE
           MOVE SPN-REGION          TO WSV-TRN-REGION
           MOVE SPN-FECHA           TO WSV-TRN-FECHA
           MOVE SPACES              TO RPTD-REGION-ANT
           SET WSV-APR-IDX TO 1
           SEARCH WSV-APROB-ENTRY
               AT END
                   PERFORM 250-DEJAR-PENDIENTE
               WHEN WSV-APR-ACCION (WSV-APR-IDX) = SPN-ACCION
                AND WSV-APR-CODIGO (WSV-APR-IDX) = SPN-CODIGO
                AND WSV-APR-APLICADA (WSV-APR-IDX) NOT = 'S'
                   PERFORM 240-RESOLVER-APROBACION
           END-SEARCH
           PERFORM 220-LEER-PENDIENTE.

       240-RESOLVER-APROBACION.
           MOVE 'S' TO WSV-APR-APLICADA (WSV-APR-IDX)
           IF WSV-APR-POR (WSV-APR-IDX) = SPN-CAPTURADO-POR
               ADD 1 TO WSV-TOT-MISMO-OPER
               PERFORM 252-GRABAR-PENDIENTE
               MOVE 'RETENIDA'          TO RPTD-ACCION
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
           CLOSE SUCURSAL-FILE
           CLOSE PEND-FILE
           CLOSE PEND-NEW-FILE.

      *LAS APROBACIONES QUE NO ENCONTRARON PENDIENTE SE LISTAN PARA
      *QUE EL VERIFICADOR CORRIJA SU TRANSACCION
       285-APROB-SIN-DESTINO.
           IF WSV-APR-APLICADA (WSV-APR-IDX) NOT = 'S'
               ADD 1 TO WSV-TOT-SIN-DESTINO
               MOVE 'SIN DEST'          TO RPTD-ACCION
               MOVE WSV-APR-CODIGO (WSV-APR-IDX) TO RPTD-CODIGO
               MOVE SPACES              TO RPTD-REGION-ANT
               MOVE SPACES              TO RPTD-REGION
               MOVE SPACES              TO RPTD-NOMBRE
               MOVE 'APROBACION SIN PENDIENTE'
                   TO RPTD-OBSERVACION
               MOVE RPT-DETALLE TO REPW-LINEA
               MOVE 1           TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF.

      *---------------- ACTUALIZACION DEL MAESTRO ----------------
      *CADA TRANSACCION APROBADA LEE SU SUCURSAL POR LLAVE Y SE
      *APLICA DIRECTO SOBRE EL KSDS - ALTA DUPLICADA, CAMBIO DE
      *SUCURSAL INEXISTENTE Y CIERRE DE SUCURSAL YA CERRADA SE
      *RECHAZAN CON SU RAZON
       030-PROCESO.
           PERFORM 035-BUSCAR-SUCURSAL
           EVALUATE TRUE
               WHEN WSV-TRN-ALTA
                   PERFORM 040-APLICAR-ALTA
               WHEN WSV-TRN-CAMBIO
                   PERFORM 042-APLICAR-CAMBIO
               WHEN WSV-TRN-BAJA
                   PERFORM 044-APLICAR-BAJA
               WHEN OTHER
                   MOVE 'CODIGO DE ACCION INVALIDO'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
           END-EVALUATE.

       035-BUSCAR-SUCURSAL.
           MOVE 'N'                        TO WSV-HAY-SUCURSAL
           MOVE WSV-TRN-CODIGO             TO SUC-CODIGO
           READ SUCURSAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WSV-HAY-SUCURSAL
           END-READ
           IF WSV-SUCM-STAT NOT = '00' AND WSV-SUCM-STAT NOT = '23'
               MOVE '035-BUSCAR-SUC'      TO ABND-PARRAFO
               STRING 'READ SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       040-APLICAR-ALTA.
           IF WSV-SUCURSAL-EXISTE
               MOVE SUC-REGION              TO RPTD-REGION-ANT
               MOVE 'SUCURSAL YA EXISTE EN EL MAESTRO'
                   TO RPTD-OBSERVACION
               PERFORM 048-RECHAZAR
           ELSE
               MOVE SPACES                  TO SUCURSAL-RECORD
               MOVE WSV-TRN-CODIGO          TO SUC-CODIGO
               MOVE WSV-TRN-NOMBRE          TO SUC-NOMBRE
               MOVE WSV-TRN-REGION          TO SUC-REGION
               MOVE 'A'                     TO SUC-ESTADO
               IF WSV-TRN-FECHA > ZEROS
                   MOVE WSV-TRN-FECHA       TO SUC-FECHA-APERTURA
               ELSE
                   MOVE WSV-FECHA-CORRIDA   TO SUC-FECHA-APERTURA
               END-IF
               MOVE ZEROS                   TO SUC-FECHA-CIERRE
               MOVE SPN-CAPTURADO-POR       TO SUC-ULT-OPERADOR
               MOVE WSV-FECHA-CORRIDA       TO SUC-FECHA-MANT
               WRITE SUCURSAL-RECORD
               IF WSV-SUCM-STAT NOT = '00'
                   MOVE '040-APLICAR-ALTA'    TO ABND-PARRAFO
                   STRING 'WRITE SUCURSAL-FILE FALLO - STATUS '
                          WSV-SUCM-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-TOT-ALTAS
               MOVE 'ALTA'                  TO RPTD-ACCION
               MOVE 'SUCURSAL ABIERTA EN EL MAESTRO'
                   TO RPTD-OBSERVACION
               PERFORM 050-DETALLE
           END-IF.

      *EL CAMBIO SOLO TOCA NOMBRE Y REGION - EL ESTADO Y LAS FECHAS
      *SE MUEVEN UNICAMENTE POR ALTA Y BAJA
       042-APLICAR-CAMBIO.
           IF NOT WSV-SUCURSAL-EXISTE
               MOVE 'SUCURSAL NO EXISTE EN EL MAESTRO'
                   TO RPTD-OBSERVACION
               PERFORM 048-RECHAZAR
           ELSE
               MOVE SUC-REGION              TO RPTD-REGION-ANT
               IF WSV-TRN-NOMBRE NOT = SPACES
                   MOVE WSV-TRN-NOMBRE      TO SUC-NOMBRE
               END-IF
               IF WSV-TRN-REGION NOT = SPACES
                   MOVE WSV-TRN-REGION      TO SUC-REGION
               END-IF
               MOVE SUC-NOMBRE              TO WSV-TRN-NOMBRE
               MOVE SUC-REGION              TO WSV-TRN-REGION
               MOVE SPN-CAPTURADO-POR       TO SUC-ULT-OPERADOR
               MOVE WSV-FECHA-CORRIDA       TO SUC-FECHA-MANT
               REWRITE SUCURSAL-RECORD
               IF WSV-SUCM-STAT NOT = '00'
                   MOVE '042-APLICAR-CAMB'    TO ABND-PARRAFO
                   STRING 'REWRITE SUCURSAL-FILE FALLO - STATUS '
                          WSV-SUCM-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-TOT-CAMBIOS
               MOVE 'CAMBIO'                TO RPTD-ACCION
               MOVE 'NOMBRE/REGION ACTUALIZADOS'
                   TO RPTD-OBSERVACION
               PERFORM 050-DETALLE
           END-IF.

       044-APLICAR-BAJA.
           EVALUATE TRUE
               WHEN NOT WSV-SUCURSAL-EXISTE
                   MOVE 'SUCURSAL NO EXISTE EN EL MAESTRO'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN SUC-CERRADA
                   MOVE SUC-REGION          TO RPTD-REGION-ANT
                   MOVE 'SUCURSAL YA CERRADA'
                       TO RPTD-OBSERVACION
                   PERFORM 048-RECHAZAR
               WHEN OTHER
                   MOVE SUC-REGION          TO RPTD-REGION-ANT
                   MOVE 'C'                 TO SUC-ESTADO
                   IF WSV-TRN-FECHA > ZEROS
                       MOVE WSV-TRN-FECHA   TO SUC-FECHA-CIERRE
                   ELSE
                       MOVE WSV-FECHA-CORRIDA
                                            TO SUC-FECHA-CIERRE
                   END-IF
                   MOVE SPN-CAPTURADO-POR   TO SUC-ULT-OPERADOR
                   MOVE WSV-FECHA-CORRIDA   TO SUC-FECHA-MANT
                   MOVE SUC-NOMBRE          TO WSV-TRN-NOMBRE
                   MOVE SUC-REGION          TO WSV-TRN-REGION
                   REWRITE SUCURSAL-RECORD
                   IF WSV-SUCM-STAT NOT = '00'
                       MOVE '044-APLICAR-BAJA'    TO ABND-PARRAFO
                       STRING 'REWRITE SUCURSAL-FILE FALLO - STATUS '
                              WSV-SUCM-STAT DELIMITED BY SIZE
                              INTO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   ADD 1 TO WSV-TOT-BAJAS
                   MOVE 'CIERRE'            TO RPTD-ACCION
                   MOVE 'SUCURSAL CERRADA EN EL MAESTRO'
                       TO RPTD-OBSERVACION
                   PERFORM 050-DETALLE
           END-EVALUATE.

       048-RECHAZAR.
           ADD 1 TO WSV-TOT-RECHAZOS
           MOVE 'RECHAZO'                  TO RPTD-ACCION
           PERFORM 050-DETALLE.

       050-DETALLE.
           MOVE WSV-TRN-CODIGO             TO RPTD-CODIGO
           MOVE WSV-TRN-REGION             TO RPTD-REGION
           MOVE WSV-TRN-NOMBRE             TO RPTD-NOMBRE
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
               MOVE 'CIERRES APLICADOS             : ' TO RPTT-LITERAL
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
