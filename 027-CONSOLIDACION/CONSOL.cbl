                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SAL-STAT.

      *REGISTRO DE LOTES RECIBIDOS - UNA LINEA POR SUCURSAL DE CADA
      *FEED, PARA LA CONFIRMACION QUE SE LE DEVUELVE A LA SUCURSAL
           SELECT LOTE-FILE             ASSIGN TO LOTFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-LOT-STAT.

      *MAESTRO DE SUCURSALES - SE RECORRE AL FINAL PARA SABER QUE
      *SUCURSALES ABIERTAS NO MANDARON FEED A LA HORA DE CONSOLIDAR
           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SUC01-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  SALIDA-RECORD                PIC X(30).

       FD  LOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOTRWS.

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
           COPY TOTLWS.
           COPY USOLWS.
      *
      *AREA DE TRABAJO CON EL LAYOUT CANONICO DE TRANSACCIONES -
      *CADA REGISTRO LEIDO SE CLASIFICA AQUI POR TIPO
       77  WSV-S04-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-S05-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-SAL-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-LOT-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-ARCH-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-SUCM-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSC-MAX-ARCHIVOS             PIC 9(01) VALUE 5.
       77  WSV-ARCHIVO                  PIC 9(01) VALUE ZEROS.
                                                  VALUE ZEROS.
       77  WSV-ARCH-ESTADO              PIC X(01) VALUE 'B'.
       77  WSV-ARCH-RAZON               PIC X(30) VALUE SPACES.
       77  WSV-ARCH-LOTE                PIC X(08) VALUE SPACES.
       77  WSV-ARCH-FECHA               PIC 9(06) VALUE ZEROS.
      *PROBLEMA DE TRAILER DEL FEED PARA EL TABLERO DE CALIDAD: 'CU'
      *CUENTA, 'HA' HASH, 'ST' SIN TRAILER; EN BLANCO NO HUBO
       77  WSV-ARCH-CALIDAD             PIC X(02) VALUE SPACES.
      *
      *LO QUE TRAJO CADA SUCURSAL DENTRO DEL FEED EN CURSO, PARA EL
      *REGISTRO DE LOTES RECIBIDOS
       77  WSC-MAX-LOTE-SUC             PIC 9(02) VALUE 50.
       77  WSV-LOTE-SUC-CNT             PIC 9(02) VALUE ZEROS.
       77  WSV-LOTE-SUC                 PIC X(03) VALUE SPACES.
       01  WSV-TABLA-LOTE-SUC.
           05 WSV-LSUC-ENTRY           OCCURS 1 TO 50 TIMES
                                        DEPENDING ON WSV-LOTE-SUC-CNT
                                        INDEXED BY WSV-LSUC-IDX.
               10 WSV-LSUC-CODIGO      PIC X(03).
               10 WSV-LSUC-DETALLES    PIC 9(07).
               10 WSV-LSUC-REVERSOS    PIC 9(07).
      *
      *SUCURSALES QUE MANDARON FEED EN LA CORRIDA, CON O SIN ERROR -
      *LAS ABIERTAS DEL MAESTRO QUE NO ESTAN AQUI LLEGARON TARDE O
      *NO LLEGARON
       77  WSC-MAX-RECIBIDAS            PIC 9(03) VALUE 250.
       77  WSV-RECIB-CNT                PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-RECIBIDAS.
           05 WSV-RECIB-ENTRY          OCCURS 1 TO 250 TIMES
                                        DEPENDING ON WSV-RECIB-CNT
                                        INDEXED BY WSV-REC-IDX.
               10 WSV-RECIB-CODIGO     PIC X(03).
       77  WSV-FALTANTES                PIC 9(03) VALUE ZEROS.
      *
      *CONTROL POR SUCURSAL PARA EL REPORTE Y EL VEREDICTO FINAL
       01  WSV-TABLA-ARCHIVOS.
                                                  VALUE ZEROS.
           05 WSV-TOT-HASH-B           PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
      *
      *TOTALES DE TODO LO LEIDO DE LOS FEEDS (CON O SIN ERROR) PARA
      *EL CUADRE DE LA CADENA CONTRA LO EMITIDO AL CONSOLIDADO
       01  WSV-ENTRADA.
           05 WSV-ENT-DETALLES         PIC 9(07) VALUE ZEROS.
           05 WSV-ENT-HASH-A           PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-ENT-HASH-B           PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
      *
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
           05 RPTD-RAZON                PIC X(30).
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  RPT-FALTANTE.
           05 FILLER                    PIC X(09) VALUE 'SUCURSAL '.
           05 RPTF-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTF-NOMBRE               PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(44) VALUE
              'SIN FEED A LA HORA DE CONSOLIDAR'.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE ZEROS      TO WSV-RECIB-CNT
           MOVE ZEROS      TO WSV-FALTANTES
      *LOS EVENTOS DE CALIDAD DE LOS FEEDS VAN A LA BITACORA DE USO;
      *SOLO CUENTA LA PRIMERA CONSOLIDACION DE LA FECHA, QUE ES LA
      *QUE VIO LOS FEEDS A SU HORA
           MOVE 'I'                   TO USOL-FUNCION
           MOVE 'CONSOL'              TO USOL-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO USOL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO USOL-EMPRESA
           MOVE 'P'                   TO USOL-REEMPLAZA
           CALL 'USOLOG' USING USOL-PARAMETROS
           OPEN OUTPUT SALIDA-FILE
           IF WSV-SAL-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN OUTPUT LOTE-FILE
           IF WSV-LOT-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN LOTE-FILE FALLO - STATUS '
                      WSV-LOT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE 'CONSOL'              TO REPW-REPORT-ID
           MOVE 'CONSOLIDACION DE SUCURSALES'
               TO REPW-TITULO
           IF WSV-ARCHIVO-PRESENTE
               SET WSV-ARC-IDX TO WSV-ARCHIVO
               MOVE 'S'    TO WSV-TAB-PRESENTE (WSV-ARC-IDX)
               MOVE SPACES TO WSV-ARCH-CALIDAD
               MOVE 'N'    TO WSV-ARCH-HDR-SW
               MOVE 'N'    TO WSV-ARCH-TRL-SW
               MOVE 'B'    TO WSV-ARCH-ESTADO
               MOVE ZEROS  TO WSV-ARCH-DETALLES
               MOVE ZEROS  TO WSV-ARCH-HASH-A
               MOVE ZEROS  TO WSV-ARCH-HASH-B
               MOVE SPACES TO WSV-ARCH-LOTE
               MOVE ZEROS  TO WSV-ARCH-FECHA
               MOVE ZEROS  TO WSV-LOTE-SUC-CNT
               MOVE '1'    TO WSS-SWITCHES
               PERFORM 130-LEER-ARCHIVO
               PERFORM 140-CLASIFICAR UNTIL WSS-FIN
                AND WSV-ARCH-ESTADO = 'B'
                   MOVE 'E' TO WSV-ARCH-ESTADO
                   MOVE 'FEED SIN TRAILER' TO WSV-ARCH-RAZON
                   MOVE 'ST'               TO WSV-ARCH-CALIDAD
               END-IF
               IF WSV-ARCH-ESTADO = 'E'
                   ADD 1 TO WSV-ERRORES
                   TO WSV-TAB-DETALLES (WSV-ARC-IDX)
               MOVE WSV-ARCH-ESTADO   TO WSV-TAB-ESTADO (WSV-ARC-IDX)
               MOVE WSV-ARCH-RAZON    TO WSV-TAB-RAZON (WSV-ARC-IDX)
               PERFORM 160-REGISTRAR-LOTE
               PERFORM 150-CERRAR-ARCHIVO
           END-IF.

                   ADD 1         TO WSV-ARCH-DETALLES
                   ADD TR-NUM-A  TO WSV-ARCH-HASH-A
                   ADD TR-NUM-B  TO WSV-ARCH-HASH-B
                   ADD 1         TO WSV-ENT-DETALLES
                   ADD TR-NUM-A  TO WSV-ENT-HASH-A
                   ADD TR-NUM-B  TO WSV-ENT-HASH-B
                   MOVE TR-DET-SUCURSAL TO WSV-LOTE-SUC
                   PERFORM 146-UBICAR-SUCURSAL
                   ADD 1 TO WSV-LSUC-DETALLES (WSV-LSUC-IDX)
                   RELEASE SRT-RECORD FROM TRANS-RECORD
      *EL REVERSO VIAJA CON LOS DETALLES DE SU SUCURSAL Y CUENTA EN
      *EL TRAILER, PERO NO TIENE OPERANDOS QUE SUMAR A LOS HASH
               WHEN TR-TIPO-REVERSO
                   ADD 1         TO WSV-ARCH-DETALLES
                   ADD 1         TO WSV-ENT-DETALLES
                   MOVE TR-REV-SUCURSAL TO WSV-LOTE-SUC
                   PERFORM 146-UBICAR-SUCURSAL
                   ADD 1 TO WSV-LSUC-REVERSOS (WSV-LSUC-IDX)
                   RELEASE SRT-RECORD FROM TRANS-RECORD
               WHEN TR-TIPO-TRAILER
                   PERFORM 144-VERIFICAR-TRAILER
      *CONSOLIDADO - LOS DEMAS DEBEN TRAER LA MISMA FECHA DE
      *NEGOCIO O LA SUCURSAL SE MARCA CON ERROR
       142-PROCESAR-HEADER.
           IF WSV-ARCH-HDR-SW NOT = 'S'
               MOVE TR-HDR-LOTE  TO WSV-ARCH-LOTE
               IF TR-HDR-FECHA NUMERIC
                   MOVE TR-HDR-FECHA TO WSV-ARCH-FECHA
               END-IF
           END-IF
           MOVE 'S' TO WSV-ARCH-HDR-SW
           IF NOT WSV-HAY-HEADER
               MOVE 'S'          TO WSV-HDR-SW
               MOVE 'E' TO WSV-ARCH-ESTADO
               MOVE 'CUENTA DE TRAILER NO CUADRA'
                   TO WSV-ARCH-RAZON
               MOVE 'CU' TO WSV-ARCH-CALIDAD
           END-IF
           IF TR-TRL-HASH-A NOT = WSV-ARCH-HASH-A
             OR TR-TRL-HASH-B NOT = WSV-ARCH-HASH-B
               MOVE 'E' TO WSV-ARCH-ESTADO
               MOVE 'HASH DE TRAILER NO CUADRA'
                   TO WSV-ARCH-RAZON
               MOVE 'HA' TO WSV-ARCH-CALIDAD
           END-IF.

       146-UBICAR-SUCURSAL.
           SET WSV-LSUC-IDX TO 1
           SEARCH WSV-LSUC-ENTRY
               AT END
                   PERFORM 147-AGREGAR-SUCURSAL
               WHEN WSV-LSUC-CODIGO (WSV-LSUC-IDX) = WSV-LOTE-SUC
                   CONTINUE
           END-SEARCH.

       147-AGREGAR-SUCURSAL.
           IF WSV-LOTE-SUC-CNT = WSC-MAX-LOTE-SUC
               MOVE '147-AGREGAR-SUCU'    TO ABND-PARRAFO
               MOVE 'TABLA DE SUCURSALES DEL FEED LLENA - MAX 50'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-LOTE-SUC-CNT
           SET WSV-LSUC-IDX TO WSV-LOTE-SUC-CNT
           MOVE WSV-LOTE-SUC TO WSV-LSUC-CODIGO (WSV-LSUC-IDX)
           MOVE ZEROS        TO WSV-LSUC-DETALLES (WSV-LSUC-IDX)
           MOVE ZEROS        TO WSV-LSUC-REVERSOS (WSV-LSUC-IDX).

       150-CERRAR-ARCHIVO.
           EVALUATE WSV-ARCHIVO
               WHEN 1
                   CLOSE SUC05-FILE
           END-EVALUATE.

      *UN REGISTRO POR SUCURSAL DEL FEED CON EL VEREDICTO DEL FEED
      *ENTERO - UN FEED SIN DETALLES QUEDA CON LA SUCURSAL EN BLANCO
       160-REGISTRAR-LOTE.
           MOVE SPACES               TO LOTE-RECORD
           MOVE WSV-FECHA-CORRIDA    TO LOTR-FECHA-NEGOCIO
           MOVE WSV-TAB-DDNAME (WSV-ARC-IDX) TO LOTR-DDNAME
           MOVE WSV-ARCH-LOTE        TO LOTR-LOTE
           MOVE WSV-ARCH-FECHA       TO LOTR-FECHA-LOTE
           MOVE WSV-ARCH-ESTADO      TO LOTR-ESTADO
           MOVE WSV-ARCH-RAZON       TO LOTR-RAZON
           IF WSV-LOTE-SUC-CNT = ZEROS
               MOVE ZEROS            TO LOTR-DETALLES
               MOVE ZEROS            TO LOTR-REVERSOS
               PERFORM 164-GRABAR-LOTE
           ELSE
               PERFORM 162-LOTE-SUCURSAL
                   VARYING WSV-LSUC-IDX FROM 1 BY 1
                   UNTIL WSV-LSUC-IDX > WSV-LOTE-SUC-CNT
           END-IF.

      *CADA SUCURSAL DEL FEED QUEDA COMO RECIBIDA; SI EL FEED NO
      *CUADRO CONTRA SU TRAILER SE LE ASIENTA EL LOTE RECHAZADO PARA
      *EL TABLERO DE CALIDAD
       162-LOTE-SUCURSAL.
           MOVE WSV-LSUC-CODIGO (WSV-LSUC-IDX)   TO LOTR-SUCURSAL
           MOVE WSV-LSUC-DETALLES (WSV-LSUC-IDX) TO LOTR-DETALLES
           MOVE WSV-LSUC-REVERSOS (WSV-LSUC-IDX) TO LOTR-REVERSOS
           PERFORM 164-GRABAR-LOTE
           PERFORM 166-ANOTAR-RECIBIDA
           IF WSV-ARCH-CALIDAD NOT = SPACES
               MOVE 'A'                   TO USOL-FUNCION
               MOVE LOTR-SUCURSAL         TO USOL-SUCURSAL
               MOVE 'K'                   TO USOL-ACTIVIDAD
               MOVE WSV-ARCH-CALIDAD      TO USOL-DETALLE
               MOVE 1                     TO USOL-CANTIDAD
               CALL 'USOLOG' USING USOL-PARAMETROS
           END-IF.

       164-GRABAR-LOTE.
           WRITE LOTE-RECORD
           IF WSV-LOT-STAT NOT = '00'
               MOVE '164-GRABAR-LOTE'     TO ABND-PARRAFO
               STRING 'WRITE LOTE-FILE FALLO - STATUS '
                      WSV-LOT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       166-ANOTAR-RECIBIDA.
           SET WSV-REC-IDX TO 1
           SEARCH WSV-RECIB-ENTRY
               AT END
                   IF WSV-RECIB-CNT = WSC-MAX-RECIBIDAS
                       MOVE '166-ANOTAR-RECIB'    TO ABND-PARRAFO
                       MOVE 'TABLA DE SUCURSALES RECIBIDAS LLENA'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   ADD 1 TO WSV-RECIB-CNT
                   MOVE LOTR-SUCURSAL
                       TO WSV-RECIB-CODIGO (WSV-RECIB-CNT)
               WHEN WSV-RECIB-CODIGO (WSV-REC-IDX) = LOTR-SUCURSAL
                   CONTINUE
           END-SEARCH.

      *PROCEDIMIENTO DE SALIDA DEL SORT - EMITE EL HEADER UNICO,
      *LOS DETALLES YA ORDENADOS POR SUCURSAL Y EL TRAILER
      *RECONSTRUIDO DE LO REALMENTE EMITIDO

       220-EMITIR-DETALLE.
           ADD 1         TO WSV-TOT-DETALLES
           IF SRT-TIPO = 'D'
               ADD SRT-NUM-A TO WSV-TOT-HASH-A
               ADD SRT-NUM-B TO WSV-TOT-HASH-B
           END-IF
           WRITE SALIDA-RECORD FROM SRT-RECORD
           IF WSV-SAL-STAT NOT = '00'
               MOVE '220-EMITIR-DETAL'    TO ABND-PARRAFO
           MOVE 'SUCURSALES CON ERROR          : ' TO RPTT-LITERAL
           MOVE WSV-ERRORES                        TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           PERFORM 086-FEEDS-FALTANTES
           MOVE 'F'                   TO USOL-FUNCION
           CALL 'USOLOG' USING USOL-PARAMETROS
           CLOSE SALIDA-FILE
           CLOSE LOTE-FILE
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           PERFORM 085-ASENTAR-TOTALES
           IF WSV-ERRORES > ZEROS
               DISPLAY 'CONSOL: SUCURSALES CON ERROR - VER REPORTE'
               MOVE 8 TO RETURN-CODE
               PERFORM 098-LINEA-REPORTE
           END-IF.

      *LO LEIDO DE LOS FEEDS Y LO EMITIDO AL CONSOLIDADO VAN A LA
      *BITACORA DE TOTALES PARA EL CUADRE DE LA CADENA (CADENA)
       085-ASENTAR-TOTALES.
           MOVE 'I'                   TO TOTL-FUNCION
           MOVE 'CONSOL'              TO TOTL-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO TOTL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO TOTL-EMPRESA
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'A'                   TO TOTL-FUNCION
           MOVE 'SUCFIL'              TO TOTL-PUNTO
           MOVE WSV-ENT-DETALLES      TO TOTL-CUENTA
           MOVE WSV-ENT-HASH-A        TO TOTL-TOTAL-A
           MOVE WSV-ENT-HASH-B        TO TOTL-TOTAL-B
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'TRANCONS'            TO TOTL-PUNTO
           MOVE WSV-TOT-DETALLES      TO TOTL-CUENTA
           MOVE WSV-TOT-HASH-A        TO TOTL-TOTAL-A
           MOVE WSV-TOT-HASH-B        TO TOTL-TOTAL-B
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'F'                   TO TOTL-FUNCION
           CALL 'TOTLOG' USING TOTL-PARAMETROS.

      *SUCURSALES ABIERTAS A LA FECHA QUE NO MANDARON FEED - SE
      *LISTAN Y SE ASIENTAN EN LA BITACORA DE USO PARA EL TABLERO DE
      *CALIDAD. NO CAMBIAN EL VEREDICTO: UN FEED TARDIO ENTRA EN UNA
      *CONSOLIDACION POSTERIOR. SIN MAESTRO SOLO SE AVISA
       086-FEEDS-FALTANTES.
           OPEN INPUT SUCURSAL-FILE
           EVALUATE TRUE
               WHEN WSV-SUCM-STAT = '00'
                   MOVE SPACES TO REPW-LINEA
                   PERFORM 098-LINEA-REPORTE
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 087-LEER-SUCURSAL UNTIL WSS-FIN
                   CLOSE SUCURSAL-FILE
                   MOVE 'SUCURSALES SIN FEED           : '
                       TO RPTT-LITERAL
                   MOVE WSV-FALTANTES         TO RPTT-CANTIDAD
                   PERFORM 070-TOTAL-LINEA
               WHEN WSV-SUCM-STAT = '35'
                   DISPLAY 'CONSOL: SIN MAESTRO DE SUCURSALES - NO SE '
                           'CONTROLAN LOS FEEDS FALTANTES'
               WHEN OTHER
                   MOVE '086-FEEDS-FALTAN'    TO ABND-PARRAFO
                   STRING 'OPEN SUCURSAL-FILE FALLO - STATUS '
                          WSV-SUCM-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       087-LEER-SUCURSAL.
           READ SUCURSAL-FILE NEXT RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF SUC-ABIERTA
                    AND SUC-FECHA-APERTURA NOT > WSV-FECHA-CORRIDA
                       PERFORM 088-VER-RECIBIDA
                   END-IF
           END-READ.

       088-VER-RECIBIDA.
           SET WSV-REC-IDX TO 1
           SEARCH WSV-RECIB-ENTRY
               AT END
                   ADD 1 TO WSV-FALTANTES
                   MOVE SUC-CODIGO            TO RPTF-SUCURSAL
                   MOVE SUC-NOMBRE            TO RPTF-NOMBRE
                   MOVE RPT-FALTANTE          TO REPW-LINEA
                   MOVE 1                     TO REPW-AVANCE
                   PERFORM 098-LINEA-REPORTE
                   MOVE 'A'                   TO USOL-FUNCION
                   MOVE SUC-CODIGO            TO USOL-SUCURSAL
                   MOVE 'M'                   TO USOL-ACTIVIDAD
                   MOVE SPACES                TO USOL-DETALLE
                   MOVE 1                     TO USOL-CANTIDAD
                   CALL 'USOLOG' USING USOL-PARAMETROS
               WHEN WSV-RECIB-CODIGO (WSV-REC-IDX) = SUC-CODIGO
                   CONTINUE
           END-SEARCH.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
