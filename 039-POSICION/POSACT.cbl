       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     POSACT.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MAESTRO DE POSICION POR SUCURSAL Y RESULTADO - SE RECORRE
      *COMPLETO PARA EL PASE DE FECHA Y SE ACTUALIZA POR LLAVE CON
      *LO POSTEADO EN EL DIA
           SELECT POSICION-FILE         ASSIGN TO POSMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS DYNAMIC
                                         RECORD KEY IS POS-LLAVE
                                         FILE STATUS IS WSV-POS-STAT.

      *INTERFAZ CONTABLE QUE ACABA DE GRABAR ARITM - LOS DETALLES
      *POR SUCURSAL Y RESULTADO SON EL MOVIMIENTO DEL DIA
           SELECT GL-FILE               ASSIGN TO GLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-GL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  POSICION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POSWS.

       FD  GL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY GLWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY RUNCWS.
           COPY FECHWS.
      *
       77  WSV-POS-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-GL-STAT                  PIC X(02) VALUE ZEROS.
      *
      *FECHA DE NEGOCIO DE LA CORRIDA Y ULTIMA FECHA APLICADA A LA
      *POSICION EN CURSO, DESGLOSADAS PARA DETECTAR EL CAMBIO DE MES
      *Y DE ANO
       01  WSV-FECHA-CORRIDA.
           05 WSV-FC-AA                PIC 9(02).
           05 WSV-FC-MM                PIC 9(02).
           05 WSV-FC-DD                PIC 9(02).
       01  WSV-FECHA-POSICION.
           05 WSV-FP-AA                PIC 9(02).
           05 WSV-FP-MM                PIC 9(02).
           05 WSV-FP-DD                PIC 9(02).
      *
      *DIA HABIL ANTERIOR SEGUN EL CALENDARIO - UNA POSICION CUYA
      *ULTIMA FECHA ES ANTERIOR A ESTE DIA INDICA UN DIA HABIL SIN
      *ACTUALIZAR, QUE SE AVISA PERO NO DETIENE EL PASE
       77  WSV-FECHA-HABIL-ANT          PIC 9(06) VALUE ZEROS.
      *
      *DETALLES DEL GLFILE EN MEMORIA - SE CARGAN Y SE CUADRAN
      *CONTRA EL TRAILER ANTES DE TOCAR UNA SOLA POSICION, ASI UNA
      *INTERFAZ INCOMPLETA NO DEJA EL MAESTRO A MEDIO ACTUALIZAR
       77  WSC-MAX-MOVIMIENTOS          PIC 9(03) VALUE 200.
       77  WSV-MOV-CNT                  PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-MOVIMIENTOS.
           05 WSV-MOV-ENTRY            OCCURS 1 TO 200 TIMES
                                        DEPENDING ON WSV-MOV-CNT
                                        INDEXED BY WSV-MOV-IDX.
               10 WSV-MOV-SUCURSAL     PIC X(03).
               10 WSV-MOV-RESULTADO    PIC 9(01).
               10 WSV-MOV-IMPORTE      PIC S9(07)V99 COMP-3.
               10 WSV-MOV-CUENTA       PIC 9(07).
      *
      *CUADRE DEL GLFILE CONTRA SU TRAILER
       77  WSV-HAY-TRAILER              PIC X(01) VALUE 'N'.
         88 WSV-GL-CON-TRAILER                   VALUE 'S'.
       77  WSV-GL-DETALLES              PIC 9(07) VALUE ZEROS.
       77  WSV-GL-TOTAL                 PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-GL-TRL-REGISTROS         PIC 9(07) VALUE ZEROS.
       77  WSV-GL-TRL-TOTAL             PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
      *
       01  WSV-CONTADORES.
           05 WSV-CNT-POSICIONES       PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-PASADAS          PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-REPROCESO        PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-CAMBIO-MES       PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-CAMBIO-ANO       PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-DIA-SALTADO      PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-APLICADOS        PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-ALTAS            PIC 9(07) VALUE ZEROS.

      *ACTUALIZACION DEL MAESTRO DE POSICION POR SUCURSAL - CORRE
      *COMO PASO SIGUIENTE A ARITM. PRIMERO PASA TODAS LAS
      *POSICIONES A LA FECHA DE NEGOCIO (EL CIERRE ANTERIOR QUEDA
      *COMO APERTURA Y LOS ACUMULADOS SE REINICIAN AL CAMBIAR DE MES
      *O DE ANO); DESPUES SUMA EL MOVIMIENTO DEL GLFILE. UNA
      *RECORRIDA DE LA MISMA FECHA DESHACE PRIMERO EL MOVIMIENTO
      *APLICADO, ASI EL RESULTADO NO SE DUPLICA
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'POSACT'                TO ABND-PROGRAMA
           MOVE ZEROS TO WSV-MOV-CNT
           MOVE ZEROS TO WSV-GL-DETALLES
           MOVE ZEROS TO WSV-GL-TOTAL
           MOVE 'N'   TO WSV-HAY-TRAILER
           MOVE ZEROS TO WSV-CNT-POSICIONES
           MOVE ZEROS TO WSV-CNT-PASADAS
           MOVE ZEROS TO WSV-CNT-REPROCESO
           MOVE ZEROS TO WSV-CNT-CAMBIO-MES
           MOVE ZEROS TO WSV-CNT-CAMBIO-ANO
           MOVE ZEROS TO WSV-CNT-DIA-SALTADO
           MOVE ZEROS TO WSV-CNT-APLICADOS
           MOVE ZEROS TO WSV-CNT-ALTAS
           MOVE 'A' TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-HABIL-ANT
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           PERFORM 012-REGISTRAR-INICIO
           PERFORM 020-CARGAR-GL
           PERFORM 030-PASAR-FECHA
           PERFORM 050-APLICAR-MOVIMIENTOS
           PERFORM 090-RESUMEN
           PERFORM 095-REGISTRAR-FIN
           GOBACK.

       012-REGISTRAR-INICIO.
           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'POSACT'              TO RUNC-PROGRAMA
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

      *---------------- CARGA Y CUADRE DEL GLFILE ----------------
      *SOLO LOS DETALLES DE RESULTADO 1 A 5 MUEVEN LA POSICION; LOS
      *SUBTOTALES REGIONALES SON INFORMATIVOS Y SE IGNORAN
       020-CARGAR-GL.
           OPEN INPUT GL-FILE
           IF WSV-GL-STAT NOT = '00'
               MOVE '020-CARGAR-GL'       TO ABND-PARRAFO
               STRING 'OPEN GL-FILE FALLO - STATUS '
                      WSV-GL-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 025-LEER-GL
           PERFORM 022-CLASIFICAR-GL UNTIL WSS-FIN
           CLOSE GL-FILE
           IF NOT WSV-GL-CON-TRAILER
               MOVE '020-CARGAR-GL'       TO ABND-PARRAFO
               MOVE 'GLFILE SIN TRAILER - INTERFAZ INCOMPLETA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF WSV-GL-DETALLES NOT = WSV-GL-TRL-REGISTROS
            OR WSV-GL-TOTAL NOT = WSV-GL-TRL-TOTAL
               MOVE '020-CARGAR-GL'       TO ABND-PARRAFO
               MOVE 'GLFILE NO CUADRA CONTRA SU TRAILER'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       022-CLASIFICAR-GL.
           EVALUATE TRUE
               WHEN GL-TIPO-DETALLE
                   ADD 1          TO WSV-GL-DETALLES
                   ADD GL-IMPORTE TO WSV-GL-TOTAL
                   IF GL-FECHA-NEGOCIO NOT = WSV-FECHA-CORRIDA
                       MOVE '022-CLASIFICAR'      TO ABND-PARRAFO
                       STRING 'GLFILE DE OTRA FECHA DE NEGOCIO '
                              GL-FECHA-NEGOCIO DELIMITED BY SIZE
                              INTO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   IF GL-RESULTADO > ZEROS AND GL-RESULTADO < 6
                       PERFORM 024-GUARDAR-MOVIMIENTO
                   END-IF
               WHEN GL-TIPO-TRAILER
                   MOVE 'S'              TO WSV-HAY-TRAILER
                   MOVE GL-TRL-REGISTROS TO WSV-GL-TRL-REGISTROS
                   MOVE GL-TRL-TOTAL     TO WSV-GL-TRL-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 025-LEER-GL.

       024-GUARDAR-MOVIMIENTO.
           IF WSV-MOV-CNT = WSC-MAX-MOVIMIENTOS
               MOVE '024-GUARDAR-MOV'     TO ABND-PARRAFO
               MOVE 'TABLA DE MOVIMIENTOS LLENA - MAX 200'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-MOV-CNT
           MOVE GL-SUCURSAL     TO WSV-MOV-SUCURSAL (WSV-MOV-CNT)
           MOVE GL-RESULTADO    TO WSV-MOV-RESULTADO (WSV-MOV-CNT)
           MOVE GL-IMPORTE      TO WSV-MOV-IMPORTE (WSV-MOV-CNT)
           MOVE GL-CUENTA-TRANS TO WSV-MOV-CUENTA (WSV-MOV-CNT).

       025-LEER-GL.
           READ GL-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

      *---------------- PASE DE FECHA ----------------
       030-PASAR-FECHA.
           OPEN I-O POSICION-FILE
           IF WSV-POS-STAT NOT = '00'
               MOVE '030-PASAR-FECHA'     TO ABND-PARRAFO
               STRING 'OPEN POSICION-FILE FALLO - STATUS '
                      WSV-POS-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 035-LEER-POSICION
           PERFORM 040-PASAR-POSICION UNTIL WSS-FIN.

       035-LEER-POSICION.
           READ POSICION-FILE NEXT RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-CNT-POSICIONES
           END-READ
           IF WSV-POS-STAT NOT = '00' AND WSV-POS-STAT NOT = '10'
               MOVE '035-LEER-POSIC'      TO ABND-PARRAFO
               STRING 'READ POSICION-FILE FALLO - STATUS '
                      WSV-POS-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *UNA POSICION YA FECHADA HOY ES UNA RECORRIDA - SE DESHACE EL
      *MOVIMIENTO APLICADO. UNA POSICION DE FECHA ANTERIOR SE PASA A
      *HOY. UNA POSICION CON FECHA POSTERIOR A LA DE NEGOCIO INDICA
      *UN MAESTRO O UNA TARJETA DE FECHA EQUIVOCADOS Y DETIENE TODO,
      *IGUAL QUE UNA POSICION DE OTRA EMPRESA (MAESTRO CRUZADO)
       040-PASAR-POSICION.
           MOVE POS-FECHA-NEGOCIO TO WSV-FECHA-POSICION
           EVALUATE TRUE
               WHEN POS-EMPRESA NOT = FECH-EMPRESA
                   MOVE '040-PASAR-POSIC'     TO ABND-PARRAFO
                   STRING 'POSICION ' POS-SUCURSAL ' DE LA EMPRESA '
                          POS-EMPRESA ' - MAESTRO DE OTRA EMPRESA'
                          DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               WHEN WSV-FECHA-POSICION = WSV-FECHA-CORRIDA
                   ADD 1 TO WSV-CNT-REPROCESO
                   SUBTRACT POS-MOVIMIENTO-DIA FROM POS-ACUM-MES
                   SUBTRACT POS-MOVIMIENTO-DIA FROM POS-ACUM-ANO
                   MOVE POS-SALDO-APERTURA TO POS-SALDO-CIERRE
               WHEN WSV-FECHA-POSICION > WSV-FECHA-CORRIDA
                   MOVE '040-PASAR-POSIC'     TO ABND-PARRAFO
                   STRING 'POSICION ' POS-SUCURSAL ' FECHADA '
                          POS-FECHA-NEGOCIO ' POSTERIOR AL DIA'
                          DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               WHEN OTHER
                   ADD 1 TO WSV-CNT-PASADAS
                   IF POS-FECHA-NEGOCIO < WSV-FECHA-HABIL-ANT
                       ADD 1 TO WSV-CNT-DIA-SALTADO
                   END-IF
                   IF WSV-FP-AA NOT = WSV-FC-AA
                       ADD 1 TO WSV-CNT-CAMBIO-ANO
                       MOVE ZEROS TO POS-ACUM-ANO
                       MOVE ZEROS TO POS-ACUM-MES
                   ELSE
                       IF WSV-FP-MM NOT = WSV-FC-MM
                           ADD 1 TO WSV-CNT-CAMBIO-MES
                           MOVE ZEROS TO POS-ACUM-MES
                       END-IF
                   END-IF
                   MOVE POS-SALDO-CIERRE  TO POS-SALDO-APERTURA
                   MOVE WSV-FECHA-CORRIDA TO POS-FECHA-NEGOCIO
           END-EVALUATE
           MOVE ZEROS TO POS-MOVIMIENTO-DIA
           MOVE ZEROS TO POS-CUENTA-DIA
           REWRITE POSICION-RECORD
           IF WSV-POS-STAT NOT = '00'
               MOVE '040-PASAR-POSIC'     TO ABND-PARRAFO
               STRING 'REWRITE POSICION-FILE FALLO - STATUS '
                      WSV-POS-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 035-LEER-POSICION.

      *---------------- MOVIMIENTO DEL DIA ----------------
       050-APLICAR-MOVIMIENTOS.
           PERFORM 055-APLICAR-MOVIMIENTO
               VARYING WSV-MOV-IDX FROM 1 BY 1
               UNTIL WSV-MOV-IDX > WSV-MOV-CNT
           CLOSE POSICION-FILE.

      *UNA SUCURSAL Y RESULTADO SIN POSICION PREVIA (SUCURSAL NUEVA)
      *NACE CON APERTURA CERO, LA FECHA DE HOY COMO ALTA Y LA
      *EMPRESA DE LA CORRIDA
       055-APLICAR-MOVIMIENTO.
           MOVE WSV-MOV-SUCURSAL (WSV-MOV-IDX)  TO POS-SUCURSAL
           MOVE WSV-MOV-RESULTADO (WSV-MOV-IDX) TO POS-RESULTADO
           READ POSICION-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WSV-POS-STAT
               WHEN '00'
                   PERFORM 057-SUMAR-MOVIMIENTO
                   REWRITE POSICION-RECORD
               WHEN '23'
                   ADD 1 TO WSV-CNT-ALTAS
                   MOVE WSV-FECHA-CORRIDA TO POS-FECHA-NEGOCIO
                   MOVE WSV-FECHA-CORRIDA TO POS-FECHA-ALTA
                   MOVE FECH-EMPRESA      TO POS-EMPRESA
                   MOVE ZEROS TO POS-SALDO-APERTURA
                   MOVE ZEROS TO POS-MOVIMIENTO-DIA
                   MOVE ZEROS TO POS-SALDO-CIERRE
                   MOVE ZEROS TO POS-ACUM-MES
                   MOVE ZEROS TO POS-ACUM-ANO
                   MOVE ZEROS TO POS-CUENTA-DIA
                   PERFORM 057-SUMAR-MOVIMIENTO
                   WRITE POSICION-RECORD
               WHEN OTHER
                   MOVE '055-APLICAR-MOV'     TO ABND-PARRAFO
                   STRING 'READ POSICION-FILE FALLO - STATUS '
                          WSV-POS-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-POS-STAT NOT = '00'
               MOVE '055-APLICAR-MOV'     TO ABND-PARRAFO
               STRING 'GRABACION POSICION-FILE FALLO - STATUS '
                      WSV-POS-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       057-SUMAR-MOVIMIENTO.
           ADD 1 TO WSV-CNT-APLICADOS
           ADD WSV-MOV-IMPORTE (WSV-MOV-IDX) TO POS-MOVIMIENTO-DIA
           ADD WSV-MOV-IMPORTE (WSV-MOV-IDX) TO POS-SALDO-CIERRE
           ADD WSV-MOV-IMPORTE (WSV-MOV-IDX) TO POS-ACUM-MES
           ADD WSV-MOV-IMPORTE (WSV-MOV-IDX) TO POS-ACUM-ANO
           MOVE WSV-MOV-CUENTA (WSV-MOV-IDX) TO POS-CUENTA-DIA.

       090-RESUMEN.
           DISPLAY '---------------------------------------------'
           DISPLAY 'ACTUALIZACION DE POSICION - POSACT'
           DISPLAY 'FECHA DE NEGOCIO          : ' WSV-FECHA-CORRIDA
           DISPLAY 'POSICIONES LEIDAS         : ' WSV-CNT-POSICIONES
           DISPLAY 'POSICIONES PASADAS DE DIA : ' WSV-CNT-PASADAS
           DISPLAY 'POSICIONES REPROCESADAS   : ' WSV-CNT-REPROCESO
           DISPLAY 'REINICIO DE MES           : ' WSV-CNT-CAMBIO-MES
           DISPLAY 'REINICIO DE ANO           : ' WSV-CNT-CAMBIO-ANO
           DISPLAY 'DETALLES GL APLICADOS     : ' WSV-CNT-APLICADOS
           DISPLAY 'POSICIONES NUEVAS         : ' WSV-CNT-ALTAS
           IF WSV-CNT-DIA-SALTADO > ZEROS
               DISPLAY 'POSACT: ' WSV-CNT-DIA-SALTADO
                       ' POSICIONES SIN ACTUALIZAR DESDE ANTES DEL '
                       'DIA HABIL ' WSV-FECHA-HABIL-ANT
           END-IF.

       095-REGISTRAR-FIN.
           MOVE 'F'                   TO RUNC-FUNCION
           MOVE WSV-CNT-APLICADOS     TO RUNC-CUENTA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           CALL 'RUNCTL' USING RUNC-PARAMETROS.

           COPY ABNDPR.
