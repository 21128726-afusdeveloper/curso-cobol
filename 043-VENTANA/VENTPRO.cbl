       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     VENTPRO.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *HISTORIA DE TIEMPOS POR PASO QUE GRABA EL DRIVER
           SELECT STEP-LOG-FILE         ASSIGN TO STEPLOG
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SLOG-STAT.

      *VOLUMEN DE NOCHES ANTERIORES - REG-CUENTA DE EDITOR (TRANFILE
      *MAS COMPFILE) Y DE CONVE (CONVFILE) EN EL HISTORIAL RODADO Y
      *EN EL ESTADO ACTUAL, IGUAL QUE RUNSTAT
           SELECT HIST-FILE             ASSIGN TO RUNHISTF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-HIST-STAT.

           SELECT REGISTRY-FILE         ASSIGN TO RUNCTLF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS REG-LLAVE
                                         FILE STATUS IS WSV-REG-STAT.

      *ENTRADAS DE ESTA NOCHE - SOLO SE CUENTAN
           SELECT TRANS-FILE            ASSIGN TO TRANFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT COMP-FILE             ASSIGN TO COMPFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

           SELECT CONVE-FILE            ASSIGN TO CONVFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ENT-STAT.

      *HORA LIMITE (SLA) DE LA VENTANA - SIN TARJETA SE PRONOSTICA
      *IGUAL PERO NO HAY CONTRA QUE AVISAR
           SELECT SLA-CARD-FILE         ASSIGN TO SLACARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-SLA-STAT.

           SELECT OPER-FILE             ASSIGN TO OPERCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OPER-STAT.

      *HISTORIAL DE PRONOSTICOS PARA EL REPORTE DE PRECISION
           SELECT PRONOSTICO-FILE       ASSIGN TO PRONFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-PRON-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY SLOGWS.

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  HIST-RECORD                  PIC X(80).

       FD  REGISTRY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCFD.

       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  TRANS-CUENTA-RECORD          PIC X(30).

       FD  COMP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS.
       01  COMP-CUENTA-RECORD           PIC X(10).

       FD  CONVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 19 CHARACTERS.
       01  CONVE-CUENTA-RECORD          PIC X(19).

       FD  SLA-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  SLA-CARD-RECORD.
           05 SLA-HORA                  PIC 9(04).
           05 SLA-HORA-R REDEFINES SLA-HORA.
              10 SLA-HH                 PIC 9(02).
              10 SLA-MM                 PIC 9(02).
           05 FILLER                    PIC X(76).

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPERWS.

       FD  PRONOSTICO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRONWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY ALRTWS.
      *
       77  WSV-SLOG-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-HIST-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-REG-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-ENT-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-SLA-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-OPER-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-PRON-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSV-OPERADOR                 PIC X(08) VALUE 'NOIDENT'.
      *
      *RELOJ DE LA CADENA - LAS HORAS HHMMSSTT SE LLEVAN A CENTESIMAS
      *DESDE LA MEDIANOCHE DEL DIA DE ARRANQUE; CADA VEZ QUE LA HORA
      *VUELVE ATRAS LA CADENA CRUZO LA MEDIANOCHE Y SE SUMA UN DIA
       77  WSV-HORA                     PIC 9(08) VALUE ZEROS.
       01  WSV-HORA-BRK.
           05 WSV-HORA-HH              PIC 9(02).
           05 WSV-HORA-MM              PIC 9(02).
           05 WSV-HORA-SS              PIC 9(02).
           05 WSV-HORA-TT              PIC 9(02).
       77  WSC-CENTS-POR-DIA            PIC 9(08) VALUE 8640000.
       77  WSV-CENT-RELOJ               PIC 9(08) VALUE ZEROS.
       77  WSV-CENT-ULTIMO              PIC 9(08) VALUE ZEROS.
       77  WSV-CENT-DESFASE             PIC 9(08) VALUE ZEROS.
       77  WSV-CENT-INICIO              PIC 9(08) VALUE ZEROS.
       77  WSV-CENT-AHORA               PIC 9(08) VALUE ZEROS.
       77  WSV-CENT-FIN                 PIC 9(08) VALUE ZEROS.
       77  WSV-CENT-SLA                 PIC 9(08) VALUE ZEROS.
       77  WSV-CENT-RESTO               PIC 9(10) VALUE ZEROS.
      *
      *CONVERSION DE CENTESIMAS A HHMM PARA MOSTRAR
       77  WSV-CENT-TRABAJO             PIC 9(08) VALUE ZEROS.
       77  WSV-DIAS                     PIC 9(02) VALUE ZEROS.
       77  WSV-CENT-DEL-DIA             PIC 9(08) VALUE ZEROS.
       77  WSV-MINUTOS                  PIC 9(08) VALUE ZEROS.
       01  WSV-HHMM.
           05 WSV-HHMM-HH              PIC 9(02).
           05 WSV-HHMM-MM              PIC 9(02).
       01  WSV-HHMM-N REDEFINES WSV-HHMM
                                        PIC 9(04).
       77  WSV-HHMM-FIN                 PIC 9(04) VALUE ZEROS.
       77  WSV-HHMM-SLA                 PIC 9(04) VALUE ZEROS.
      *
      *VOLUMEN DE ESTA NOCHE CONTRA EL PROMEDIO DE LAS NOCHES
      *ANTERIORES - EL FACTOR ESCALA EL TIEMPO PROMEDIO DE CADA PASO;
      *SIN HISTORIA DE VOLUMEN O SIN ENTRADAS TODAVIA EL FACTOR ES 1
       77  WSV-VOLUMEN                  PIC 9(07) VALUE ZEROS.
       77  WSV-VOL-EDITOR-SUMA          PIC 9(11) VALUE ZEROS.
       77  WSV-VOL-EDITOR-CNT           PIC 9(05) VALUE ZEROS.
       77  WSV-VOL-CONVE-SUMA           PIC 9(11) VALUE ZEROS.
       77  WSV-VOL-CONVE-CNT            PIC 9(05) VALUE ZEROS.
       77  WSV-VOL-PROMEDIO             PIC 9(09) VALUE ZEROS.
       77  WSV-VOL-TRABAJO              PIC 9(09) VALUE ZEROS.
       77  WSV-FACTOR                   PIC 9(03)V99 VALUE 1.
       77  WSV-FACTOR-EDIT              PIC ZZ9.99 VALUE ZEROS.
      *
      *TIEMPO PROMEDIO POR PASO EN LA HISTORIA DE STEPLOG - SOLO
      *CUENTAN LOS PASOS TERMINADOS SIN ABEND
       01  WSV-TABLA-ESTIMADOS.
           05 WSV-EST-ENTRY            OCCURS 40 TIMES
                                        INDEXED BY WSV-EST-IDX.
               10 WSV-EST-SUMA         PIC 9(11).
               10 WSV-EST-CNT          PIC 9(05).
               10 WSV-EST-PROMEDIO     PIC 9(08).
       77  WSV-SIN-HISTORIA             PIC 9(02) VALUE ZEROS.
       77  WSV-ESTIMADO                 PIC 9(09) VALUE ZEROS.
      *
      *SE AVISA UNA VEZ CADA VEZ QUE EL PRONOSTICO PASA DE DENTRO A
      *FUERA DEL SLA, PARA NO INUNDAR LA MESA DE MONITOREO CON LA
      *MISMA ALERTA DESPUES DE CADA PASO
       77  WSV-FUERA-SW                 PIC X(01) VALUE 'N'.
         88 WSV-FUERA-SLA                        VALUE 'S'.
       77  WSV-AVISADO-SW               PIC X(01) VALUE 'N'.
         88 WSV-YA-AVISADO                       VALUE 'S'.
       77  WSV-FECHA-NEGOCIO            PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
           COPY VENPWS.

      *PRONOSTICO DE LA VENTANA DE LA CADENA - CON LA HISTORIA DE
      *STEPLOG ESTIMA CUANTO FALTA (PROMEDIO DE CADA PASO PENDIENTE
      *ESCALADO POR EL VOLUMEN DE ENTRADA DE ESTA NOCHE CONTRA LAS
      *NOCHES ANTERIORES DEL REGISTRO DE CORRIDAS), PROYECTA LA HORA
      *DE FIN Y AVISA POR ALERTA SI PASA EL SLA DE LA TARJETA. CADA
      *PRONOSTICO QUEDA EN PRONFILE PARA MEDIR SU PRECISION (VENTRPT)
       PROCEDURE DIVISION USING VENP-PARAMETROS.
       010-MAIN.
           MOVE 'VENTPRO'               TO ABND-PROGRAMA
           EVALUATE TRUE
               WHEN VENP-FN-INICIO
                   PERFORM 020-INICIO
                   PERFORM 060-PROYECTAR
               WHEN VENP-FN-PASO
                   PERFORM 040-TOMAR-HORA
                   IF WSV-VOLUMEN = ZEROS
                       PERFORM 030-CONTAR-ENTRADAS
                       PERFORM 038-CALCULAR-FACTOR
                   END-IF
                   PERFORM 060-PROYECTAR
               WHEN VENP-FN-FIN
                   PERFORM 040-TOMAR-HORA
                   PERFORM 070-FIN
               WHEN OTHER
                   MOVE '010-MAIN'            TO ABND-PARRAFO
                   MOVE 'FUNCION VENTPRO INVALIDA'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           MOVE ZEROS TO RETURN-CODE
           GOBACK.

      *ARRANQUE DE LA CADENA - SE REINICIA TODO EL ESTADO PORQUE EL
      *WORKING-STORAGE SOBREVIVE ENTRE CORRIDAS LANZADAS DESDE MENU
       020-INICIO.
           MOVE ZEROS  TO WSV-CENT-DESFASE
           MOVE ZEROS  TO WSV-CENT-ULTIMO
           MOVE ZEROS  TO WSV-CENT-SLA
           MOVE ZEROS  TO WSV-VOLUMEN
           MOVE 'N'    TO WSV-AVISADO-SW
           MOVE 'N'    TO WSV-FUERA-SW
           MOVE 'NOIDENT' TO WSV-OPERADOR
           MOVE VENP-FECHA-NEGOCIO TO WSV-FECHA-NEGOCIO
           PERFORM 040-TOMAR-HORA
           MOVE WSV-CENT-AHORA TO WSV-CENT-INICIO
           PERFORM 016-LEER-OPERADOR
           PERFORM 022-LEER-SLA
           PERFORM 030-CONTAR-ENTRADAS
           PERFORM 034-VOLUMEN-HISTORICO
           PERFORM 038-CALCULAR-FACTOR
           PERFORM 050-CARGAR-HISTORIA.

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

      *EL SLA ES UNA HORA HHMM; SI ES ANTERIOR A LA HORA DE ARRANQUE
      *SE ENTIENDE QUE VENCE A LA MANANA SIGUIENTE
       022-LEER-SLA.
           OPEN INPUT SLA-CARD-FILE
           IF WSV-SLA-STAT = '00'
               READ SLA-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SLA-HORA NUMERIC
                        AND SLA-HH < 24 AND SLA-MM < 60
                           COMPUTE WSV-CENT-SLA =
                               (SLA-HH * 60 + SLA-MM) * 6000
                           IF WSV-CENT-SLA < WSV-CENT-INICIO
                               ADD WSC-CENTS-POR-DIA TO WSV-CENT-SLA
                           END-IF
                       ELSE
                           DISPLAY 'VENTPRO: HORA SLA INVALIDA '
                                   SLA-HORA ' - SIN CONTROL DE SLA'
                       END-IF
               END-READ
               CLOSE SLA-CARD-FILE
           END-IF.

      *VOLUMEN DE ESTA NOCHE - LAS TRES ENTRADAS DE LA CADENA. UNA
      *ENTRADA QUE TODAVIA NO EXISTE (LA ARMA UN PASO POSTERIOR,
      *COMO CONSOL) CUENTA CERO Y SE VUELVE A CONTAR DESPUES
       030-CONTAR-ENTRADAS.
           MOVE ZEROS TO WSV-VOLUMEN
           OPEN INPUT TRANS-FILE
           PERFORM 031-CHEQUEAR-APERTURA
           IF WSV-ENT-STAT = '00'
               MOVE '1' TO WSS-SWITCHES
               PERFORM 032A-CONTAR-TRANS UNTIL WSS-FIN
               CLOSE TRANS-FILE
           END-IF
           OPEN INPUT COMP-FILE
           PERFORM 031-CHEQUEAR-APERTURA
           IF WSV-ENT-STAT = '00'
               MOVE '1' TO WSS-SWITCHES
               PERFORM 032B-CONTAR-COMP UNTIL WSS-FIN
               CLOSE COMP-FILE
           END-IF
           OPEN INPUT CONVE-FILE
           PERFORM 031-CHEQUEAR-APERTURA
           IF WSV-ENT-STAT = '00'
               MOVE '1' TO WSS-SWITCHES
               PERFORM 032C-CONTAR-CONVE UNTIL WSS-FIN
               CLOSE CONVE-FILE
           END-IF.

       031-CHEQUEAR-APERTURA.
           IF WSV-ENT-STAT NOT = '00' AND WSV-ENT-STAT NOT = '35'
               MOVE '031-CHEQUEAR-APE'    TO ABND-PARRAFO
               STRING 'OPEN ENTRADA FALLO - STATUS '
                      WSV-ENT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       032A-CONTAR-TRANS.
           READ TRANS-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-VOLUMEN
           END-READ.

       032B-CONTAR-COMP.
           READ COMP-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-VOLUMEN
           END-READ.

       032C-CONTAR-CONVE.
           READ CONVE-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-VOLUMEN
           END-READ.

      *PROMEDIO DE REGISTROS POR NOCHE EN LAS FECHAS ANTERIORES -
      *EDITOR REGISTRA TRANFILE MAS COMPFILE Y CONVE SU CONVFILE
       034-VOLUMEN-HISTORICO.
           MOVE ZEROS TO WSV-VOL-EDITOR-SUMA
           MOVE ZEROS TO WSV-VOL-EDITOR-CNT
           MOVE ZEROS TO WSV-VOL-CONVE-SUMA
           MOVE ZEROS TO WSV-VOL-CONVE-CNT
           OPEN INPUT HIST-FILE
           EVALUATE TRUE
               WHEN WSV-HIST-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 035-LEER-HIST
                   PERFORM 035A-ACUMULAR-HIST UNTIL WSS-FIN
                   CLOSE HIST-FILE
               WHEN WSV-HIST-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '034-VOLUMEN-HIST'    TO ABND-PARRAFO
                   STRING 'OPEN HIST-FILE FALLO - STATUS '
                          WSV-HIST-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           OPEN INPUT REGISTRY-FILE
           EVALUATE TRUE
               WHEN WSV-REG-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 036-LEER-ESTADO
                   PERFORM 036A-ACUMULAR-ESTADO UNTIL WSS-FIN
                   CLOSE REGISTRY-FILE
               WHEN WSV-REG-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '034-VOLUMEN-HIST'    TO ABND-PARRAFO
                   STRING 'OPEN REGISTRY FALLO - STATUS '
                          WSV-REG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           MOVE ZEROS TO WSV-VOL-PROMEDIO
           IF WSV-VOL-EDITOR-CNT > ZEROS
               DIVIDE WSV-VOL-EDITOR-SUMA BY WSV-VOL-EDITOR-CNT
                   GIVING WSV-VOL-TRABAJO
               ADD WSV-VOL-TRABAJO TO WSV-VOL-PROMEDIO
           END-IF
           IF WSV-VOL-CONVE-CNT > ZEROS
               DIVIDE WSV-VOL-CONVE-SUMA BY WSV-VOL-CONVE-CNT
                   GIVING WSV-VOL-TRABAJO
               ADD WSV-VOL-TRABAJO TO WSV-VOL-PROMEDIO
           END-IF.

       035-LEER-HIST.
           READ HIST-FILE INTO REGISTRY-RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
           END-READ.

       035A-ACUMULAR-HIST.
           PERFORM 037-SUMAR-VOLUMEN
           PERFORM 035-LEER-HIST.

       036-LEER-ESTADO.
           READ REGISTRY-FILE NEXT RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
           END-READ.

       036A-ACUMULAR-ESTADO.
           PERFORM 037-SUMAR-VOLUMEN
           PERFORM 036-LEER-ESTADO.

      *SOLO CORRIDAS TERMINADAS SIN ABEND DE FECHAS ANTERIORES
       037-SUMAR-VOLUMEN.
           IF REG-EV-FIN AND REG-RETURN-CODE < 16
            AND REG-FECHA-NEGOCIO < WSV-FECHA-NEGOCIO
               EVALUATE REG-PROGRAMA
                   WHEN 'EDITOR'
                       ADD REG-CUENTA TO WSV-VOL-EDITOR-SUMA
                       ADD 1          TO WSV-VOL-EDITOR-CNT
                   WHEN 'CONVE'
                       ADD REG-CUENTA TO WSV-VOL-CONVE-SUMA
                       ADD 1          TO WSV-VOL-CONVE-CNT
               END-EVALUATE
           END-IF.

       038-CALCULAR-FACTOR.
           MOVE 1 TO WSV-FACTOR
           IF WSV-VOL-PROMEDIO > ZEROS AND WSV-VOLUMEN > ZEROS
               COMPUTE WSV-FACTOR ROUNDED =
                   WSV-VOLUMEN / WSV-VOL-PROMEDIO
                   ON SIZE ERROR
                       MOVE 999.99 TO WSV-FACTOR
               END-COMPUTE
           END-IF.

      *HORA ACTUAL EN CENTESIMAS CORRIDAS DESDE LA MEDIANOCHE DEL
      *DIA DE ARRANQUE
       040-TOMAR-HORA.
           ACCEPT WSV-HORA FROM TIME
           MOVE WSV-HORA TO WSV-HORA-BRK
           COMPUTE WSV-CENT-RELOJ =
               ((WSV-HORA-HH * 60 + WSV-HORA-MM) * 60 + WSV-HORA-SS)
                   * 100 + WSV-HORA-TT
           IF WSV-CENT-RELOJ < WSV-CENT-ULTIMO
               ADD WSC-CENTS-POR-DIA TO WSV-CENT-DESFASE
           END-IF
           MOVE WSV-CENT-RELOJ TO WSV-CENT-ULTIMO
           COMPUTE WSV-CENT-AHORA = WSV-CENT-RELOJ + WSV-CENT-DESFASE.

      *PROMEDIO DE CADA PASO DEL DRIVER EN LA HISTORIA - LA TABLA
      *VA EN EL MISMO ORDEN QUE LOS PASOS RECIBIDOS
       050-CARGAR-HISTORIA.
           PERFORM 051-LIMPIAR-ESTIMADO
               VARYING WSV-EST-IDX FROM 1 BY 1
               UNTIL WSV-EST-IDX > 40
           OPEN INPUT STEP-LOG-FILE
           EVALUATE TRUE
               WHEN WSV-SLOG-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 052-LEER-STEPLOG
                   PERFORM 053-ACUMULAR-STEPLOG UNTIL WSS-FIN
                   CLOSE STEP-LOG-FILE
               WHEN WSV-SLOG-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '050-CARGAR-HISTO'    TO ABND-PARRAFO
                   STRING 'OPEN STEPLOG FALLO - STATUS '
                          WSV-SLOG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           MOVE ZEROS TO WSV-SIN-HISTORIA
           PERFORM 055-PROMEDIAR-PASO
               VARYING WSV-EST-IDX FROM 1 BY 1
               UNTIL WSV-EST-IDX > VENP-PASO-CNT.

       051-LIMPIAR-ESTIMADO.
           MOVE ZEROS TO WSV-EST-SUMA (WSV-EST-IDX)
           MOVE ZEROS TO WSV-EST-CNT (WSV-EST-IDX)
           MOVE ZEROS TO WSV-EST-PROMEDIO (WSV-EST-IDX).

       052-LEER-STEPLOG.
           READ STEP-LOG-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
           END-READ.

       053-ACUMULAR-STEPLOG.
           IF SLOG-RC < 16
               PERFORM 054-SUMAR-PASO
                   VARYING WSV-EST-IDX FROM 1 BY 1
                   UNTIL WSV-EST-IDX > VENP-PASO-CNT
           END-IF
           PERFORM 052-LEER-STEPLOG.

       054-SUMAR-PASO.
           IF VENP-NOMBRE (WSV-EST-IDX) = SLOG-PASO
               ADD SLOG-ELAPSED TO WSV-EST-SUMA (WSV-EST-IDX)
               ADD 1            TO WSV-EST-CNT (WSV-EST-IDX)
           END-IF.

      *UN PASO SIN HISTORIA SE ESTIMA EN CERO - EL PRONOSTICO LO
      *DICE PARA QUE NADIE LO TOME POR EXACTO
       055-PROMEDIAR-PASO.
           IF WSV-EST-CNT (WSV-EST-IDX) > ZEROS
               DIVIDE WSV-EST-SUMA (WSV-EST-IDX)
                   BY WSV-EST-CNT (WSV-EST-IDX)
                   GIVING WSV-EST-PROMEDIO (WSV-EST-IDX)
           ELSE
               ADD 1 TO WSV-SIN-HISTORIA
           END-IF.

      *FIN PROYECTADO = AHORA MAS EL PROMEDIO ESCALADO DE CADA PASO
      *QUE TODAVIA FALTA CORRER
       060-PROYECTAR.
           MOVE ZEROS TO WSV-CENT-RESTO
           PERFORM 062-SUMAR-PENDIENTE
               VARYING WSV-EST-IDX FROM 1 BY 1
               UNTIL WSV-EST-IDX > VENP-PASO-CNT
           COMPUTE WSV-CENT-FIN = WSV-CENT-AHORA + WSV-CENT-RESTO
               ON SIZE ERROR
                   MOVE 99999999 TO WSV-CENT-FIN
           END-COMPUTE
           MOVE WSV-CENT-FIN TO WSV-CENT-TRABAJO
           PERFORM 090-CENT-A-HHMM
           MOVE WSV-HHMM-N   TO WSV-HHMM-FIN
           MOVE WSV-HHMM-N   TO VENP-FIN-PROYECTADO
           MOVE 'N'          TO WSV-FUERA-SW
           IF WSV-CENT-SLA > ZEROS AND WSV-CENT-FIN > WSV-CENT-SLA
               MOVE 'S'      TO WSV-FUERA-SW
           END-IF
           MOVE WSV-FUERA-SW TO VENP-FUERA-SLA
           MOVE WSV-FACTOR   TO WSV-FACTOR-EDIT
           DISPLAY 'VENTPRO: FIN PROYECTADO ' WSV-HHMM-FIN
                   ' FACTOR VOLUMEN ' WSV-FACTOR-EDIT
                   ' PASOS SIN HISTORIA ' WSV-SIN-HISTORIA
           IF WSV-FUERA-SLA
               IF NOT WSV-YA-AVISADO
                   PERFORM 065-AVISAR-SLA
               END-IF
           ELSE
               MOVE 'N' TO WSV-AVISADO-SW
           END-IF
           IF VENP-FN-INICIO
               MOVE 'I' TO PRN-MOMENTO
           ELSE
               MOVE 'P' TO PRN-MOMENTO
           END-IF
           PERFORM 080-GRABAR-PRONOSTICO.

       062-SUMAR-PENDIENTE.
           IF VENP-PENDIENTE (WSV-EST-IDX) = 'S'
               COMPUTE WSV-ESTIMADO ROUNDED =
                   WSV-EST-PROMEDIO (WSV-EST-IDX) * WSV-FACTOR
                   ON SIZE ERROR
                       MOVE 999999999 TO WSV-ESTIMADO
               END-COMPUTE
               ADD WSV-ESTIMADO TO WSV-CENT-RESTO
           END-IF.

      *AVISO INMEDIATO A LA MESA DE MONITOREO - EL MISMO CANAL QUE
      *LAS EXCEPCIONES GRAVES (CONSOLA Y ALERTLOG)
       065-AVISAR-SLA.
           MOVE WSV-CENT-SLA TO WSV-CENT-TRABAJO
           PERFORM 090-CENT-A-HHMM
           MOVE WSV-HHMM-N   TO WSV-HHMM-SLA
           MOVE 'VENTPRO'                  TO ALRT-PROGRAMA
           MOVE SPACES                     TO ALRT-RUN-ID
           MOVE WSV-FECHA-NEGOCIO          TO ALRT-RUN-ID (1:6)
           MOVE VENP-PASO                  TO ALRT-ID-REGISTRO
           MOVE SPACES                     TO ALRT-RAZON
           STRING 'FIN PROYECTADO ' WSV-HHMM-FIN
                  ' PASA SLA ' WSV-HHMM-SLA
                  DELIMITED BY SIZE INTO ALRT-RAZON
           MOVE WSV-OPERADOR               TO ALRT-OPERADOR
           CALL 'ALERTA' USING ALRT-DATOS
           MOVE 'S' TO WSV-AVISADO-SW.

      *FIN DE LA CADENA - SE ASIENTA LA HORA REAL PARA COMPARARLA
      *CON LO QUE SE HABIA PROYECTADO
       070-FIN.
           MOVE WSV-CENT-AHORA TO WSV-CENT-FIN
           MOVE 'N'            TO WSV-FUERA-SW
           IF WSV-CENT-SLA > ZEROS AND WSV-CENT-FIN > WSV-CENT-SLA
               MOVE 'S'        TO WSV-FUERA-SW
           END-IF
           MOVE WSV-FUERA-SW   TO VENP-FUERA-SLA
           MOVE 'F'            TO PRN-MOMENTO
           PERFORM 080-GRABAR-PRONOSTICO.

       080-GRABAR-PRONOSTICO.
           OPEN EXTEND PRONOSTICO-FILE
           IF WSV-PRON-STAT NOT = '00'
               MOVE '080-GRABAR-PRONO'    TO ABND-PARRAFO
               STRING 'OPEN PRONFILE FALLO - STATUS '
                      WSV-PRON-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE WSV-FECHA-NEGOCIO TO PRN-FECHA-NEGOCIO
           MOVE SPACES            TO PRN-PASO
           IF VENP-FN-PASO
               MOVE VENP-PASO     TO PRN-PASO
           END-IF
           MOVE WSV-CENT-INICIO   TO PRN-CENT-INICIO
           MOVE WSV-CENT-AHORA    TO PRN-CENT-AHORA
           MOVE WSV-CENT-FIN      TO PRN-CENT-FIN
           MOVE WSV-CENT-SLA      TO PRN-CENT-SLA
           MOVE WSV-VOLUMEN       TO PRN-VOLUMEN
           MOVE WSV-FACTOR        TO PRN-FACTOR
           MOVE WSV-FUERA-SW      TO PRN-FUERA-SLA
           MOVE WSV-SIN-HISTORIA  TO PRN-SIN-HISTORIA
           MOVE SPACES            TO PRONOSTICO-RECORD (63:18)
           WRITE PRONOSTICO-RECORD
           IF WSV-PRON-STAT NOT = '00'
               MOVE '080-GRABAR-PRONO'    TO ABND-PARRAFO
               STRING 'WRITE PRONFILE FALLO - STATUS '
                      WSV-PRON-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           CLOSE PRONOSTICO-FILE.

      *CENTESIMAS CORRIDAS A HORA DEL DIA HHMM (SE DESCARTAN LOS
      *DIAS ENTEROS)
       090-CENT-A-HHMM.
           DIVIDE WSV-CENT-TRABAJO BY WSC-CENTS-POR-DIA
               GIVING WSV-DIAS REMAINDER WSV-CENT-DEL-DIA
           DIVIDE WSV-CENT-DEL-DIA BY 6000 GIVING WSV-MINUTOS
           DIVIDE WSV-MINUTOS BY 60
               GIVING WSV-HHMM-HH REMAINDER WSV-HHMM-MM.

           COPY ABNDPR.
