                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CTL-STAT.

      *PASOS COMPLETADOS EN LA CORRIDA DE LA FECHA DE NEGOCIO - UN
      *REGISTRO POR PASO QUE TERMINO SIN ABEND, CON SU RETURN CODE
           SELECT DRV-RESTART-FILE      ASSIGN TO DRVREST
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RST-STAT.
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CALO-STAT.

      *DEFINICION DE LOS PASOS DE LA CADENA (PASOWS) - SIN EL
      *DATASET CORRE LA CADENA DE SIEMPRE: EDITOR, CONVE, ARITM,
      *IFELSE Y PERFORM, TODOS LOS DIAS Y SIN PREDECESORES
           SELECT PASO-FILE             ASSIGN TO DRVPASOS
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-PAS-STAT.

      *TIEMPOS POR PASO DE LA CADENA - UN REGISTRO POR CALL CON SU
      *ELAPSED Y SU RETURN CODE, PARA VER QUE PASO SE ESTA COMIENDO
      *LA VENTANA ANTES DE QUE REVIENTE EL HORARIO
           05 CTL-RUN-ARITM             PIC X(01).
           05 CTL-RUN-IFELSE            PIC X(01).
           05 CTL-RUN-PERFORM           PIC X(01).
           05 CTL-OMITIR                PIC X(08) OCCURS 8 TIMES.
           05 FILLER                    PIC X(10).

       FD  DRV-RESTART-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  DRV-RESTART-RECORD.
           05 RST-FECHA-NEGOCIO         PIC 9(06).
           05 RST-PASO                  PIC X(08).
           05 RST-RC                    PIC 9(04).
           05 FILLER                    PIC X(02).

       FD  CAL-OVR-FILE
           LABEL RECORDS ARE STANDARD
             88 CALO-INHABIL-PERMITIDO           VALUE 'S'.
           05 FILLER                    PIC X(79).

       FD  PASO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PASOWS.

       FD  STEP-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY SLOGWS.

       WORKING-STORAGE SECTION.
           COPY ABNDWS.
           COPY FECHWS.
           COPY VENPWS.
           COPY OVRLWS.
      *
       77  WSV-CTL-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-RST-STAT                 PIC X(02) VALUE ZEROS.
       77  WSC-CENTS-POR-DIA            PIC 9(08) VALUE 8640000.
       77  WSV-ELAPSED                  PIC 9(08) VALUE ZEROS.
      *
      *TABLA DE PASOS DE LA CADENA, CARGADA DE DRVPASOS EN EL ORDEN
      *DEL ARCHIVO (O CON LA CADENA DE SIEMPRE SI NO ESTA), CON LA
      *POSICION DE CADA PREDECESOR YA RESUELTA, EL ESTADO DEL PASO EN
      *ESTA CORRIDA Y SU TIEMPO PARA EL RESUMEN DE LA VENTANA - SOLO
      *LOS PASOS REALMENTE LLAMADOS ENTRAN AL PORCENTAJE
       77  WSC-MAX-PASOS                PIC 9(02) VALUE 40.
       77  WSV-PASO-CNT                 PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-TIEMPOS.
           05 WSV-TPO-ENTRY            OCCURS 1 TO 40 TIMES
                                        DEPENDING ON WSV-PASO-CNT
                                        INDEXED BY WSV-TPO-IDX
                                                   WSV-BUS-IDX.
               10 WSV-TPO-PASO         PIC X(08).
               10 WSV-TPO-FRECUENCIA   PIC X(01).
               10 WSV-TPO-DIA-SEMANA   PIC 9(01).
               10 WSV-TPO-MAX-RC       PIC 9(02).
               10 WSV-TPO-PREDECESOR   PIC X(08) OCCURS 5 TIMES.
               10 WSV-TPO-PRE-POS      PIC 9(02) OCCURS 5 TIMES.
               10 WSV-TPO-ESTADO       PIC X(01).
                 88 WSV-TPO-PENDIENTE            VALUE 'P'.
                 88 WSV-TPO-CORRIDO              VALUE 'C'.
                 88 WSV-TPO-YA-COMPLETO          VALUE 'R'.
                 88 WSV-TPO-FUERA-FREC           VALUE 'F'.
                 88 WSV-TPO-OMITIDO              VALUE 'O'.
                 88 WSV-TPO-BLOQUEADO            VALUE 'B'.
                 88 WSV-TPO-CORTADO              VALUE 'X'.
               10 WSV-TPO-BLOQUEA      PIC X(08).
               10 WSV-TPO-ELAPSED      PIC 9(08).
               10 WSV-TPO-RC           PIC 9(04).
       77  WSV-TOTAL-VENTANA            PIC 9(08) VALUE ZEROS.
       77  WSV-PORC-EDIT                PIC ZZ9.99 VALUE ZEROS.
       77  WSV-FECHA-SLOG               PIC 9(06) VALUE ZEROS.
      *
      *CARGA Y VALIDACION DE LA DEFINICION DE PASOS
       77  WSV-PAS-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-PAS-FIN-SW               PIC X(01) VALUE 'N'.
         88 WSV-PAS-FIN                          VALUE 'S'.
       77  WSV-PRE                      PIC 9(01) VALUE ZEROS.
       77  WSV-PRE-POS                  PIC 9(02) VALUE ZEROS.
       77  WSV-OMI                      PIC 9(01) VALUE ZEROS.
       77  WSV-PRE-OK-SW                PIC X(01) VALUE 'S'.
         88 WSV-PRE-OK                           VALUE 'S'.
       77  WSV-CORRESPONDE-SW           PIC X(01) VALUE 'N'.
         88 WSV-CORRESPONDE                      VALUE 'S'.
      *
      *LA FECHA DE NEGOCIO SEGUN FECHCTL Y LO QUE DE ELLA NECESITAN
      *LAS FRECUENCIAS: SI ES HABIL, SI ES EL ULTIMO HABIL DEL MES
      *(EL HABIL SIGUIENTE CAE EN OTRO MES) Y EL DIA DE LA SEMANA
      *(1 = LUNES ... 7 = DOMINGO)
       77  WSV-FECHA-NEGOCIO            PIC 9(06) VALUE ZEROS.
       77  WSV-HOY-HABIL-SW             PIC X(01) VALUE 'S'.
         88 WSV-HOY-HABIL                        VALUE 'S'.
       77  WSV-FIN-MES-SW               PIC X(01) VALUE 'N'.
         88 WSV-HOY-FIN-MES                      VALUE 'S'.
       77  WSV-DIA-SEMANA               PIC 9(01) VALUE ZEROS.
       01  WSV-FECHA-SIGUIENTE.
           05 WSV-FS-AA                PIC 9(02).
           05 WSV-FS-MM                PIC 9(02).
           05 WSV-FS-DD                PIC 9(02).
      *
      *DESGLOSE DE LA FECHA Y CALCULO DEL DIA DE LA SEMANA
      *(CONGRUENCIA DE ZELLER: 0 = SABADO, 1 = DOMINGO, ...), IGUAL
      *QUE EN FECHCTL
       01  WSV-FECHA-TRABAJO.
           05 WSV-FT-AA                PIC 9(02).
           05 WSV-FT-MM                PIC 9(02).
           05 WSV-FT-DD                PIC 9(02).
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
      *
      *CONSOLIDA EL RETURN CODE MAS ALTO DE LOS SUBPROGRAMAS
       77  WSV-RETURN-CODE              PIC 9(04) VALUE ZEROS.
      *
      *TARJETA DE CONTROL EN MEMORIA - SIN TARJETA (DD AUSENTE O
      *VACIA) SE CORRE LA CADENA COMPLETA EN MODO NORMAL. LAS
      *COLUMNAS 2 A 6 SIGUEN PIDIENDO LOS CINCO PASOS DE SIEMPRE
      *('S' = CORRE); LOS DEMAS PASOS SE OMITEN NOMBRANDOLOS EN LA
      *LISTA DE LA COLUMNA 7 EN ADELANTE
       77  WSV-MODO                     PIC X(01) VALUE 'N'.
         88 WSV-MODO-RESTART                     VALUE 'R'.
       01  WSV-PASOS-PEDIDOS.
           05 WSV-PIDE-ARITM           PIC X(01) VALUE 'S'.
           05 WSV-PIDE-IFELSE          PIC X(01) VALUE 'S'.
           05 WSV-PIDE-PERFORM         PIC X(01) VALUE 'S'.
       01  WSV-PASOS-OMITIDOS.
           05 WSV-OMITIR               PIC X(08) OCCURS 8 TIMES.
      *
      *UNA TARJETA QUE PIDE RESTART O SACA PASOS DE LA CADENA APAGA
      *CONTROLES DE LA NOCHE - QUEDA EN LA BITACORA DE EXCEPCIONES
      *(OVRLOG) IGUAL QUE LA AUTORIZACION DE DIA INHABIL
       77  WSV-TARJETA-EXC-SW           PIC X(01) VALUE 'N'.
         88 WSV-TARJETA-EXCEPCION                VALUE 'S'.
       77  WSV-IMAGEN-DRVCARD           PIC X(80) VALUE SPACES.
       77  WSV-IMAGEN-CALOVRD           PIC X(80) VALUE SPACES.
      *
      *PASO EN CURSO DE LA CADENA Y CUANTOS PASOS DE LA CORRIDA
      *ANTERIOR QUEDARON COMPLETOS EN DRVREST
       77  WSV-PASO-ACTUAL              PIC 9(02) VALUE ZEROS.
       77  WSV-REANUDADOS               PIC 9(02) VALUE ZEROS.
       77  WSV-RST-FIN-SW               PIC X(01) VALUE 'N'.
         88 WSV-RST-FIN                          VALUE 'S'.
      *
      *UN PASO QUE QUEDA BLOQUEADO DEJA LA NOCHE SIN TERMINAR - LA
      *CONSTANCIA DE DRVREST SE CONSERVA PARA EL RESTART
       77  WSV-BLOQUEO-SW               PIC X(01) VALUE 'N'.
         88 WSV-HUBO-BLOQUEO                     VALUE 'S'.
      *
      *RETURN CODE MAS ALTO QUE TOLERAN LOS SUCESORES DE UN PASO (EL
      *MENOR DE SUS RC MAXIMOS; 9999 SI NADIE LO TIENE DE PREDECESOR)
       77  WSV-TOL-SUCESORES            PIC 9(04) VALUE ZEROS.
       77  WSV-TOL-POS                  PIC 9(02) VALUE ZEROS.
       77  WSV-TOL-SUC                  PIC 9(02) VALUE ZEROS.
       77  WSV-TOL-PRE                  PIC 9(01) VALUE ZEROS.
       77  WSV-PASO-NOMBRE              PIC X(08) VALUE SPACES.
      *
      *PRONOSTICO DE LA VENTANA (VENTPRO) - SI FALLA SE APAGA POR EL
      *RESTO DE LA NOCHE; EL PRONOSTICO NUNCA DETIENE LA CADENA
       77  WSV-PRONOSTICO-SW            PIC X(01) VALUE 'S'.
         88 WSV-PRONOSTICO-ACTIVO                VALUE 'S'.

       PROCEDURE DIVISION.
       010-MAIN.
      *RETURN CODE O UN PUNTO DE REANUDACION VIEJOS SALTARIAN PASOS
           MOVE ZEROS  TO WSV-RETURN-CODE
           MOVE 'N'    TO WSV-MODO
           MOVE ZEROS  TO WSV-REANUDADOS
           MOVE 'N'    TO WSV-BLOQUEO-SW
           MOVE 'S'    TO WSV-PIDE-EDITOR
           MOVE 'S'    TO WSV-PIDE-CONVE
           MOVE 'S'    TO WSV-PIDE-ARITM
           MOVE 'S'    TO WSV-PIDE-IFELSE
           MOVE 'S'    TO WSV-PIDE-PERFORM
           MOVE SPACES TO WSV-PASOS-OMITIDOS
           MOVE 'N'    TO WSV-TARJETA-EXC-SW
           MOVE ZEROS  TO WSV-PASO-CNT
           MOVE ZEROS  TO WSV-TOTAL-VENTANA
           MOVE 'S'    TO WSV-PRONOSTICO-SW
           PERFORM 012-LEER-TARJETA
           PERFORM 013-CARGAR-PASOS
      *LA FECHA DE NEGOCIO DEBE SER DIA HABIL SEGUN EL CALENDARIO -
      *EN DIA INHABIL LA CADENA SOLO ARRANCA CON LA TARJETA DE
      *AUTORIZACION DEL OPERADOR
               IF WSV-INHABIL-OK
                   DISPLAY 'DRIVER: DIA INHABIL ' FECH-FECHA
                           ' - ARRANQUE AUTORIZADO POR TARJETA'
                   MOVE 'CALOVRD'          TO OVRL-TARJETA
                   MOVE WSV-IMAGEN-CALOVRD TO OVRL-IMAGEN
                   PERFORM 017A-ASENTAR-EXCEPCION
               ELSE
                   DISPLAY 'DRIVER: ' FECH-FECHA ' NO ES DIA HABIL'
                           ' - CADENA NO ARRANCA'
                   GOBACK
               END-IF
           END-IF
           IF WSV-TARJETA-EXCEPCION
               MOVE 'DRVCARD'          TO OVRL-TARJETA
               MOVE WSV-IMAGEN-DRVCARD TO OVRL-IMAGEN
               PERFORM 017A-ASENTAR-EXCEPCION
           END-IF
           PERFORM 019-EVALUAR-CALENDARIO
           IF WSV-MODO-RESTART
               PERFORM 014-LEER-RESTART
           END-IF
      *PASO CERO - LA VERIFICACION PREVIA DEL AMBIENTE JUNTA TODOS
      *LOS PROBLEMAS EN UNA PASADA; SI ALGO FALTA LA CADENA NO
      *ARRANCA Y NINGUNA SALIDA SE TRUNCA
                       'CADENA NO ARRANCA'
               GOBACK
           END-IF
      *UNA CORRIDA NORMAL EMPIEZA LA CONSTANCIA DE PASOS DE CERO
           IF NOT WSV-MODO-RESTART
               PERFORM 040-LIMPIAR-RESTART
           END-IF
           PERFORM 022-INICIAR-PRONOSTICO
      *LOS PASOS CORREN EN EL ORDEN DE LA DEFINICION - UN ABEND
      *CORTA EL RESTO DE LA CADENA COMO SIEMPRE, Y UN PASO CUYO
      *PREDECESOR TERMINO CON UN RETURN CODE MAYOR AL QUE TOLERA
      *(O NO PUDO CORRER) QUEDA BLOQUEADO JUNTO CON SUS SUCESORES
           PERFORM 025-CORRER-PASO
               VARYING WSV-TPO-IDX FROM 1 BY 1
               UNTIL WSV-TPO-IDX > WSV-PASO-CNT
      *SOLO UNA NOCHE COMPLETA (SIN ABEND NI PASOS BLOQUEADOS) LIMPIA
      *LA CONSTANCIA; SI NO, EL RESTART SALTA LO YA COMPLETADO
           IF WSV-RETURN-CODE < 16 AND NOT WSV-HUBO-BLOQUEO
               PERFORM 040-LIMPIAR-RESTART
           END-IF
           IF WSV-PRONOSTICO-ACTIVO
               MOVE 'F' TO VENP-FUNCION
               PERFORM 024-LLAMAR-PRONOSTICO
           END-IF
           PERFORM 050-RESUMEN-VENTANA
      *GOBACK Y NO STOP RUN - LA CADENA TAMBIEN PUEDE LANZARSE DESDE
      *EL MENU DEL OPERADOR, Y UN STOP RUN TERMINARIA EL MENU ENTERO
           GOBACK.

       015-LIMPIAR-TIEMPO.
           MOVE 'P'    TO WSV-TPO-ESTADO (WSV-TPO-IDX)
           MOVE SPACES TO WSV-TPO-BLOQUEA (WSV-TPO-IDX)
           MOVE ZEROS  TO WSV-TPO-ELAPSED (WSV-TPO-IDX)
           MOVE ZEROS  TO WSV-TPO-RC (WSV-TPO-IDX).

       017-ARRANCAR-CRONO.
           ACCEPT WSV-START-TIME FROM TIME.

      *LA TARJETA HONRADA QUEDA EN LA BITACORA DE EXCEPCIONES; EL
      *OPERADOR LO PONE OVRLOG DESDE OPERCARD
       017A-ASENTAR-EXCEPCION.
           MOVE 'DRIVER'   TO OVRL-PROGRAMA
           MOVE FECH-FECHA TO OVRL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA TO OVRL-EMPRESA
           MOVE SPACES     TO OVRL-OPERADOR
           CALL 'OVRLOG' USING OVRL-DATOS.

      *CIERRA EL CRONOMETRO DEL PASO RECIEN LLAMADO - GRABA EL
      *REGISTRO DE TIEMPO CON EL RETURN CODE DEL PASO Y ACUMULA
      *PARA EL RESUMEN DE LA VENTANA
           END-IF
           COMPUTE WSV-ELAPSED = WSV-STOP-CENTS - WSV-START-CENTS
           SET WSV-TPO-IDX TO WSV-PASO-ACTUAL
           MOVE 'C'            TO WSV-TPO-ESTADO (WSV-TPO-IDX)
           MOVE WSV-ELAPSED    TO WSV-TPO-ELAPSED (WSV-TPO-IDX)
           MOVE RETURN-CODE    TO WSV-TPO-RC (WSV-TPO-IDX)
           ADD WSV-ELAPSED     TO WSV-TOTAL-VENTANA
           WRITE STEP-LOG-RECORD
           CLOSE STEP-LOG-FILE.

      *PRONOSTICO INICIAL DE LA VENTANA - SE LE PASAN LOS PASOS DE
      *LA NOCHE MARCANDO LOS QUE VAN A CORRER: NI OMITIDOS, NI YA
      *COMPLETOS EN LA CORRIDA ANTERIOR, NI FUERA DE FRECUENCIA HOY
       022-INICIAR-PRONOSTICO.
           MOVE 'I'                 TO VENP-FUNCION
           MOVE WSV-FECHA-NEGOCIO   TO VENP-FECHA-NEGOCIO
           MOVE SPACES              TO VENP-PASO
           MOVE WSV-PASO-CNT        TO VENP-PASO-CNT
           PERFORM 022A-MARCAR-PENDIENTE
               VARYING WSV-TPO-IDX FROM 1 BY 1
               UNTIL WSV-TPO-IDX > WSV-PASO-CNT
           PERFORM 024-LLAMAR-PRONOSTICO.

       022A-MARCAR-PENDIENTE.
           SET WSV-PASO-ACTUAL TO WSV-TPO-IDX
           MOVE WSV-TPO-PASO (WSV-TPO-IDX)
               TO VENP-NOMBRE (WSV-TPO-IDX)
           MOVE 'N' TO VENP-PENDIENTE (WSV-TPO-IDX)
           IF WSV-TPO-PENDIENTE (WSV-TPO-IDX)
               PERFORM 026-CHEQUEAR-FRECUENCIA
               IF WSV-CORRESPONDE
                   MOVE 'S' TO VENP-PENDIENTE (WSV-TPO-IDX)
               END-IF
           END-IF.

      *EL PASO YA NO FALTA, CORRA O NO; SI CORRIO SE REPROYECTA
      *CON LA HORA REAL
       023-AVANZAR-PRONOSTICO.
           MOVE 'N' TO VENP-PENDIENTE (WSV-TPO-IDX)
           IF WSV-PRONOSTICO-ACTIVO AND WSV-TPO-CORRIDO (WSV-TPO-IDX)
               MOVE 'P'             TO VENP-FUNCION
               MOVE WSV-PASO-NOMBRE TO VENP-PASO
               PERFORM 024-LLAMAR-PRONOSTICO
           END-IF.

       024-LLAMAR-PRONOSTICO.
           MOVE ZEROS TO RETURN-CODE
           CALL 'VENTPRO' USING VENP-PARAMETROS
           IF RETURN-CODE NOT = ZEROS
               DISPLAY 'DRIVER: PRONOSTICO NO DISPONIBLE - LA CADENA'
                       ' SIGUE SIN PRONOSTICO'
               MOVE 'N' TO WSV-PRONOSTICO-SW
           END-IF
           MOVE ZEROS TO RETURN-CODE.

      *UN PASO DE LA TABLA - SE SALTA SI LA TARJETA LO OMITE, SI YA
      *QUEDO COMPLETO EN LA CORRIDA ANTERIOR (RESTART), SI UN ABEND
      *YA CORTO LA CADENA, SI HOY NO LE CORRESPONDE POR FRECUENCIA O
      *SI ALGUN PREDECESOR NO LO DEJA CORRER
       025-CORRER-PASO.
           SET WSV-PASO-ACTUAL TO WSV-TPO-IDX
           MOVE WSV-TPO-PASO (WSV-TPO-IDX) TO WSV-PASO-NOMBRE
           EVALUATE TRUE
               WHEN WSV-TPO-OMITIDO (WSV-TPO-IDX)
                   CONTINUE
               WHEN WSV-TPO-YA-COMPLETO (WSV-TPO-IDX)
                   CONTINUE
               WHEN WSV-RETURN-CODE NOT < 16
                   MOVE 'X' TO WSV-TPO-ESTADO (WSV-TPO-IDX)
               WHEN OTHER
                   PERFORM 026-CHEQUEAR-FRECUENCIA
                   IF WSV-CORRESPONDE
                       PERFORM 027-CHEQUEAR-PREDECESORES
                       IF WSV-PRE-OK
                           PERFORM 029-LLAMAR-PASO
                       ELSE
                           MOVE 'B' TO WSV-TPO-ESTADO (WSV-TPO-IDX)
                           MOVE 'S' TO WSV-BLOQUEO-SW
                           DISPLAY 'DRIVER: ' WSV-PASO-NOMBRE
                                   ' BLOQUEADO POR '
                                   WSV-TPO-BLOQUEA (WSV-TPO-IDX)
                       END-IF
                   ELSE
                       MOVE 'F' TO WSV-TPO-ESTADO (WSV-TPO-IDX)
                   END-IF
           END-EVALUATE
           PERFORM 023-AVANZAR-PRONOSTICO.

      *'D' CORRE TODO DIA QUE CORRE LA CADENA (TAMBIEN UN INHABIL
      *AUTORIZADO POR CALOVRD); 'H' SOLO EN DIA HABIL
       026-CHEQUEAR-FRECUENCIA.
           MOVE 'N' TO WSV-CORRESPONDE-SW
           EVALUATE WSV-TPO-FRECUENCIA (WSV-TPO-IDX)
               WHEN 'D'
                   MOVE 'S' TO WSV-CORRESPONDE-SW
               WHEN 'H'
                   IF WSV-HOY-HABIL
                       MOVE 'S' TO WSV-CORRESPONDE-SW
                   END-IF
               WHEN 'U'
                   IF WSV-HOY-FIN-MES
                       MOVE 'S' TO WSV-CORRESPONDE-SW
                   END-IF
               WHEN 'S'
                   IF WSV-TPO-DIA-SEMANA (WSV-TPO-IDX) = WSV-DIA-SEMANA
                       MOVE 'S' TO WSV-CORRESPONDE-SW
                   END-IF
           END-EVALUATE.

       027-CHEQUEAR-PREDECESORES.
           MOVE 'S' TO WSV-PRE-OK-SW
           PERFORM 028-CHEQUEAR-PREDECESOR
               VARYING WSV-PRE FROM 1 BY 1
               UNTIL WSV-PRE > 5.

      *UN PREDECESOR QUE CORRIO, HOY O EN LA CORRIDA ANTERIOR, DEJA
      *PASAR SI SU RETURN CODE NO SUPERA EL TOLERADO; UNO OMITIDO O
      *FUERA DE FRECUENCIA NO DETIENE AL SUCESOR; UNO BLOQUEADO O
      *CORTADO LO BLOQUEA A SU VEZ
       028-CHEQUEAR-PREDECESOR.
           IF WSV-TPO-PREDECESOR (WSV-TPO-IDX, WSV-PRE) NOT = SPACES
               MOVE WSV-TPO-PRE-POS (WSV-TPO-IDX, WSV-PRE)
                   TO WSV-PRE-POS
               SET WSV-BUS-IDX TO WSV-PRE-POS
               EVALUATE TRUE
                   WHEN (WSV-TPO-CORRIDO (WSV-BUS-IDX)
                      OR WSV-TPO-YA-COMPLETO (WSV-BUS-IDX))
                    AND WSV-TPO-RC (WSV-BUS-IDX) >
                        WSV-TPO-MAX-RC (WSV-TPO-IDX)
                       MOVE 'N' TO WSV-PRE-OK-SW
                       MOVE WSV-TPO-PASO (WSV-BUS-IDX)
                           TO WSV-TPO-BLOQUEA (WSV-TPO-IDX)
                   WHEN WSV-TPO-BLOQUEADO (WSV-BUS-IDX)
                     OR WSV-TPO-CORTADO (WSV-BUS-IDX)
                       MOVE 'N' TO WSV-PRE-OK-SW
                       MOVE WSV-TPO-PASO (WSV-BUS-IDX)
                           TO WSV-TPO-BLOQUEA (WSV-TPO-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *EL PROGRAMA SE LLAMA POR NOMBRE DESDE LA TABLA - UN NOMBRE
      *QUE NO EXISTE EN LA LIBRERIA DE CARGA CUENTA COMO ABEND DEL
      *PASO, ASI LA CADENA SE CORTA Y EL RESTART LO VUELVE A INTENTAR
       029-LLAMAR-PASO.
           MOVE ZEROS TO RETURN-CODE
           PERFORM 017-ARRANCAR-CRONO
           CALL WSV-PASO-NOMBRE
               ON EXCEPTION
                   DISPLAY 'DRIVER: PROGRAMA ' WSV-PASO-NOMBRE
                           ' NO ENCONTRADO'
                   MOVE 16 TO RETURN-CODE
           END-CALL
           PERFORM 018-REGISTRAR-TIEMPO
           PERFORM 020-ACUMULAR-RC
           PERFORM 030-MARCAR-PASO.

      *RESUMEN DE LA VENTANA DE LA CADENA - ELAPSED DE CADA PASO Y
      *SU PORCENTAJE DEL TOTAL, PARA VER DE UN VISTAZO QUIEN SE
      *ESTA COMIENDO EL HORARIO; LOS PASOS QUE NO CORRIERON SALEN
      *CON EL MOTIVO
       050-RESUMEN-VENTANA.
           DISPLAY '---------------------------------------------'
           DISPLAY 'VENTANA DE LA CADENA (CENTESIMAS DE SEGUNDO)'
           PERFORM 052-LINEA-VENTANA
               VARYING WSV-TPO-IDX FROM 1 BY 1
               UNTIL WSV-TPO-IDX > WSV-PASO-CNT
           DISPLAY 'TOTAL DE LA CADENA : ' WSV-TOTAL-VENTANA
           DISPLAY '---------------------------------------------'.

       052-LINEA-VENTANA.
           EVALUATE TRUE
               WHEN WSV-TPO-CORRIDO (WSV-TPO-IDX)
                   IF WSV-TOTAL-VENTANA > ZEROS
                       COMPUTE WSV-PORCENTAJE ROUNDED =
                           WSV-TPO-ELAPSED (WSV-TPO-IDX) * 100
                               / WSV-TOTAL-VENTANA
                   ELSE
                       MOVE ZEROS TO WSV-PORCENTAJE
                   END-IF
                   MOVE WSV-PORCENTAJE TO WSV-PORC-EDIT
                   DISPLAY 'PASO ' WSV-TPO-PASO (WSV-TPO-IDX)
                           ' ELAPSED ' WSV-TPO-ELAPSED (WSV-TPO-IDX)
                           ' RC ' WSV-TPO-RC (WSV-TPO-IDX)
                           ' PCT ' WSV-PORC-EDIT
               WHEN WSV-TPO-OMITIDO (WSV-TPO-IDX)
                   DISPLAY 'PASO ' WSV-TPO-PASO (WSV-TPO-IDX)
                           ' OMITIDO POR TARJETA'
               WHEN WSV-TPO-YA-COMPLETO (WSV-TPO-IDX)
                   DISPLAY 'PASO ' WSV-TPO-PASO (WSV-TPO-IDX)
                           ' COMPLETO EN LA CORRIDA ANTERIOR'
               WHEN WSV-TPO-FUERA-FREC (WSV-TPO-IDX)
                   DISPLAY 'PASO ' WSV-TPO-PASO (WSV-TPO-IDX)
                           ' NO CORRESPONDE HOY'
               WHEN WSV-TPO-BLOQUEADO (WSV-TPO-IDX)
                   DISPLAY 'PASO ' WSV-TPO-PASO (WSV-TPO-IDX)
                           ' BLOQUEADO POR '
                           WSV-TPO-BLOQUEA (WSV-TPO-IDX)
               WHEN WSV-TPO-CORTADO (WSV-TPO-IDX)
                   DISPLAY 'PASO ' WSV-TPO-PASO (WSV-TPO-IDX)
                           ' NO CORRIO - CADENA CORTADA POR ABEND'
           END-EVALUATE.

      *LA TARJETA DE CONTROL NOMBRA LOS PASOS A CORRER Y EL MODO -
      *'R' EN COLUMNA 1 SALTA LOS PASOS QUE YA QUEDARON COMPLETOS EN
      *LA CORRIDA ANTERIOR EN LUGAR DE REPETIR LA CADENA ENTERA
       012-LEER-TARJETA.
           OPEN INPUT CONTROL-FILE
           IF WSV-CTL-STAT = '00'
                       MOVE CTL-RUN-ARITM   TO WSV-PIDE-ARITM
                       MOVE CTL-RUN-IFELSE  TO WSV-PIDE-IFELSE
                       MOVE CTL-RUN-PERFORM TO WSV-PIDE-PERFORM
                       PERFORM 012A-COPIAR-OMISION
                           VARYING WSV-OMI FROM 1 BY 1
                           UNTIL WSV-OMI > 8
                       IF CTL-MODO-RESTART
                        OR WSV-PASOS-PEDIDOS NOT = 'SSSSS'
                        OR WSV-PASOS-OMITIDOS NOT = SPACES
                           MOVE 'S'            TO WSV-TARJETA-EXC-SW
                           MOVE CONTROL-RECORD TO WSV-IMAGEN-DRVCARD
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY 'DRIVER: SIN TARJETA - CADENA COMPLETA'
           END-IF.

       012A-COPIAR-OMISION.
           MOVE CTL-OMITIR (WSV-OMI) TO WSV-OMITIR (WSV-OMI).

      *LA DEFINICION DE PASOS ES OPCIONAL - SIN ELLA CORREN LOS
      *CINCO PASOS DE SIEMPRE. UNA DEFINICION CON ERRORES NO DEJA
      *ARRANCAR LA CADENA: ES PREFERIBLE PARAR A CORRER LA NOCHE EN
      *UN ORDEN QUE NADIE PIDIO
       013-CARGAR-PASOS.
           OPEN INPUT PASO-FILE
           EVALUATE TRUE
               WHEN WSV-PAS-STAT = '00'
                   MOVE 'N' TO WSV-PAS-FIN-SW
                   PERFORM 013A-LEER-PASO
                   PERFORM 013B-ANOTAR-PASO UNTIL WSV-PAS-FIN
                   CLOSE PASO-FILE
                   IF WSV-PASO-CNT = ZEROS
                       MOVE '013-CARGAR-PASOS'    TO ABND-PARRAFO
                       MOVE 'DRVPASOS SIN NINGUN PASO DEFINIDO'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
               WHEN WSV-PAS-STAT = '35'
                   DISPLAY 'DRIVER: SIN DRVPASOS - CADENA DE SIEMPRE'
                   MOVE 'EDITOR'  TO WSV-PASO-NOMBRE
                   PERFORM 013D-AGREGAR-FIJO
                   MOVE 'CONVE'   TO WSV-PASO-NOMBRE
                   PERFORM 013D-AGREGAR-FIJO
                   MOVE 'ARITM'   TO WSV-PASO-NOMBRE
                   PERFORM 013D-AGREGAR-FIJO
                   MOVE 'IFELSE'  TO WSV-PASO-NOMBRE
                   PERFORM 013D-AGREGAR-FIJO
                   MOVE 'PERFORM' TO WSV-PASO-NOMBRE
                   PERFORM 013D-AGREGAR-FIJO
               WHEN OTHER
                   MOVE '013-CARGAR-PASOS'    TO ABND-PARRAFO
                   STRING 'OPEN DRVPASOS FALLO - STATUS '
                          WSV-PAS-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           PERFORM 013E-APLICAR-TARJETA
               VARYING WSV-TPO-IDX FROM 1 BY 1
               UNTIL WSV-TPO-IDX > WSV-PASO-CNT.

       013A-LEER-PASO.
           READ PASO-FILE
               AT END   MOVE 'S' TO WSV-PAS-FIN-SW
               NOT AT END
                   CONTINUE
           END-READ.

      *CADA PASO SE VALIDA ANTES DE ENTRAR A LA TABLA; LOS
      *PREDECESORES TIENEN QUE ESTAR DEFINIDOS MAS ARRIBA, ASI EL
      *ORDEN DEL ARCHIVO YA RESPETA LAS DEPENDENCIAS
       013B-ANOTAR-PASO.
           MOVE '013B-ANOTAR-PASO'    TO ABND-PARRAFO
           IF PAS-PROGRAMA = SPACES
               MOVE 'PASO SIN PROGRAMA EN DRVPASOS'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF NOT PAS-FREC-VALIDA
               STRING 'FRECUENCIA INVALIDA - PASO ' PAS-PROGRAMA
                      DELIMITED BY SIZE INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF PAS-FREC-SEMANAL
               IF PAS-DIA-SEMANA NOT NUMERIC
                OR PAS-DIA-SEMANA < 1 OR PAS-DIA-SEMANA > 7
                   STRING 'DIA DE SEMANA INVALIDO - PASO '
                          PAS-PROGRAMA
                          DELIMITED BY SIZE INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
           ELSE
               MOVE ZEROS TO PAS-DIA-SEMANA
           END-IF
           IF PAS-MAX-RC NOT NUMERIC
               STRING 'RC MAXIMO INVALIDO - PASO ' PAS-PROGRAMA
                      DELIMITED BY SIZE INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           SET WSV-BUS-IDX TO 1
           SEARCH WSV-TPO-ENTRY VARYING WSV-BUS-IDX
               AT END
                   CONTINUE
               WHEN WSV-TPO-PASO (WSV-BUS-IDX) = PAS-PROGRAMA
                   STRING 'PASO DUPLICADO EN DRVPASOS - '
                          PAS-PROGRAMA
                          DELIMITED BY SIZE INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-SEARCH
           IF WSV-PASO-CNT = WSC-MAX-PASOS
               MOVE 'TABLA DE PASOS LLENA - MAX 40'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-PASO-CNT
           SET WSV-TPO-IDX TO WSV-PASO-CNT
           MOVE PAS-PROGRAMA   TO WSV-TPO-PASO (WSV-TPO-IDX)
           MOVE PAS-FRECUENCIA TO WSV-TPO-FRECUENCIA (WSV-TPO-IDX)
           MOVE PAS-DIA-SEMANA TO WSV-TPO-DIA-SEMANA (WSV-TPO-IDX)
           MOVE PAS-MAX-RC     TO WSV-TPO-MAX-RC (WSV-TPO-IDX)
           PERFORM 013C-ANOTAR-PREDECESOR
               VARYING WSV-PRE FROM 1 BY 1
               UNTIL WSV-PRE > 5
           PERFORM 013A-LEER-PASO.

       013C-ANOTAR-PREDECESOR.
           MOVE PAS-PREDECESOR (WSV-PRE)
               TO WSV-TPO-PREDECESOR (WSV-TPO-IDX, WSV-PRE)
           MOVE ZEROS TO WSV-TPO-PRE-POS (WSV-TPO-IDX, WSV-PRE)
           IF PAS-PREDECESOR (WSV-PRE) NOT = SPACES
               SET WSV-BUS-IDX TO 1
               SEARCH WSV-TPO-ENTRY VARYING WSV-BUS-IDX
                   AT END
                       DISPLAY 'DRIVER: PASO ' PAS-PROGRAMA
                               ' PREDECESOR '
                               PAS-PREDECESOR (WSV-PRE)
                       MOVE 'PREDECESOR NO DEFINIDO ANTES DEL PASO'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   WHEN WSV-TPO-PASO (WSV-BUS-IDX) =
                        PAS-PREDECESOR (WSV-PRE)
                       IF WSV-BUS-IDX = WSV-TPO-IDX
                           STRING 'PASO PREDECESOR DE SI MISMO - '
                                  PAS-PROGRAMA
                                  DELIMITED BY SIZE
                                  INTO ABND-CONDICION
                           PERFORM 999-ABEND
                       END-IF
                       SET WSV-TPO-PRE-POS (WSV-TPO-IDX, WSV-PRE)
                           TO WSV-BUS-IDX
               END-SEARCH
           END-IF.

      *LA CADENA DE SIEMPRE - TODOS LOS DIAS, SIN PREDECESORES
       013D-AGREGAR-FIJO.
           ADD 1 TO WSV-PASO-CNT
           SET WSV-TPO-IDX TO WSV-PASO-CNT
           MOVE WSV-PASO-NOMBRE TO WSV-TPO-PASO (WSV-TPO-IDX)
           MOVE 'D'             TO WSV-TPO-FRECUENCIA (WSV-TPO-IDX)
           MOVE ZEROS           TO WSV-TPO-DIA-SEMANA (WSV-TPO-IDX)
           MOVE ZEROS           TO WSV-TPO-MAX-RC (WSV-TPO-IDX)
           PERFORM 013F-SIN-PREDECESOR
               VARYING WSV-PRE FROM 1 BY 1
               UNTIL WSV-PRE > 5.

       013F-SIN-PREDECESOR.
           MOVE SPACES TO WSV-TPO-PREDECESOR (WSV-TPO-IDX, WSV-PRE)
           MOVE ZEROS  TO WSV-TPO-PRE-POS (WSV-TPO-IDX, WSV-PRE).

      *LAS COLUMNAS DE SIEMPRE DE LA TARJETA Y LA LISTA DE OMISION
      *MARCAN LOS PASOS QUE EL OPERADOR NO QUIERE CORRER HOY
       013E-APLICAR-TARJETA.
           PERFORM 015-LIMPIAR-TIEMPO
           EVALUATE WSV-TPO-PASO (WSV-TPO-IDX)
               WHEN 'EDITOR'
                   IF WSV-PIDE-EDITOR NOT = 'S'
                       MOVE 'O' TO WSV-TPO-ESTADO (WSV-TPO-IDX)
                   END-IF
               WHEN 'CONVE'
                   IF WSV-PIDE-CONVE NOT = 'S'
                       MOVE 'O' TO WSV-TPO-ESTADO (WSV-TPO-IDX)
                   END-IF
               WHEN 'ARITM'
                   IF WSV-PIDE-ARITM NOT = 'S'
                       MOVE 'O' TO WSV-TPO-ESTADO (WSV-TPO-IDX)
                   END-IF
               WHEN 'IFELSE'
                   IF WSV-PIDE-IFELSE NOT = 'S'
                       MOVE 'O' TO WSV-TPO-ESTADO (WSV-TPO-IDX)
                   END-IF
               WHEN 'PERFORM'
                   IF WSV-PIDE-PERFORM NOT = 'S'
                       MOVE 'O' TO WSV-TPO-ESTADO (WSV-TPO-IDX)
                   END-IF
           END-EVALUATE
           PERFORM 013G-BUSCAR-OMISION
               VARYING WSV-OMI FROM 1 BY 1
               UNTIL WSV-OMI > 8.

       013G-BUSCAR-OMISION.
           IF WSV-OMITIR (WSV-OMI) NOT = SPACES
            AND WSV-OMITIR (WSV-OMI) = WSV-TPO-PASO (WSV-TPO-IDX)
               MOVE 'O' TO WSV-TPO-ESTADO (WSV-TPO-IDX)
           END-IF.

      *LA TARJETA CALOVRD ES EL PERMISO EXPLICITO DEL OPERADOR PARA
      *CORRER LA CADENA EN UN DIA INHABIL DEL CALENDARIO
       016-CHEQUEAR-CALENDARIO.
                   NOT AT END
                       IF CALO-INHABIL-PERMITIDO
                           MOVE 'S' TO WSV-INHABIL-SW
                           MOVE CAL-OVR-RECORD TO WSV-IMAGEN-CALOVRD
                       END-IF
               END-READ
               CLOSE CAL-OVR-FILE
           END-IF.

      *LO QUE LAS FRECUENCIAS NECESITAN DE LA FECHA DE NEGOCIO - EL
      *ULTIMO HABIL DEL MES ES UN DIA HABIL CUYO HABIL SIGUIENTE
      *(SEGUN FECHCTL) CAE EN OTRO MES
       019-EVALUAR-CALENDARIO.
           MOVE FECH-FECHA TO WSV-FECHA-NEGOCIO
           MOVE FECH-HABIL TO WSV-HOY-HABIL-SW
           MOVE 'N'        TO WSV-FIN-MES-SW
           MOVE WSV-FECHA-NEGOCIO TO WSV-FECHA-TRABAJO
           IF WSV-HOY-HABIL
               MOVE 'S' TO FECH-FUNCION
               CALL 'FECHCTL' USING FECH-PARAMETROS
               MOVE FECH-FECHA TO WSV-FECHA-SIGUIENTE
               IF WSV-FS-MM NOT = WSV-FT-MM
                   MOVE 'S' TO WSV-FIN-MES-SW
               END-IF
               MOVE SPACES            TO FECH-FUNCION
               MOVE WSV-FECHA-NEGOCIO TO FECH-FECHA
           END-IF
           PERFORM 019A-DIA-DE-SEMANA
      *ZELLER DA 0 = SABADO Y 1 = DOMINGO; LA DEFINICION DE PASOS
      *USA 1 = LUNES ... 7 = DOMINGO
           EVALUATE WSV-ZEL-DIA
               WHEN 0
                   MOVE 6 TO WSV-DIA-SEMANA
               WHEN 1
                   MOVE 7 TO WSV-DIA-SEMANA
               WHEN OTHER
                   COMPUTE WSV-DIA-SEMANA = WSV-ZEL-DIA - 1
           END-EVALUATE
           DISPLAY 'DRIVER: FECHA ' WSV-FECHA-NEGOCIO
                   ' HABIL ' WSV-HOY-HABIL-SW
                   ' FIN DE MES ' WSV-FIN-MES-SW
                   ' DIA DE SEMANA ' WSV-DIA-SEMANA.

      *CONGRUENCIA DE ZELLER SOBRE LA FECHA AAMMDD (SIGLO 2000) -
      *ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANO ANTERIOR
       019A-DIA-DE-SEMANA.
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

      *RECUPERA LOS PASOS QUE LA CORRIDA ANTERIOR DE ESTA MISMA
      *FECHA DE NEGOCIO COMPLETO - SOLO ESOS SE SALTAN, PARA NO
      *VOLVER A EXTENDER SUS ARCHIVOS DE SALIDA. LOS DEMAS (LOS QUE
      *FALLARON, QUEDARON BLOQUEADOS O NO CORRESPONDIAN) VUELVEN A
      *EVALUAR SU FRECUENCIA Y SUS PREDECESORES
       014-LEER-RESTART.
           MOVE ZEROS TO WSV-REANUDADOS
           OPEN INPUT DRV-RESTART-FILE
           EVALUATE WSV-RST-STAT
               WHEN '00'
                   MOVE 'N' TO WSV-RST-FIN-SW
                   PERFORM 014A-LEER-COMPLETO
                   PERFORM 014B-MARCAR-COMPLETO UNTIL WSV-RST-FIN
                   CLOSE DRV-RESTART-FILE
               WHEN '35'
                   PERFORM 040-LIMPIAR-RESTART
               WHEN OTHER
                   MOVE '014-LEER-RESTART'    TO ABND-PARRAFO
                   STRING 'OPEN DRVREST FALLO - STATUS '
                          WSV-RST-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           DISPLAY 'DRIVER: RESTART - ' WSV-REANUDADOS
                   ' PASOS YA COMPLETOS SE SALTAN'.

       014A-LEER-COMPLETO.
           READ DRV-RESTART-FILE
               AT END   MOVE 'S' TO WSV-RST-FIN-SW
               NOT AT END
                   CONTINUE
           END-READ.

      *UN PASO COMPLETADO PARA OTRA FECHA DE NEGOCIO NO CUENTA -
      *ESA CONSTANCIA QUEDO DE UNA NOCHE QUE NO TERMINO. TAMPOCO UNO
      *CUYO RETURN CODE BLOQUEA A SUS SUCESORES SEGUN LA DEFINICION
      *DE HOY: SE VUELVE A LLAMAR
       014B-MARCAR-COMPLETO.
           IF RST-FECHA-NEGOCIO = WSV-FECHA-NEGOCIO
            AND RST-PASO NOT = SPACES
               SET WSV-BUS-IDX TO 1
               SEARCH WSV-TPO-ENTRY VARYING WSV-BUS-IDX
                   AT END
                       DISPLAY 'DRIVER: ' RST-PASO
                               ' DE DRVREST NO ESTA EN LA DEFINICION'
                   WHEN WSV-TPO-PASO (WSV-BUS-IDX) = RST-PASO
                       SET WSV-TOL-POS TO WSV-BUS-IDX
                       PERFORM 032-TOLERANCIA-SUCESORES
                       IF NOT WSV-TPO-YA-COMPLETO (WSV-BUS-IDX)
                        AND RST-RC NOT > WSV-TOL-SUCESORES
                           MOVE 'R'    TO WSV-TPO-ESTADO (WSV-BUS-IDX)
                           MOVE RST-RC TO WSV-TPO-RC (WSV-BUS-IDX)
                           ADD 1       TO WSV-REANUDADOS
                       END-IF
               END-SEARCH
           END-IF
           PERFORM 014A-LEER-COMPLETO.

      *999-ABEND (COPYLIB/ABNDPR) DEJA RETURN-CODE = 16 ANTES DE HACER
      *GOBACK EN EL SUBPROGRAMA QUE ABENDEO - SE LEE ESE VALOR AQUI
               MOVE RETURN-CODE         TO WSV-RETURN-CODE
           END-IF.

      *DEJA CONSTANCIA DEL PASO COMPLETADO Y SU RETURN CODE - SOLO
      *SI EL PASO TERMINO SIN ABEND Y CON UN RETURN CODE QUE SUS
      *SUCESORES TOLERAN, PARA QUE UNA RECORRIDA EN MODO RESTART
      *REPITA EL PASO QUE FALLO O QUE LOS BLOQUEO (P.EJ. DIACIE CON
      *FIRMAS PENDIENTES) Y SALTE LOS YA COMPLETADOS
       030-MARCAR-PASO.
           MOVE WSV-PASO-ACTUAL TO WSV-TOL-POS
           PERFORM 032-TOLERANCIA-SUCESORES
           IF RETURN-CODE < 16
            AND RETURN-CODE NOT > WSV-TOL-SUCESORES
               OPEN EXTEND DRV-RESTART-FILE
               IF WSV-RST-STAT NOT = '00'
                   MOVE '030-MARCAR-PASO'    TO ABND-PARRAFO
                   STRING 'OPEN DRVREST FALLO - STATUS '
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               MOVE SPACES            TO DRV-RESTART-RECORD
               MOVE WSV-FECHA-NEGOCIO TO RST-FECHA-NEGOCIO
               MOVE WSV-PASO-NOMBRE   TO RST-PASO
               MOVE RETURN-CODE       TO RST-RC
               WRITE DRV-RESTART-RECORD
               IF WSV-RST-STAT NOT = '00'
                   MOVE '030-MARCAR-PASO'    TO ABND-PARRAFO
                   STRING 'WRITE DRVREST FALLO - STATUS '
                          WSV-RST-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               CLOSE DRV-RESTART-FILE
           END-IF.

      *EL MENOR RC MAXIMO ENTRE LOS PASOS QUE TIENEN AL DE LA
      *POSICION WSV-TOL-POS COMO PREDECESOR
       032-TOLERANCIA-SUCESORES.
           MOVE 9999 TO WSV-TOL-SUCESORES
           PERFORM 033-VER-SUCESOR
               VARYING WSV-TOL-SUC FROM 1 BY 1
               UNTIL WSV-TOL-SUC > WSV-PASO-CNT.

       033-VER-SUCESOR.
           PERFORM 034-VER-PREDECESOR
               VARYING WSV-TOL-PRE FROM 1 BY 1
               UNTIL WSV-TOL-PRE > 5.

       034-VER-PREDECESOR.
           IF WSV-TPO-PRE-POS (WSV-TOL-SUC, WSV-TOL-PRE) = WSV-TOL-POS
            AND WSV-TPO-MAX-RC (WSV-TOL-SUC) < WSV-TOL-SUCESORES
               MOVE WSV-TPO-MAX-RC (WSV-TOL-SUC) TO WSV-TOL-SUCESORES
           END-IF.

      *SE REPONE EL DATASET DE RESTART VACIO - AL EMPEZAR UNA
      *CORRIDA NORMAL Y CON LA CADENA COMPLETA SIN ABEND, PARA QUE LA
      *PROXIMA CORRIDA EMPIECE DESDE EL PRINCIPIO
       040-LIMPIAR-RESTART.
           OPEN OUTPUT DRV-RESTART-FILE
           IF WSV-RST-STAT NOT = '00'
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           CLOSE DRV-RESTART-FILE.

           COPY ABNDPR.
