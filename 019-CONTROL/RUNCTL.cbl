       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY OVRLWS.
      *
       77  WSV-REG-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-RRN-STAT                 PIC X(02) VALUE ZEROS.
      *
       77  WSV-REG-NUEVO-SW             PIC X(01) VALUE 'N'.
         88 WSV-REGISTRO-NUEVO                   VALUE 'S'.
      *
      *IMAGEN DE LA TARJETA DE EXCEPCION HONRADA, PARA LA BITACORA
      *DE EXCEPCIONES (OVRLOG)
       77  WSV-IMAGEN-TARJETA           PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
           COPY RUNCWS.
           GOBACK.

      *BUSCA EN EL REGISTRO UNA CORRIDA YA TERMINADA DEL MISMO
      *PROGRAMA PARA LA MISMA FECHA DE NEGOCIO Y EMPRESA - SI LA HAY,
      *SOLO SE PERMITE ARRANCAR DE NUEVO CON LA TARJETA DE RECORRIDA
       020-CHEQUEAR-INICIO.
           MOVE 'N'   TO WSV-COMPLETA-SW
           MOVE ZEROS TO WSV-FECHA-PREVIA
               IF WSV-RECORRIDA-OK
                   DISPLAY 'RUNCTL: RECORRIDA AUTORIZADA PARA '
                           RUNC-PROGRAMA ' FECHA ' RUNC-FECHA-NEGOCIO
                   MOVE 'RERUNCRD' TO OVRL-TARJETA
                   PERFORM 045-ASENTAR-EXCEPCION
               ELSE
                   MOVE 'D' TO RUNC-RESULTADO
               END-IF
                   IF WSV-ARRANQUE-OK
                       DISPLAY 'RUNCTL: ARRANQUE AUTORIZADO CON LA '
                               'FECHA ' WSV-FECHA-PREVIA ' ABIERTA'
                       MOVE 'CIEOVRD' TO OVRL-TARJETA
                       PERFORM 045-ASENTAR-EXCEPCION
                   ELSE
                       DISPLAY 'RUNCTL: FECHA ' WSV-FECHA-PREVIA
                               ' SIN CIERRE - ARRANQUE NEGADO'
       022-LEER-ESTADO.
           MOVE RUNC-PROGRAMA       TO REG-PROGRAMA
           MOVE RUNC-FECHA-NEGOCIO  TO REG-FECHA-NEGOCIO
           MOVE RUNC-EMPRESA        TO REG-EMPRESA
           READ REGISTRY-FILE
               INVALID KEY
                   CONTINUE
           END-IF.

      *BARRIDO CORTO DEL ESTADO ACTUAL PARA UBICAR LA FECHA DE
      *NEGOCIO MAS RECIENTE ANTERIOR A LA PEDIDA EN LA MISMA EMPRESA -
      *EL ARCHIVO SOLO TRAE LO QUE RUNROLL NO HA RODADO AL HISTORIAL
       028-BARRER-FECHAS.
           MOVE LOW-VALUES TO REG-LLAVE
           START REGISTRY-FILE KEY NOT < REG-LLAVE
           END-READ.

       029A-ANOTAR-FECHA.
           IF REG-EMPRESA = RUNC-EMPRESA
             AND REG-FECHA-NEGOCIO < RUNC-FECHA-NEGOCIO
             AND REG-FECHA-NEGOCIO > WSV-FECHA-PREVIA
               MOVE REG-FECHA-NEGOCIO TO WSV-FECHA-PREVIA
           END-IF
           PERFORM 029-LEER-SIGUIENTE.

      *BUSCA EL CIERRE DE LA FECHA DE NEGOCIO ANTERIOR DE LA EMPRESA
      *EN EL DATASET QUE ESCRIBE DIACIE - SIN DATASET NO HAY CIERRES
      *TODAVIA Y LA GUARDIA APLICA IGUAL
       032-CHEQUEAR-CIERRE.
           MOVE 'N' TO WSV-CERRADA-SW

       033A-BUSCAR-CIERRE.
           IF CIE-FECHA-NEGOCIO = WSV-FECHA-PREVIA
             AND CIE-EMPRESA = RUNC-EMPRESA
               MOVE 'S' TO WSV-CERRADA-SW
           END-IF
           PERFORM 033-LEER-CIERRE.
                   NOT AT END
                       IF COVR-ARRANQUE-PERMITIDO
                           MOVE 'S' TO WSV-ARRANQUE-SW
                           MOVE CIE-OVR-RECORD TO WSV-IMAGEN-TARJETA
                       END-IF
               END-READ
               CLOSE CIE-OVR-FILE
                   NOT AT END
                       IF RRN-RECORRIDA-PERMITIDA
                           MOVE 'S' TO WSV-RECORRIDA-SW
                           MOVE RERUN-RECORD TO WSV-IMAGEN-TARJETA
                       END-IF
               END-READ
               CLOSE RERUN-FILE
           END-IF.

      *LA TARJETA HONRADA QUEDA EN LA BITACORA DE EXCEPCIONES A
      *NOMBRE DEL PROGRAMA QUE LA USO; EL OPERADOR LO PONE OVRLOG
      *DESDE OPERCARD
       045-ASENTAR-EXCEPCION.
           MOVE RUNC-PROGRAMA        TO OVRL-PROGRAMA
           MOVE RUNC-FECHA-NEGOCIO   TO OVRL-FECHA-NEGOCIO
           MOVE RUNC-EMPRESA         TO OVRL-EMPRESA
           MOVE WSV-IMAGEN-TARJETA   TO OVRL-IMAGEN
           MOVE SPACES               TO OVRL-OPERADOR
           CALL 'OVRLOG' USING OVRL-DATOS.

      *ACTUALIZA EL ESTADO ACTUAL DEL PROGRAMA PARA LA FECHA - EL
      *PRIMER EVENTO CREA EL REGISTRO, LOS SIGUIENTES LO REESCRIBEN;
      *UN 'I' SOBRE UNA CORRIDA YA TERMINADA CUENTA COMO RECORRIDA
           ELSE
               MOVE RUNC-PROGRAMA       TO REG-PROGRAMA
               MOVE RUNC-FECHA-NEGOCIO  TO REG-FECHA-NEGOCIO
               MOVE RUNC-EMPRESA        TO REG-EMPRESA
               READ REGISTRY-FILE
                   INVALID KEY
                       PERFORM 052-CREAR-ESTADO
           MOVE SPACES               TO REGISTRY-RECORD
           MOVE RUNC-PROGRAMA        TO REG-PROGRAMA
           MOVE RUNC-FECHA-NEGOCIO   TO REG-FECHA-NEGOCIO
           MOVE RUNC-EMPRESA         TO REG-EMPRESA
           MOVE RUNC-FUNCION         TO REG-EVENTO
           MOVE WSV-FECHA-SISTEMA    TO REG-FECHA-SISTEMA
           MOVE WSV-HORA-SISTEMA     TO REG-HORA-SISTEMA
