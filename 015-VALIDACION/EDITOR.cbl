                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CPRJ-STAT.

      *MAESTRO DE SUCURSALES - SOLO SE CONSULTA POR LLAVE PARA
      *RECHAZAR DETALLES DE SUCURSALES INEXISTENTES O CERRADAS
           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COMP-RJ-RECORD               PIC X(80).

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY RUNCWS.
           COPY FECHWS.
           COPY USOLWS.
           COPY TOTLWS.
      *
      *FECHA DE NEGOCIO DE LA CORRIDA - PARA EL REGISTRO DE CONTROL
      *DE CORRIDAS, COMO EL RESTO DE LOS PASOS DE LA CADENA
       77  WSV-COMP-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-CPOK-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-CPRJ-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-SUCM-STAT               PIC X(02) VALUE ZEROS.
      *
      *RESULTADO DE LA VALIDACION DEL REGISTRO EN CURSO
       77  WSV-REGISTRO-SW             PIC X(01) VALUE 'V'.
         88 WSV-REGISTRO-VALIDO                  VALUE 'V'.
         88 WSV-REGISTRO-MALO                    VALUE 'M'.
      *
      *RESULTADO DE LA CONSULTA AL MAESTRO DE SUCURSALES - SOLO SE
      *CONSULTA PARA DETALLES Y REVERSOS, LOS DEMAS QUEDAN VIGENTES
       77  WSV-SUCURSAL-SW             PIC X(01) VALUE 'V'.
         88 WSV-SUCURSAL-VIGENTE                 VALUE 'V'.
      *
      *CONTADORES DEL RESUMEN DE VALIDACION
       01  WSV-CONTADORES.
           05 WSV-TRN-LEIDOS           PIC 9(07) VALUE ZEROS.
           05 WSV-CMP-VALIDOS          PIC 9(07) VALUE ZEROS.
           05 WSV-CMP-RECHAZADOS       PIC 9(07) VALUE ZEROS.
      *
      *TOTALES DE CONTROL DE TRANFILE PARA EL CUADRE DE LA CADENA -
      *SOLO CUENTAN LOS ITEMS (DETALLES Y REVERSOS) Y LOS HASH SE
      *SUMAN DE LOS OPERANDOS DE DETALLE QUE VENGAN NUMERICOS
       01  WSV-CONTROL-CADENA.
           05 WSV-ENT-ITEMS            PIC 9(07) VALUE ZEROS.
           05 WSV-ENT-HASH-A           PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-ENT-HASH-B           PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-OK-ITEMS             PIC 9(07) VALUE ZEROS.
           05 WSV-OK-HASH-A            PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-OK-HASH-B            PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-RJ-ITEMS             PIC 9(07) VALUE ZEROS.
           05 WSV-RJ-HASH-A            PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-RJ-HASH-B            PIC S9(09)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-ITEM-HASH-A              PIC S9(05)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-ITEM-HASH-B              PIC S9(05)V99 COMP-3
                                                  VALUE ZEROS.
      *
      *REGISTRO DE RECHAZO - SECUENCIA, CODIGO DE RAZON, RAZON Y LA
      *IMAGEN ORIGINAL DEL REGISTRO RECHAZADO
       01  WSV-RECHAZO.
           MOVE ZEROS TO WSV-CMP-LEIDOS
           MOVE ZEROS TO WSV-CMP-VALIDOS
           MOVE ZEROS TO WSV-CMP-RECHAZADOS
           MOVE ZEROS TO WSV-ENT-ITEMS
           MOVE ZEROS TO WSV-ENT-HASH-A
           MOVE ZEROS TO WSV-ENT-HASH-B
           MOVE ZEROS TO WSV-OK-ITEMS
           MOVE ZEROS TO WSV-OK-HASH-A
           MOVE ZEROS TO WSV-OK-HASH-B
           MOVE ZEROS TO WSV-RJ-ITEMS
           MOVE ZEROS TO WSV-RJ-HASH-A
           MOVE ZEROS TO WSV-RJ-HASH-B
      *LA FECHA DE NEGOCIO Y EL CHEQUEO DE CORRIDA DUPLICADA VAN
      *ANTES DE ABRIR LAS SALIDAS - UNA CORRIDA RECHAZADA NO DEBE
      *HABER TRUNCADO YA LOS ARCHIVOS VALIDADOS DE LA ANTERIOR; SIN
           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'EDITOR'              TO RUNC-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO RUNC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO RUNC-EMPRESA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           MOVE ZEROS                 TO RUNC-CUENTA
           CALL 'RUNCTL' USING RUNC-PARAMETROS
               MOVE 'FECHA ANTERIOR SIN CIERRE DE DIA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
      *LOS RECHAZOS SE CUENTAN POR SUCURSAL PARA EL CARGO MENSUAL -
      *UNA RECORRIDA DE LA FECHA REEMPLAZA LAS CUENTAS DE LA ANTERIOR
           MOVE 'I'                   TO USOL-FUNCION
           MOVE 'EDITOR'              TO USOL-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO USOL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO USOL-EMPRESA
           MOVE 'S'                   TO USOL-REEMPLAZA
           CALL 'USOLOG' USING USOL-PARAMETROS.

       020-ABRIR-TRANS.
           OPEN INPUT  TRANS-FILE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN INPUT  SUCURSAL-FILE
           IF WSV-SUCM-STAT NOT = '00'
               MOVE '020-ABRIR-TRANS'     TO ABND-PARRAFO
               STRING 'OPEN SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 025-LEER-TRANS.

      *PRIMERO (UN TRAILER CON BASURA HARIA TRONAR EL CUADRE EN
      *PLENO POSTEO EN LUGAR DEL RECHAZO CONTROLADO); LOS DETALLES
      *DEBEN TRAER LOS OPERANDOS EMPACADOS NUMERICOS Y NO VENIR
      *VACIOS, Y LA SUCURSAL DEBE ESTAR ABIERTA EN EL MAESTRO A LA
      *FECHA DE NEGOCIO; UN REVERSO DEBE NOMBRAR RUN-ID Y SECUENCIA
      *DEL ORIGINAL (SU EXISTENCIA LA VERIFICA ARITM CONTRA LA
      *AUDITORIA) Y TAMBIEN UNA SUCURSAL VIGENTE
       030-VALIDAR-TRANS.
           MOVE 'V' TO WSV-REGISTRO-SW
           MOVE 'V' TO WSV-SUCURSAL-SW
           IF TR-TIPO-DETALLE OR TR-TIPO-REVERSO
               PERFORM 032-VALIDAR-SUCURSAL
           END-IF
           EVALUATE TRUE
               WHEN TRANS-RECORD = SPACES
                 OR TRANS-RECORD = LOW-VALUES
                       TO REJ-RAZON
               WHEN TR-TIPO-TRAILER
                   CONTINUE
               WHEN TR-TIPO-REVERSO
                AND (TR-REV-RUN-ID = SPACES
                 OR  TR-REV-SECUENCIA NOT NUMERIC
                 OR  TR-REV-SECUENCIA = ZEROS)
                   MOVE 'M'  TO WSV-REGISTRO-SW
                   MOVE '10' TO REJ-RAZON-COD
                   MOVE 'REVERSO SIN REFERENCIA VALIDA'
                       TO REJ-RAZON
               WHEN TR-TIPO-REVERSO
                AND NOT WSV-SUCURSAL-VIGENTE
                   MOVE 'M'  TO WSV-REGISTRO-SW
                   MOVE '09' TO REJ-RAZON-COD
                   MOVE 'SUCURSAL INEXISTENTE O CERRADA'
                       TO REJ-RAZON
               WHEN TR-TIPO-REVERSO
                   CONTINUE
               WHEN NOT TR-TIPO-DETALLE
                   MOVE 'M'  TO WSV-REGISTRO-SW
                   MOVE '04' TO REJ-RAZON-COD
                   MOVE '08' TO REJ-RAZON-COD
                   MOVE 'NINGUNA OPERACION SOLICITADA'
                       TO REJ-RAZON
               WHEN NOT WSV-SUCURSAL-VIGENTE
                   MOVE 'M'  TO WSV-REGISTRO-SW
                   MOVE '09' TO REJ-RAZON-COD
                   MOVE 'SUCURSAL INEXISTENTE O CERRADA'
                       TO REJ-RAZON
           END-EVALUATE
           IF TR-TIPO-DETALLE OR TR-TIPO-REVERSO
               PERFORM 034-CONTAR-ITEM
               PERFORM 036-ASENTAR-RECIBIDO
           END-IF
           IF WSV-REGISTRO-VALIDO
               ADD 1 TO WSV-TRN-VALIDOS
               WRITE TRANS-OK-RECORD FROM TRANS-RECORD
               MOVE WSV-TRN-LEIDOS      TO REJ-SECUENCIA
               MOVE TRANS-RECORD        TO REJ-IMAGEN
               WRITE TRANS-RJ-RECORD FROM WSV-RECHAZO
               IF TR-TIPO-DETALLE OR TR-TIPO-REVERSO
                   MOVE TR-DET-SUCURSAL TO USOL-SUCURSAL
               ELSE
                   MOVE '***'           TO USOL-SUCURSAL
               END-IF
               PERFORM 065-ASENTAR-RECHAZO
           END-IF
           PERFORM 025-LEER-TRANS.

      *LA SUCURSAL ES VIGENTE SI EXISTE, YA ABRIO A LA FECHA DE
      *NEGOCIO Y SU FECHA DE CIERRE, SI LA TIENE, TODAVIA NO LLEGO -
      *UN CIERRE CARGADO CON FECHA FUTURA DEJA PASAR EL FEED HASTA
      *ESE DIA
       032-VALIDAR-SUCURSAL.
           MOVE TR-DET-SUCURSAL TO SUC-CODIGO
           READ SUCURSAL-FILE
               INVALID KEY
                   MOVE 'M' TO WSV-SUCURSAL-SW
           END-READ
           IF WSV-SUCM-STAT NOT = '00' AND WSV-SUCM-STAT NOT = '23'
               MOVE '032-VALIDAR-SUC'     TO ABND-PARRAFO
               STRING 'READ SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF WSV-SUCURSAL-VIGENTE
               IF SUC-FECHA-APERTURA > WSV-FECHA-CORRIDA
                   MOVE 'M' TO WSV-SUCURSAL-SW
               END-IF
               IF SUC-FECHA-CIERRE NOT = ZEROS
                AND SUC-FECHA-CIERRE NOT > WSV-FECHA-CORRIDA
                   MOVE 'M' TO WSV-SUCURSAL-SW
               END-IF
           END-IF.

      *EL ITEM SE CUENTA A LA ENTRADA Y DEL LADO QUE LE TOCO - UN
      *OPERANDO NO NUMERICO NO ENTRA EN NINGUN HASH, ASI LA ENTRADA
      *SIGUE DANDO CONTRA VALIDADOS MAS RECHAZADOS
       034-CONTAR-ITEM.
           MOVE ZEROS TO WSV-ITEM-HASH-A
           MOVE ZEROS TO WSV-ITEM-HASH-B
           IF TR-TIPO-DETALLE
               IF TR-NUM-A NUMERIC
                   MOVE TR-NUM-A TO WSV-ITEM-HASH-A
               END-IF
               IF TR-NUM-B NUMERIC
                   MOVE TR-NUM-B TO WSV-ITEM-HASH-B
               END-IF
           END-IF
           ADD 1               TO WSV-ENT-ITEMS
           ADD WSV-ITEM-HASH-A TO WSV-ENT-HASH-A
           ADD WSV-ITEM-HASH-B TO WSV-ENT-HASH-B
           IF WSV-REGISTRO-VALIDO
               ADD 1               TO WSV-OK-ITEMS
               ADD WSV-ITEM-HASH-A TO WSV-OK-HASH-A
               ADD WSV-ITEM-HASH-B TO WSV-OK-HASH-B
           ELSE
               ADD 1               TO WSV-RJ-ITEMS
               ADD WSV-ITEM-HASH-A TO WSV-RJ-HASH-A
               ADD WSV-ITEM-HASH-B TO WSV-RJ-HASH-B
           END-IF.

      *CADA ITEM RECIBIDO, VALIDO O NO, CUENTA PARA SU SUCURSAL EN LA
      *BITACORA DE USO COMO BASE DE LA TASA DE ERRORES DEL TABLERO
      *DE CALIDAD DE FEEDS (CALMES) - NO SE COBRA
       036-ASENTAR-RECIBIDO.
           MOVE 'A'                     TO USOL-FUNCION
           MOVE TR-DET-SUCURSAL         TO USOL-SUCURSAL
           MOVE 'E'                     TO USOL-ACTIVIDAD
           MOVE SPACES                  TO USOL-DETALLE
           MOVE 1                       TO USOL-CANTIDAD
           CALL 'USOLOG' USING USOL-PARAMETROS.

       040-CERRAR-TRANS.
           CLOSE TRANS-FILE
           CLOSE SUCURSAL-FILE
           CLOSE TRANS-OK-FILE
           CLOSE TRANS-RJ-FILE.

               MOVE WSV-CMP-LEIDOS      TO REJ-SECUENCIA
               MOVE COMPARE-RECORD      TO REJ-IMAGEN
               WRITE COMP-RJ-RECORD FROM WSV-RECHAZO
               MOVE '***'               TO USOL-SUCURSAL
               PERFORM 065-ASENTAR-RECHAZO
           END-IF
           PERFORM 055-LEER-COMP.

      *EL PAR DE COMPARACION Y LOS REGISTROS DE CONTROL NO TRAEN
      *SUCURSAL - VAN A '***' PARA QUE EL CARGO CUADRE CONTRA EL
      *TOTAL DE RECHAZOS AUNQUE NO SE LE COBREN A NADIE. EL CODIGO
      *DE RAZON VA COMO DETALLE PARA EL TABLERO DE CALIDAD
       065-ASENTAR-RECHAZO.
           MOVE 'A'                     TO USOL-FUNCION
           MOVE 'R'                     TO USOL-ACTIVIDAD
           MOVE REJ-RAZON-COD           TO USOL-DETALLE
           MOVE 1                       TO USOL-CANTIDAD
           CALL 'USOLOG' USING USOL-PARAMETROS.

       070-CERRAR-COMP.
           CLOSE COMP-FILE
           CLOSE COMP-OK-FILE
           ADD WSV-TRN-LEIDOS TO WSV-CMP-LEIDOS
               GIVING RUNC-CUENTA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           CALL 'RUNCTL' USING RUNC-PARAMETROS
           MOVE 'F'                   TO USOL-FUNCION
           CALL 'USOLOG' USING USOL-PARAMETROS
           PERFORM 097-ASENTAR-TOTALES.

      *LA ENTRADA Y SU REPARTO ENTRE VALIDADOS Y RECHAZADOS VAN A LA
      *BITACORA DE TOTALES PARA EL CUADRE DE LA CADENA (CADENA)
       097-ASENTAR-TOTALES.
           MOVE 'I'                   TO TOTL-FUNCION
           MOVE 'EDITOR'              TO TOTL-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO TOTL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO TOTL-EMPRESA
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'A'                   TO TOTL-FUNCION
           MOVE 'TRANFILE'            TO TOTL-PUNTO
           MOVE WSV-ENT-ITEMS         TO TOTL-CUENTA
           MOVE WSV-ENT-HASH-A        TO TOTL-TOTAL-A
           MOVE WSV-ENT-HASH-B        TO TOTL-TOTAL-B
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'TRANOK'              TO TOTL-PUNTO
           MOVE WSV-OK-ITEMS          TO TOTL-CUENTA
           MOVE WSV-OK-HASH-A         TO TOTL-TOTAL-A
           MOVE WSV-OK-HASH-B         TO TOTL-TOTAL-B
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'TRANRJ'              TO TOTL-PUNTO
           MOVE WSV-RJ-ITEMS          TO TOTL-CUENTA
           MOVE WSV-RJ-HASH-A         TO TOTL-TOTAL-A
           MOVE WSV-RJ-HASH-B         TO TOTL-TOTAL-B
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'F'                   TO TOTL-FUNCION
           CALL 'TOTLOG' USING TOTL-PARAMETROS.

           COPY ABNDPR.
