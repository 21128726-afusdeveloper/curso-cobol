                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TAS-STAT.

      *HISTORIAL DE USO DE LOS CODIGOS - UN REGISTRO POR CODIGO,
      *FECHA DE NEGOCIO Y EMPRESA CON LO QUE SUMO SU CORTE
           SELECT USO-COD-FILE          ASSIGN TO USOCODF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS UCD-LLAVE
                                         FILE STATUS IS WSV-UCOD-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVE-FILE
           RECORD CONTAINS 18 CHARACTERS.
           COPY MSTRWS.

       FD  USO-COD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY USOCWS.

      *EXTRACTO DE INTERFAZ PARA LOS SISTEMAS RECEPTORES - UN
      *REGISTRO DE DETALLE POR CADA ENTRADA PROCESADA Y UN TRAILER
      *CON LA CUENTA PARA EL CUADRE DEL RECEPTOR; EL IMPORTE VIAJA
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY EXTRWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
       77  WSV-EXT-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-MON-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-TAS-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-UCOD-STAT                PIC X(02) VALUE ZEROS.
      *
       01  WSV-VARIABLES.
           05 WSV-NUMERO-1             PIC S9(05)V99 VALUE ZEROS.
       77  WSV-CODIGO-BUSCADO           PIC X(02) VALUE SPACES.
       77  WSV-DESCRIPCION              PIC X(10) VALUE SPACES.
       77  WSV-FIN-VERSIONES            PIC X(01) VALUE 'N'.
      *VERSION (FECHA EFECTIVA) CON LA QUE SE RESOLVIO EL CODIGO -
      *VA AL HISTORIAL DE USO JUNTO CON EL CORTE
       77  WSV-VERSION-SW               PIC X(01) VALUE 'N'.
         88 WSV-VERSION-HALLADA                  VALUE 'S'.
       77  WSV-VERSION-USADA            PIC 9(06) VALUE ZEROS.
      *
      *SELLO DE LA CORRIDA PARA EL HISTORIAL DE USO - DISTINGUE LO
      *QUE GRABO ESTA CORRIDA DE LO QUE DEJO UNA ANTERIOR DE LA
      *MISMA FECHA
       01  WSV-SELLO.
           05 WSV-SELLO-FECHA          PIC 9(06) VALUE ZEROS.
           05 WSV-SELLO-HORA           PIC 9(08) VALUE ZEROS.
      *
      *CORTE DE CONTROL POR CODIGO - SUBTOTAL AL CAMBIAR CR-CODIGO Y
      *GRAN TOTAL DE CIERRE PARA EL CUADRE CONTRA LA ENTRADA
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           ACCEPT WSV-SELLO-FECHA FROM DATE
           ACCEPT WSV-SELLO-HORA  FROM TIME
           PERFORM 022-REGISTRAR-INICIO
           OPEN INPUT  CONVE-FILE
           IF WSV-CONVE-STAT NOT = '00'
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN I-O USO-COD-FILE
           IF WSV-UCOD-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN USO-COD-FILE FALLO - STATUS '
                      WSV-UCOD-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 025-LEER.

      *REGISTRO DE ARRANQUE EN EL CONTROL DE CORRIDAS - UNA SEGUNDA
           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'CONVE'               TO RUNC-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO RUNC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO RUNC-EMPRESA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           MOVE ZEROS                 TO RUNC-CUENTA
           CALL 'RUNCTL' USING RUNC-PARAMETROS
               PERFORM 999-ABEND
           END-IF.

      *CIERRA EL CORTE DEL CODIGO ANTERIOR - IMPRIME SU SUBTOTAL,
      *LO ASIENTA EN EL HISTORIAL DE USO Y REINICIA LOS ACUMULADOS
      *DEL CORTE
       052-SUBTOTAL.
           MOVE WSV-CODIGO-ANTERIOR    TO RPTS-CODIGO
           MOVE WSV-SUB-CUENTA         TO RPTS-CUENTA
           MOVE RPT-SUBTOTAL           TO REPW-LINEA
           MOVE 2                      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           PERFORM 053-REGISTRAR-USO
           MOVE ZEROS                  TO WSV-SUB-CUENTA
           MOVE ZEROS                  TO WSV-SUB-SUMA.

      *EL CORTE SE CIERRA ANTES DE RESOLVER EL CODIGO SIGUIENTE, ASI
      *LA VERSION QUE QUEDO RESUELTA ES LA DEL CODIGO DEL CORTE. SI
      *EL REGISTRO YA ES DE ESTA CORRIDA (EL CODIGO VOLVIO A
      *APARECER) SE ACUMULA; SI ES DE UNA CORRIDA ANTERIOR DE LA
      *MISMA FECHA (RECORRIDA) SE REEMPLAZA
       053-REGISTRAR-USO.
           MOVE WSV-CODIGO-ANTERIOR    TO UCD-CODIGO
           MOVE WSV-FECHA-CORRIDA      TO UCD-FECHA-NEGOCIO
           MOVE FECH-EMPRESA           TO UCD-EMPRESA
           READ USO-COD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WSV-UCOD-STAT
               WHEN '00'
                   IF UCD-SELLO = WSV-SELLO
                       ADD WSV-SUB-CUENTA  TO UCD-OCURRENCIAS
                       ADD WSV-SUB-SUMA    TO UCD-IMPORTE
                   ELSE
                       MOVE WSV-SUB-CUENTA TO UCD-OCURRENCIAS
                       MOVE WSV-SUB-SUMA   TO UCD-IMPORTE
                       MOVE WSV-SELLO      TO UCD-SELLO
                   END-IF
                   PERFORM 053A-VERSION-USO
                   REWRITE USO-COD-RECORD
               WHEN '23'
                   MOVE SPACES             TO USO-COD-RECORD
                   MOVE WSV-CODIGO-ANTERIOR TO UCD-CODIGO
                   MOVE WSV-FECHA-CORRIDA  TO UCD-FECHA-NEGOCIO
                   MOVE FECH-EMPRESA       TO UCD-EMPRESA
                   MOVE WSV-SUB-CUENTA     TO UCD-OCURRENCIAS
                   MOVE WSV-SUB-SUMA       TO UCD-IMPORTE
                   MOVE WSV-SELLO          TO UCD-SELLO
                   PERFORM 053A-VERSION-USO
                   WRITE USO-COD-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WSV-UCOD-STAT NOT = '00'
               MOVE '053-REGISTRAR-US'    TO ABND-PARRAFO
               STRING 'USO-COD-FILE FALLO - STATUS '
                      WSV-UCOD-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       053A-VERSION-USO.
           IF WSV-VERSION-HALLADA
               MOVE 'S'                TO UCD-CONOCIDO
               MOVE WSV-VERSION-USADA  TO UCD-VERSION
           ELSE
               MOVE 'N'                TO UCD-CONOCIDO
               MOVE ZEROS              TO UCD-VERSION
           END-IF.

      *SELECCIONA LA MASCARA DE EDICION SEGUN WSC-MASCARA-COD Y DEJA
      *EL RESULTADO LISTO PARA IMPRIMIR EN WSV-MASCARA-IMG
       035-ENMASCARAR.
      *CODIGO DESCONOCIDO EN EL REPORTE
       055-BUSCAR-CODIGO.
           MOVE 'CODIGO DESCONOCIDO' TO WSV-DESCRIPCION
           MOVE 'N'                  TO WSV-VERSION-SW
           MOVE ZEROS                TO WSV-VERSION-USADA
           MOVE WSV-CODIGO-BUSCADO   TO MST-CODIGO
           MOVE ZEROS                TO MST-FECHA-EFECTIVA
           START MASTER-FILE KEY NOT < MST-LLAVE
                   MOVE 'S' TO WSV-FIN-VERSIONES
               WHEN OTHER
                   MOVE MST-DESCRIPCION TO WSV-DESCRIPCION
                   MOVE 'S'             TO WSV-VERSION-SW
                   MOVE MST-FECHA-EFECTIVA TO WSV-VERSION-USADA
                   PERFORM 056-LEER-VERSION
           END-EVALUATE.

           END-IF
           CLOSE CONVE-FILE
           CLOSE MASTER-FILE
           CLOSE USO-COD-FILE
           CLOSE EXTRACT-FILE
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
