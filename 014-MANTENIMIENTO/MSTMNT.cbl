                                         FILE STATUS IS WSV-PNEW-STAT.

      *APROBACIONES DEL VERIFICADOR - LLAVEADAS POR ACCION, CODIGO
      *Y FECHA EFECTIVA DE LA TRANSACCION PENDIENTE. PENDFILE Y
      *MAPRCARD SON ESDS QUE TAMBIEN ALIMENTAN LAS PANTALLAS EN
      *LINEA; ANTES DE LA APLICACION SE CIERRAN EN CICS, Y DESPUES
      *PENDNEW SE RECARGA SOBRE PENDFILE Y MAPRCARD QUEDA VACIO
           SELECT APROB-FILE            ASSIGN TO MAPRCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-APR-STAT.
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OPER-STAT.

      *HISTORIAL DE USO DE LOS CODIGOS QUE GRABA CONVE - OPCIONAL;
      *SOLO SE CONSULTA ANTES DE UNA BAJA
           SELECT USO-COD-FILE          ASSIGN TO USOCODF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS DYNAMIC
                                         RECORD KEY IS UCD-LLAVE
                                         FILE STATUS IS WSV-UCOD-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY PENDWS.

       FD  PEND-NEW-FILE
           LABEL RECORDS ARE STANDARD
       FD  APROB-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY MAPRWS.

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPERWS.

       FD  USO-COD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY USOCWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
       77  WSV-PNEW-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-APR-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-OPER-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-UCOD-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSV-MODO                     PIC X(01) VALUE 'C'.
         88 WSV-MODO-CAPTURA                     VALUE 'C'.
       77  WSV-HAY-MAESTRO              PIC X(01) VALUE 'N'.
         88 WSV-CODIGO-EXISTE                    VALUE 'S'.
      *
      *USO RECIENTE DE UN CODIGO - CUALQUIER USO DESDE EL PRIMER DIA
      *DEL MES QUE ESTA WSC-MESES-USO MESES ATRAS CONTANDO EL ACTUAL
      *(CON 3: EL MES EN CURSO Y LOS DOS ANTERIORES)
       77  WSC-MESES-USO                PIC 9(02) VALUE 3.
       77  WSV-MESES-ATRAS              PIC 9(02) VALUE ZEROS.
       01  WSV-USO-DESDE-X.
           05 WSV-USO-DESDE-AA         PIC 9(02).
           05 WSV-USO-DESDE-MM         PIC 9(02).
           05 WSV-USO-DESDE-DD         PIC 9(02).
       01  WSV-USO-DESDE REDEFINES WSV-USO-DESDE-X PIC 9(06).
       77  WSV-ULTIMO-USO               PIC 9(06) VALUE ZEROS.
       77  WSV-HISTORIAL-SW             PIC X(01) VALUE 'N'.
         88 WSV-HAY-HISTORIAL                    VALUE 'S'.
       77  WSV-USO-FIN-SW               PIC X(01) VALUE 'N'.
         88 WSV-USO-FIN                          VALUE 'S'.
       77  WSV-USO-SW                   PIC X(01) VALUE 'N'.
         88 WSV-USO-RECIENTE                     VALUE 'S'.
      *
      *TABLA DE APROBACIONES DEL VERIFICADOR - SE CARGA COMPLETA EN
      *MEMORIA Y SE COTEJA CONTRA LOS PENDIENTES EN UNA PASADA
       77  WSC-MAX-APROB                PIC 9(03) VALUE 200.
           05 WSV-TOT-SIN-APROBAR      PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-MISMO-OPER       PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-SIN-DESTINO      PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-RECH-LINEA       PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-EN-USO           PIC 9(05) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - ENCABEZADO,
      *PAGINACION, ARCHIVO DE REIMPRESION Y CATALOGO UNIFORMES
       020-INICIO.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE
           MOVE WSV-FECHA-CORRIDA TO WSV-FECHA-CAPTURA
           PERFORM 022-ABRIR-USO
           MOVE 'MSTMNT'              TO REPW-REPORT-ID
           MOVE 'ACTUALIZACION MAESTRO CODIGOS'
               TO REPW-TITULO
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *SIN HISTORIAL DE USO (TODAVIA NO CORRIO CONVE CON EL) LAS
      *BAJAS SE PROCESAN SIN LA CONSULTA, COMO ANTES
       022-ABRIR-USO.
           MOVE WSV-FECHA-CORRIDA (1:4) TO WSV-USO-DESDE-X (1:4)
           MOVE 1                       TO WSV-USO-DESDE-DD
           SUBTRACT 1 FROM WSC-MESES-USO GIVING WSV-MESES-ATRAS
           PERFORM 022A-RETROCEDER-MES WSV-MESES-ATRAS TIMES
           MOVE 'N' TO WSV-HISTORIAL-SW
           OPEN INPUT USO-COD-FILE
           IF WSV-UCOD-STAT = '00'
               MOVE 'S' TO WSV-HISTORIAL-SW
           ELSE
               DISPLAY 'MSTMNT: SIN HISTORIAL DE USO DE CODIGOS'
           END-IF.

       022A-RETROCEDER-MES.
           IF WSV-USO-DESDE-MM > 1
               SUBTRACT 1 FROM WSV-USO-DESDE-MM
           ELSE
               MOVE 12 TO WSV-USO-DESDE-MM
               IF WSV-USO-DESDE-AA = ZEROS
                   MOVE 99 TO WSV-USO-DESDE-AA
               ELSE
                   SUBTRACT 1 FROM WSV-USO-DESDE-AA
               END-IF
           END-IF.

      *---------------- PASE DE CAPTURA ----------------
       100-PREPARAR-CAPTURA.
           OPEN INPUT  MTRAN-FILE
               MOVE WSV-OPERADOR        TO PEN-CAPTURADO-POR
               MOVE WSV-FECHA-CAPTURA   TO PEN-FECHA-CAPTURA
               MOVE 'P'                 TO PEN-ESTADO
               MOVE ZEROS               TO PEN-FECHA-RESOLUCION
               MOVE 'N'                 TO PEN-USO-RECIENTE
               MOVE 'N'                 TO WSV-USO-SW
               IF WSV-TRN-BAJA
                   PERFORM 046-BUSCAR-USO
                   IF WSV-USO-RECIENTE
                       MOVE 'S'         TO PEN-USO-RECIENTE
                   END-IF
               END-IF
               WRITE PEND-RECORD
               IF WSV-PEND-STAT NOT = '00'
                   MOVE '130-CAPTURAR-TRA'    TO ABND-PARRAFO
               MOVE WSV-TRN-DESCRIPCION TO RPTD-DESPUES
               MOVE 'PENDIENTE DE APROBACION'
                   TO RPTD-OBSERVACION
               IF WSV-USO-RECIENTE
                   ADD 1 TO WSV-TOT-EN-USO
                   MOVE SPACES          TO RPTD-OBSERVACION
                   STRING 'PENDIENTE - EN USO EL '
                          WSV-ULTIMO-USO DELIMITED BY SIZE
                          INTO RPTD-OBSERVACION
               END-IF
               PERFORM 050-DETALLE
           END-IF
           PERFORM 110-LEER-TRAN.
      *BUSCA LA APROBACION DE LA TRANSACCION PENDIENTE (LLAVE
      *ACCION MAS CODIGO MAS FECHA EFECTIVA) - SOLO APLICA CON LA
      *FIRMA DE UN OPERADOR DISTINTO DEL QUE CAPTURO
      *LA SOLICITUD QUE EL VERIFICADOR RECHAZO EN LINEA NO SE
      *APLICA NI SIGUE PENDIENTE - SOLO QUEDA LA CONSTANCIA
       230-APLICAR-PENDIENTE.
           MOVE PEN-ACCION          TO WSV-TRN-ACCION
           MOVE PEN-CODIGO          TO WSV-TRN-CODIGO
           MOVE PEN-DESCRIPCION     TO WSV-TRN-DESCRIPCION
           MOVE PEN-FECHA-EFECTIVA  TO WSV-TRN-FECHA-EF
           IF PEN-RECHAZADA
               PERFORM 255-DESCARTAR-RECHAZADA
           ELSE
               SET WSV-APR-IDX TO 1
               SEARCH WSV-APROB-ENTRY
                   AT END
                       PERFORM 250-DEJAR-PENDIENTE
                   WHEN WSV-APR-ACCION (WSV-APR-IDX) = PEN-ACCION
                    AND WSV-APR-CODIGO (WSV-APR-IDX) = PEN-CODIGO
                    AND WSV-APR-FECHA-EF (WSV-APR-IDX)
                           = PEN-FECHA-EFECTIVA
                       PERFORM 240-RESOLVER-APROBACION
               END-SEARCH
           END-IF
           PERFORM 220-LEER-PENDIENTE.

       240-RESOLVER-APROBACION.
               PERFORM 999-ABEND
           END-IF.

       255-DESCARTAR-RECHAZADA.
           ADD 1 TO WSV-TOT-RECH-LINEA
           MOVE 'DESCART'           TO RPTD-ACCION
           MOVE SPACES              TO RPTD-ANTES
           MOVE WSV-TRN-DESCRIPCION TO RPTD-DESPUES
           MOVE SPACES              TO RPTD-OBSERVACION
           STRING 'RECHAZADA EN LINEA - '
                  PEN-RESUELTO-POR DELIMITED BY SIZE
                  INTO RPTD-OBSERVACION
           PERFORM 050-DETALLE.

       280-CERRAR-APLICACION.
           PERFORM 285-APROB-SIN-DESTINO
               VARYING WSV-APR-IDX FROM 1 BY 1
               MOVE SPACES                  TO RPTD-DESPUES
               MOVE 'CODIGO ELIMINADO DEL MAESTRO'
                   TO RPTD-OBSERVACION
               PERFORM 046-BUSCAR-USO
               IF WSV-USO-RECIENTE
                   ADD 1 TO WSV-TOT-EN-USO
                   MOVE SPACES          TO RPTD-OBSERVACION
                   STRING 'ELIMINADO - EN USO EL '
                          WSV-ULTIMO-USO DELIMITED BY SIZE
                          INTO RPTD-OBSERVACION
               END-IF
               DELETE MASTER-FILE
               IF WSV-MSTR-STAT NOT = '00'
                   MOVE '044-APLICAR-BAJA'    TO ABND-PARRAFO
               PERFORM 050-DETALLE
           END-IF.

      *BUSCA EL USO DEL CODIGO DESDE EL COMIENZO DE LA VENTANA - EL
      *HISTORIAL ESTA EN ORDEN DE FECHA DENTRO DEL CODIGO, ASI QUE EL
      *ULTIMO REGISTRO LEIDO ES EL USO MAS RECIENTE. LA VENTANA ES
      *POR CODIGO Y NO POR VERSION: CUALQUIER USO DEL CODIGO CUENTA
       046-BUSCAR-USO.
           MOVE 'N'                     TO WSV-USO-SW
           MOVE ZEROS                   TO WSV-ULTIMO-USO
           IF WSV-HAY-HISTORIAL
               MOVE 'N'                 TO WSV-USO-FIN-SW
               MOVE WSV-TRN-CODIGO      TO UCD-CODIGO
               MOVE WSV-USO-DESDE       TO UCD-FECHA-NEGOCIO
               MOVE LOW-VALUES          TO UCD-EMPRESA
               START USO-COD-FILE KEY IS NOT LESS THAN UCD-LLAVE
                   INVALID KEY
                       MOVE 'S' TO WSV-USO-FIN-SW
               END-START
               IF WSV-UCOD-STAT NOT = '00' AND WSV-UCOD-STAT NOT = '23'
                   MOVE '046-BUSCAR-USO'      TO ABND-PARRAFO
                   STRING 'START USO-COD-FILE FALLO - STATUS '
                          WSV-UCOD-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               PERFORM 046A-LEER-USO UNTIL WSV-USO-FIN
           END-IF.

       046A-LEER-USO.
           READ USO-COD-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WSV-USO-FIN-SW
               NOT AT END
                   IF UCD-CODIGO NOT = WSV-TRN-CODIGO
                       MOVE 'S' TO WSV-USO-FIN-SW
                   ELSE
                       MOVE 'S'               TO WSV-USO-SW
                       MOVE UCD-FECHA-NEGOCIO TO WSV-ULTIMO-USO
                   END-IF
           END-READ.

       048-RECHAZAR.
           ADD 1 TO WSV-TOT-RECHAZOS
           MOVE 'RECHAZO'                  TO RPTD-ACCION
               MOVE 'APROBACIONES SIN DESTINO      : ' TO RPTT-LITERAL
               MOVE WSV-TOT-SIN-DESTINO                TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'RECHAZADAS EN LINEA           : ' TO RPTT-LITERAL
               MOVE WSV-TOT-RECH-LINEA                 TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'BAJAS DE CODIGOS EN USO       : ' TO RPTT-LITERAL
               MOVE WSV-TOT-EN-USO                     TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
           ELSE
               MOVE 'TRANSACCIONES LEIDAS          : ' TO RPTT-LITERAL
               MOVE WSV-TOT-LEIDOS-TRN                 TO RPTT-CANTIDAD
               MOVE 'TRANSACCIONES RECHAZADAS      : ' TO RPTT-LITERAL
               MOVE WSV-TOT-RECHAZOS                   TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
               MOVE 'BAJAS DE CODIGOS EN USO       : ' TO RPTT-LITERAL
               MOVE WSV-TOT-EN-USO                     TO RPTT-CANTIDAD
               PERFORM 070-TOTAL-LINEA
           END-IF
           IF WSV-HAY-HISTORIAL
               CLOSE USO-COD-FILE
           END-IF
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.
