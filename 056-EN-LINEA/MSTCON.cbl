       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MSTCON.
       AUTHOR.                         AYMARA M FUSARO.
      *CONSULTA EN LINEA DEL MAESTRO DE CODIGOS (TRANSACCION MC01,
      *MAPA MCONM DEL MAPSET MSTMAP) - MUESTRA TODAS LAS VERSIONES
      *FECHADAS DE UN CODIGO CON SU ESTADO A LA FECHA (VIGENTE,
      *REEMPLAZADA O FUTURA) Y CUANTAS SOLICITUDES DEL CODIGO
      *ESPERAN EN EL ARCHIVO DE PENDIENTES. SOLO LEE: EL MAESTRO
      *SE ACTUALIZA UNICAMENTE POR LA APLICACION BATCH DE MSTMNT
      *
      *ARCHIVOS DEFINIDOS EN CICS CON EL MISMO NOMBRE QUE SU DD EN
      *EL BATCH: MSTRFILE (KSDS) Y PENDFILE (ESDS)
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY MSTRWS.
           COPY PENDWS.
           COPY MSTCWS.
           COPY MSTMAP.
           COPY DFHAID.
      *
       77  WSC-LARGO-COMMAREA           PIC S9(04) COMP VALUE 200.
       77  WSC-MAX-RENGLONES            PIC 9(02) VALUE 12.
       77  WSV-RESP                     PIC S9(08) COMP VALUE ZEROS.
       77  WSV-RESP-ED                  PIC 9(04) VALUE ZEROS.
       77  WSV-ABSTIME                  PIC S9(15) COMP-3 VALUE ZEROS.
       77  WSV-RBA                      PIC S9(08) COMP VALUE ZEROS.
       77  WSV-MENSAJE                  PIC X(79) VALUE SPACES.
      *
      *FECHA DEL DIA - LA VIGENCIA SE JUZGA CONTRA ELLA, EN EL MISMO
      *AAMMDD DEL MAESTRO
       01  WSV-HOY-PANTALLA.
           05 WSV-HOY-PAN-AA           PIC X(02).
           05 FILLER                   PIC X(01).
           05 WSV-HOY-PAN-MM           PIC X(02).
           05 FILLER                   PIC X(01).
           05 WSV-HOY-PAN-DD           PIC X(02).
       01  WSV-HOY-X.
           05 WSV-HOY-AA               PIC X(02).
           05 WSV-HOY-MM               PIC X(02).
           05 WSV-HOY-DD               PIC X(02).
       01  WSV-HOY REDEFINES WSV-HOY-X PIC 9(06).
      *
      *EDICION AA/MM/DD DE UNA FECHA EFECTIVA (000000 = BASE)
       01  WSV-FECHA-AAMMDD.
           05 WSV-FEC-AA               PIC X(02).
           05 WSV-FEC-MM               PIC X(02).
           05 WSV-FEC-DD               PIC X(02).
       01  WSV-FECHA-NUM REDEFINES WSV-FECHA-AAMMDD PIC 9(06).
       77  WSV-FECHA-SALIDA             PIC X(08) VALUE SPACES.
      *
      *RECORRIDA DEL MAESTRO - CADA VERSION QUEDA RETENIDA HASTA
      *LEER LA SIGUIENTE, PORQUE SU ESTADO DEPENDE DE LA FECHA EN
      *QUE EMPIEZA A REGIR LA QUE LA REEMPLAZA
       01  WSV-LLAVE-MST.
           05 WSV-LLAVE-CODIGO         PIC X(02).
           05 WSV-LLAVE-FECHA          PIC 9(06).
       77  WSV-RENGLONES                PIC 9(02) VALUE ZEROS.
       77  WSV-HAY-RETENIDA             PIC X(01) VALUE 'N'.
         88 WSV-RETENIDA-LLENA                   VALUE 'S'.
       01  WSV-RETENIDA.
           05 WSV-RET-LLAVE.
              10 WSV-RET-CODIGO         PIC X(02).
              10 WSV-RET-FECHA-EF       PIC 9(06).
           05 WSV-RET-DESCRIPCION       PIC X(10).
       77  WSV-FECHA-SIGUIENTE          PIC 9(06) VALUE ZEROS.
      *
      *SOLICITUDES DEL CODIGO EN EL ARCHIVO DE PENDIENTES
       77  WSV-CNT-PENDIENTES           PIC 9(03) VALUE ZEROS.
       77  WSV-CNT-APROBADAS            PIC 9(03) VALUE ZEROS.
      *
       01  WSV-LINEA-VERSION.
           05 LCN-VIGENCIA              PIC X(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 LCN-DESCRIPCION           PIC X(10).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 LCN-ESTADO                PIC X(11).
           05 FILLER                    PIC X(44) VALUE SPACES.

       01  WSV-LINEA-PENDIENTES.
           05 FILLER                    PIC X(36)
                        VALUE 'SOLICITUDES DEL CODIGO - PENDIENTES:'.
           05 LPN-PENDIENTES            PIC ZZ9.
           05 FILLER                    PIC X(25)
                        VALUE '   APROBADAS SIN APLICAR:'.
           05 LPN-APROBADAS             PIC ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(200).

      *CONVERSACION SEUDOCONVERSACIONAL - CADA TECLA ES UNA TAREA
      *NUEVA QUE RECUPERA EL CODIGO Y LA PAGINA DE LA COMMAREA
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'MSTCON'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           IF EIBCALEN = 0
               PERFORM 030-PRIMERA-VEZ
           ELSE
               MOVE DFHCOMMAREA         TO MCA-AREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                       PERFORM 090-TERMINAR
                   WHEN EIBAID = DFHENTER
                       PERFORM 100-CONSULTAR
                   WHEN EIBAID = DFHPF7
                       PERFORM 200-PRIMERA-PAGINA
                   WHEN EIBAID = DFHPF8
                       PERFORM 210-PAGINA-SIGUIENTE
                   WHEN OTHER
                       PERFORM 050-TECLA-INVALIDA
               END-EVALUATE
           END-IF
           PERFORM 080-RETORNAR
           GOBACK.

       020-INICIO.
           EXEC CICS ASKTIME ABSTIME(WSV-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WSV-ABSTIME)
                     YYMMDD(WSV-HOY-PANTALLA) DATESEP('/')
           END-EXEC
           MOVE WSV-HOY-PAN-AA          TO WSV-HOY-AA
           MOVE WSV-HOY-PAN-MM          TO WSV-HOY-MM
           MOVE WSV-HOY-PAN-DD          TO WSV-HOY-DD.

       030-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO MCA-AREA
           MOVE SPACES                  TO MCA-CODIGO
           MOVE 'N'                     TO MCA-HAY-MAS
           MOVE LOW-VALUES              TO MCONMO
           MOVE 'INGRESE EL CODIGO A CONSULTAR' TO WSV-MENSAJE
           PERFORM 060-ENVIAR-MAPA.

      *LA PANTALLA SE ARMA COMPLETA EN CADA ENVIO - FECHA, MENSAJE
      *Y CURSOR EN EL CODIGO
       060-ENVIAR-MAPA.
           MOVE WSV-HOY-PANTALLA        TO CNFECHO
           MOVE WSV-MENSAJE             TO CNMSGO
           MOVE -1                      TO CNCODL
           EXEC CICS SEND MAP('MCONM') MAPSET('MSTMAP')
                     FROM(MCONMO) ERASE CURSOR
                     RESP(WSV-RESP)
           END-EXEC
           IF WSV-RESP NOT = DFHRESP(NORMAL)
               MOVE '060-ENVIAR-MAPA'     TO ABND-PARRAFO
               MOVE WSV-RESP              TO WSV-RESP-ED
               STRING 'SEND MAP MCONM FALLO - RESP '
                      WSV-RESP-ED DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       050-TECLA-INVALIDA.
           MOVE 'TECLA INVALIDA - USE ENTER, PF7, PF8 O PF3'
               TO WSV-MENSAJE
           PERFORM 300-CARGAR-PAGINA
           PERFORM 060-ENVIAR-MAPA.

       080-RETORNAR.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(MCA-AREA)
                     LENGTH(WSC-LARGO-COMMAREA)
           END-EXEC.

       090-TERMINAR.
           MOVE 'FIN DE LA CONSULTA DEL MAESTRO DE CODIGOS'
               TO WSV-MENSAJE
           EXEC CICS SEND TEXT FROM(WSV-MENSAJE)
                     ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      *---------------- CONSULTA DE UN CODIGO ----------------
       100-CONSULTAR.
           EXEC CICS RECEIVE MAP('MCONM') MAPSET('MSTMAP')
                     INTO(MCONMI)
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(MAPFAIL)
                   MOVE LOW-VALUES       TO MCONMI
               WHEN OTHER
                   MOVE '100-CONSULTAR'  TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'RECEIVE MAP MCONM FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF CNCODL = ZEROS OR CNCODI = SPACES OR
              CNCODI = LOW-VALUES
               MOVE SPACES               TO MCA-CODIGO
               MOVE 'N'                  TO MCA-HAY-MAS
               MOVE LOW-VALUES           TO MCONMO
               MOVE 'INGRESE EL CODIGO A CONSULTAR' TO WSV-MENSAJE
           ELSE
               MOVE CNCODI               TO MCA-CODIGO
               PERFORM 205-DESDE-EL-PRINCIPIO
           END-IF
           PERFORM 060-ENVIAR-MAPA.

      *---------------- PAGINACION ----------------
       200-PRIMERA-PAGINA.
           PERFORM 205-DESDE-EL-PRINCIPIO
           PERFORM 060-ENVIAR-MAPA.

       205-DESDE-EL-PRINCIPIO.
           MOVE MCA-CODIGO              TO WSV-LLAVE-CODIGO
           MOVE ZEROS                   TO WSV-LLAVE-FECHA
           MOVE WSV-LLAVE-MST           TO MCA-LLAVE-INICIO
           PERFORM 300-CARGAR-PAGINA.

       210-PAGINA-SIGUIENTE.
           IF MCA-MAS-PAGINAS
               MOVE MCA-LLAVE-SIGUIENTE TO MCA-LLAVE-INICIO
           ELSE
               MOVE 'NO HAY MAS VERSIONES DEL CODIGO'
                   TO WSV-MENSAJE
           END-IF
           PERFORM 300-CARGAR-PAGINA
           PERFORM 060-ENVIAR-MAPA.

      *ARMA LA PAGINA DESDE MCA-LLAVE-INICIO - HASTA 12 VERSIONES
      *DEL CODIGO; SI QUEDA UNA MAS RETENIDA, ESA ES EL COMIENZO DE
      *LA PAGINA SIGUIENTE
       300-CARGAR-PAGINA.
           MOVE LOW-VALUES              TO MCONMO
           MOVE 'N'                     TO MCA-HAY-MAS
           MOVE ZEROS                   TO WSV-RENGLONES
           MOVE 'N'                     TO WSV-HAY-RETENIDA
           IF MCA-CODIGO = SPACES OR MCA-CODIGO = LOW-VALUES
               IF WSV-MENSAJE = SPACES
                   MOVE 'INGRESE EL CODIGO A CONSULTAR'
                       TO WSV-MENSAJE
               END-IF
           ELSE
               MOVE MCA-CODIGO          TO CNCODO
               MOVE MCA-LLAVE-INICIO    TO WSV-LLAVE-MST
               PERFORM 305-RECORRER-VERSIONES
               PERFORM 400-CONTAR-PENDIENTES
               PERFORM 340-MENSAJE-PAGINA
           END-IF.

       305-RECORRER-VERSIONES.
           MOVE '1' TO WSS-SWITCHES
           EXEC CICS STARTBR FILE('MSTRFILE')
                     RIDFLD(WSV-LLAVE-MST) GTEQ
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 310-LEER-VERSION
                       UNTIL WSS-FIN
                          OR WSV-RENGLONES = WSC-MAX-RENGLONES
                   EXEC CICS ENDBR FILE('MSTRFILE')
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '305-RECORRER-VER' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'STARTBR MSTRFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSS-FIN
               IF WSV-RETENIDA-LLENA
                   MOVE 999999          TO WSV-FECHA-SIGUIENTE
                   PERFORM 320-MOSTRAR-VERSION
               END-IF
           ELSE
               MOVE 'S'                 TO MCA-HAY-MAS
               MOVE WSV-RET-LLAVE       TO MCA-LLAVE-SIGUIENTE
           END-IF.

       310-LEER-VERSION.
           EXEC CICS READNEXT FILE('MSTRFILE')
                     INTO(MASTER-RECORD)
                     RIDFLD(WSV-LLAVE-MST)
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   IF MST-CODIGO NOT = MCA-CODIGO
                       MOVE '0' TO WSS-SWITCHES
                   ELSE
                       IF WSV-RETENIDA-LLENA
                           MOVE MST-FECHA-EFECTIVA
                               TO WSV-FECHA-SIGUIENTE
                           PERFORM 320-MOSTRAR-VERSION
                       END-IF
                       MOVE MST-LLAVE       TO WSV-RET-LLAVE
                       MOVE MST-DESCRIPCION TO WSV-RET-DESCRIPCION
                       MOVE 'S'             TO WSV-HAY-RETENIDA
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '310-LEER-VERSION' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'READNEXT MSTRFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

      *UNA VERSION QUE TODAVIA NO EMPIEZA A REGIR ES FUTURA; LA QUE
      *YA RIGE ES VIGENTE MIENTRAS LA SIGUIENTE NO HAYA EMPEZADO
       320-MOSTRAR-VERSION.
           MOVE WSV-RET-FECHA-EF        TO WSV-FECHA-NUM
           PERFORM 070-EDITAR-FECHA
           MOVE WSV-FECHA-SALIDA        TO LCN-VIGENCIA
           MOVE WSV-RET-DESCRIPCION     TO LCN-DESCRIPCION
           IF WSV-RET-FECHA-EF > WSV-HOY
               MOVE 'FUTURA'            TO LCN-ESTADO
           ELSE
               IF WSV-FECHA-SIGUIENTE > WSV-HOY
                   MOVE 'VIGENTE'       TO LCN-ESTADO
               ELSE
                   MOVE 'REEMPLAZADA'   TO LCN-ESTADO
               END-IF
           END-IF
           ADD 1 TO WSV-RENGLONES
           MOVE WSV-LINEA-VERSION       TO CNLINO (WSV-RENGLONES).

       340-MENSAJE-PAGINA.
           IF WSV-MENSAJE = SPACES
               EVALUATE TRUE
                   WHEN WSV-RENGLONES = ZEROS
                       MOVE 'EL CODIGO NO TIENE VERSIONES EN EL MAESTRO'
                           TO WSV-MENSAJE
                   WHEN MCA-MAS-PAGINAS
                       MOVE 'HAY MAS VERSIONES - PF8 PARA CONTINUAR'
                           TO WSV-MENSAJE
                   WHEN OTHER
                       MOVE 'FIN DE LAS VERSIONES DEL CODIGO'
                           TO WSV-MENSAJE
               END-EVALUATE
           END-IF.

      *---------------- SOLICITUDES EN ESPERA ----------------
      *RECORRE EL ESDS DE PENDIENTES DESDE EL PRINCIPIO - LAS 'P'
      *ESPERAN VERIFICADOR Y LAS 'A' ESPERAN LA APLICACION BATCH
       400-CONTAR-PENDIENTES.
           MOVE ZEROS                   TO WSV-CNT-PENDIENTES
           MOVE ZEROS                   TO WSV-CNT-APROBADAS
           MOVE ZEROS                   TO WSV-RBA
           MOVE '1' TO WSS-SWITCHES
           EXEC CICS STARTBR FILE('PENDFILE')
                     RIDFLD(WSV-RBA) RBA
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 410-LEER-PENDIENTE UNTIL WSS-FIN
                   EXEC CICS ENDBR FILE('PENDFILE')
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '400-CONTAR-PEND' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'STARTBR PENDFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           MOVE WSV-CNT-PENDIENTES      TO LPN-PENDIENTES
           MOVE WSV-CNT-APROBADAS       TO LPN-APROBADAS
           MOVE WSV-LINEA-PENDIENTES    TO CNPENDO.

       410-LEER-PENDIENTE.
           EXEC CICS READNEXT FILE('PENDFILE')
                     INTO(PEND-RECORD)
                     RIDFLD(WSV-RBA) RBA
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   IF PEN-CODIGO = MCA-CODIGO
                       IF PEN-PENDIENTE
                           ADD 1 TO WSV-CNT-PENDIENTES
                       END-IF
                       IF PEN-APROBADA
                           ADD 1 TO WSV-CNT-APROBADAS
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '410-LEER-PENDIEN' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'READNEXT PENDFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       070-EDITAR-FECHA.
           IF WSV-FECHA-NUM = ZEROS
               MOVE 'BASE'              TO WSV-FECHA-SALIDA
           ELSE
               MOVE SPACES              TO WSV-FECHA-SALIDA
               STRING WSV-FEC-AA '/' WSV-FEC-MM '/' WSV-FEC-DD
                      DELIMITED BY SIZE
                      INTO WSV-FECHA-SALIDA
           END-IF.

      *EN LINEA NO HAY SYSOUT NI SE PUEDE ABRIR ABENDLOG - LA
      *CONSTANCIA VA A LA COLA CSMT DEL LOG DE CICS Y LA TAREA
      *TERMINA CON ABEND, QUE DESHACE LO QUE HAYA QUEDADO A MEDIAS
      *EN LOS ARCHIVOS RECUPERABLES
       999-ABEND.
           EXEC CICS FORMATTIME ABSTIME(WSV-ABSTIME)
                     YYMMDD(ABND-FECHA)
                     NOHANDLE
           END-EXEC
           MOVE EIBTIME                 TO ABND-HORA
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                     FROM(ABND-DATOS)
                     NOHANDLE
           END-EXEC
           EXEC CICS ABEND ABCODE('MSTE')
           END-EXEC.
