       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MSTAPR.
       AUTHOR.                         AYMARA M FUSARO.
      *APROBACION EN LINEA DE LAS SOLICITUDES PENDIENTES DEL
      *MAESTRO DE CODIGOS (TRANSACCION MC03, MAPA MAPRM DEL MAPSET
      *MSTMAP) - LISTA LAS SOLICITUDES 'P' DEL ARCHIVO DE
      *PENDIENTES, DE A DIEZ, Y EL VERIFICADOR ELIGE UNA LINEA PARA
      *APROBARLA O RECHAZARLA:
      *  APROBAR  - GRABA LA APROBACION EN MAPRCARD CON EL USUARIO
      *             DEL VERIFICADOR, IGUAL QUE UNA TARJETA DEL BATCH,
      *             Y MARCA LA SOLICITUD 'A'. EL MAESTRO NO SE TOCA:
      *             LA APLICACION BATCH DE MSTMNT LA POSTEA CON SU
      *             REPORTE DE ANTES Y DESPUES
      *  RECHAZAR - MARCA LA SOLICITUD 'R'; LA APLICACION LA
      *             DESCARTA CON CONSTANCIA EN EL REPORTE. RECHAZAR
      *             UNA SOLICITUD PROPIA ES RETIRARLA, Y SE PERMITE
      *NADIE PUEDE APROBAR UNA SOLICITUD QUE EL MISMO CAPTURO - LA
      *MISMA REGLA DE MSTMNT, QUE IGUAL LA VUELVE A VERIFICAR AL
      *APLICAR. LA BAJA DE UN CODIGO CON USO RECIENTE (MARCADA AL
      *CAPTURARLA) SE LISTA 'EN USO' Y SU APROBACION LO RECUERDA
      *
      *ARCHIVOS DEFINIDOS EN CICS CON EL MISMO NOMBRE QUE SU DD EN
      *EL BATCH: PENDFILE Y MAPRCARD (ESDS, ACCESO POR RBA)
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY PENDWS.
           COPY MAPRWS.
           COPY MSTCWS.
           COPY MSTMAP.
           COPY DFHAID.
      *
       77  WSC-LARGO-COMMAREA           PIC S9(04) COMP VALUE 200.
       77  WSC-MAX-RENGLONES            PIC 9(02) VALUE 10.
       77  WSV-RESP                     PIC S9(08) COMP VALUE ZEROS.
       77  WSV-RESP-ED                  PIC 9(04) VALUE ZEROS.
       77  WSV-ABSTIME                  PIC S9(15) COMP-3 VALUE ZEROS.
       77  WSV-RBA                      PIC S9(08) COMP VALUE ZEROS.
       77  WSV-RBA-APROB                PIC S9(08) COMP VALUE ZEROS.
       77  WSV-MENSAJE                  PIC X(79) VALUE SPACES.
       77  WSV-OPERADOR                 PIC X(08) VALUE SPACES.
      *
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
       01  WSV-FECHA-AAMMDD.
           05 WSV-FEC-AA               PIC X(02).
           05 WSV-FEC-MM               PIC X(02).
           05 WSV-FEC-DD               PIC X(02).
       01  WSV-FECHA-NUM REDEFINES WSV-FECHA-AAMMDD PIC 9(06).
       77  WSV-FECHA-SALIDA             PIC X(08) VALUE SPACES.
      *
      *LINEA Y ACCION ELEGIDAS - LA LINEA SE ACEPTA CON UNO O DOS
      *DIGITOS, ALINEADA A LA IZQUIERDA O A LA DERECHA
       01  WSV-LINEA-X.
           05 WSV-LIN-1                PIC X(01).
           05 WSV-LIN-2                PIC X(01).
       01  WSV-LINEA REDEFINES WSV-LINEA-X PIC 9(02).
       77  WSV-LINEA-TIPEADA            PIC X(02) VALUE SPACES.
       77  WSV-ACCION                   PIC X(01) VALUE SPACES.
         88 WSV-ACC-APROBAR                      VALUE 'A'.
         88 WSV-ACC-RECHAZAR                     VALUE 'R'.
         88 WSV-ACC-VALIDA                   VALUES 'A' 'R'.
       77  WSV-ERROR                    PIC X(01) VALUE 'N'.
         88 WSV-HAY-ERROR                        VALUE 'S'.
       77  WSV-LEIDA                    PIC X(01) VALUE 'N'.
         88 WSV-SOLICITUD-LEIDA                  VALUE 'S'.
       77  WSV-INICIO                   PIC X(01) VALUE 'S'.
         88 WSV-INICIO-INVALIDO                  VALUE 'N'.
      *
       01  WSV-LINEA-APROB.
           05 LAP-NUMERO                PIC Z9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LAP-ACCION                PIC X(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LAP-CODIGO                PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LAP-VIGENCIA              PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LAP-DESCRIPCION           PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LAP-CAPTURO               PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LAP-FECHA                 PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LAP-MARCA                 PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LAP-USO                   PIC X(06).
           05 FILLER                    PIC X(05) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(200).

      *CONVERSACION SEUDOCONVERSACIONAL - LA COMMAREA GUARDA LA RBA
      *Y LA LLAVE DE CADA LINEA MOSTRADA, ASI LA SOLICITUD ELEGIDA
      *SE RELEE DIRECTO Y SE CONFIRMA QUE SIGA SIENDO LA MISMA
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'MSTAPR'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           IF EIBCALEN = 0
               PERFORM 030-PRIMERA-VEZ
           ELSE
               MOVE DFHCOMMAREA         TO MCA-AREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                       PERFORM 090-TERMINAR
                   WHEN EIBAID = DFHENTER
                       PERFORM 100-RESOLVER
                   WHEN EIBAID = DFHPF7
                       PERFORM 200-PRIMERA-PAGINA
                   WHEN EIBAID = DFHPF8
                       PERFORM 210-PAGINA-SIGUIENTE
                   WHEN OTHER
                       MOVE 'TECLA INVALIDA - USE ENTER, PF7, PF8 O PF3'
                           TO WSV-MENSAJE
                       PERFORM 290-CARGAR-LISTA
                       PERFORM 060-ENVIAR-MAPA
               END-EVALUATE
           END-IF
           PERFORM 080-RETORNAR
           GOBACK.

      *EL USUARIO DE LA SESION ES EL VERIFICADOR QUE FIRMA
       020-INICIO.
           EXEC CICS ASKTIME ABSTIME(WSV-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WSV-ABSTIME)
                     YYMMDD(WSV-HOY-PANTALLA) DATESEP('/')
           END-EXEC
           MOVE WSV-HOY-PAN-AA          TO WSV-HOY-AA
           MOVE WSV-HOY-PAN-MM          TO WSV-HOY-MM
           MOVE WSV-HOY-PAN-DD          TO WSV-HOY-DD
           EXEC CICS ASSIGN USERID(WSV-OPERADOR)
           END-EXEC.

       030-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO MCA-AREA
           MOVE ZEROS                   TO MCA-RBA-INICIO
           PERFORM 290-CARGAR-LISTA
           PERFORM 060-ENVIAR-MAPA.

       060-ENVIAR-MAPA.
           MOVE WSV-HOY-PANTALLA        TO APFECHO
           MOVE WSV-MENSAJE             TO APMSGO
           MOVE -1                      TO APNUML
           EXEC CICS SEND MAP('MAPRM') MAPSET('MSTMAP')
                     FROM(MAPRMO) ERASE CURSOR
                     RESP(WSV-RESP)
           END-EXEC
           IF WSV-RESP NOT = DFHRESP(NORMAL)
               MOVE '060-ENVIAR-MAPA'     TO ABND-PARRAFO
               MOVE WSV-RESP              TO WSV-RESP-ED
               STRING 'SEND MAP MAPRM FALLO - RESP '
                      WSV-RESP-ED DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       080-RETORNAR.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(MCA-AREA)
                     LENGTH(WSC-LARGO-COMMAREA)
           END-EXEC.

       090-TERMINAR.
           MOVE 'FIN DE LA APROBACION DE SOLICITUDES DEL MAESTRO'
               TO WSV-MENSAJE
           EXEC CICS SEND TEXT FROM(WSV-MENSAJE)
                     ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      *---------------- RESOLUCION DE UNA SOLICITUD ----------------
      *SIN LINEA NI ACCION EL ENTER SOLO REFRESCA LA LISTA
       100-RESOLVER.
           EXEC CICS RECEIVE MAP('MAPRM') MAPSET('MSTMAP')
                     INTO(MAPRMI)
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(MAPFAIL)
                   MOVE LOW-VALUES       TO MAPRMI
               WHEN OTHER
                   MOVE '100-RESOLVER'   TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'RECEIVE MAP MAPRM FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           INSPECT APNUMI REPLACING ALL LOW-VALUES BY SPACES
           INSPECT APACCI REPLACING ALL LOW-VALUES BY SPACES
           MOVE APNUMI                  TO WSV-LINEA-TIPEADA
           MOVE APNUMI                  TO WSV-LINEA-X
           MOVE APACCI                  TO WSV-ACCION
           MOVE 'N'                     TO WSV-ERROR
           IF WSV-LINEA-X NOT = SPACES OR WSV-ACCION NOT = SPACES
               PERFORM 105-VALIDAR-ELECCION
               IF NOT WSV-HAY-ERROR
                   PERFORM 110-RESOLVER-SOLICITUD
               END-IF
           END-IF
           PERFORM 290-CARGAR-LISTA
           IF WSV-HAY-ERROR
               MOVE WSV-LINEA-TIPEADA   TO APNUMO
               MOVE WSV-ACCION          TO APACCO
           END-IF
           PERFORM 060-ENVIAR-MAPA.

       105-VALIDAR-ELECCION.
           IF WSV-LIN-2 = SPACE
               MOVE WSV-LIN-1           TO WSV-LIN-2
               MOVE '0'                 TO WSV-LIN-1
           END-IF
           IF WSV-LIN-1 = SPACE
               MOVE '0'                 TO WSV-LIN-1
           END-IF
           EVALUATE TRUE
               WHEN WSV-LINEA-X NOT NUMERIC
                   MOVE 'S'             TO WSV-ERROR
               WHEN WSV-LINEA = ZEROS OR
                    WSV-LINEA > MCA-RENGLONES
                   MOVE 'S'             TO WSV-ERROR
           END-EVALUATE
           IF WSV-HAY-ERROR
               MOVE 'LINEA INVALIDA - ELIJA UNA DE LAS LINEAS LISTADAS'
                   TO WSV-MENSAJE
           ELSE
               IF NOT WSV-ACC-VALIDA
                   MOVE 'S'             TO WSV-ERROR
                   MOVE 'ACCION INVALIDA - A=APROBAR R=RECHAZAR'
                       TO WSV-MENSAJE
               END-IF
           END-IF.

      *LA SOLICITUD SE RELEE PARA ACTUALIZAR - SI MIENTRAS TANTO
      *OTRO VERIFICADOR LA RESOLVIO, O EL ARCHIVO SE RECARGO, NO SE
      *TOCA Y LA LISTA SE REFRESCA
       110-RESOLVER-SOLICITUD.
           MOVE 'N'                     TO WSV-LEIDA
           MOVE MCA-REN-RBA (WSV-LINEA) TO WSV-RBA
           EXEC CICS READ FILE('PENDFILE')
                     INTO(PEND-RECORD)
                     RIDFLD(WSV-RBA) RBA
                     UPDATE
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'S'             TO WSV-LEIDA
               WHEN DFHRESP(NOTFND)
                   MOVE 'LA SOLICITUD YA NO ESTA EN EL ARCHIVO'
                       TO WSV-MENSAJE
               WHEN OTHER
                   MOVE '110-RESOLVER-SOL' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'READ UPDATE PENDFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-SOLICITUD-LEIDA
               EVALUATE TRUE
                   WHEN PEN-ACCION NOT = MCA-REN-ACCION (WSV-LINEA)
                     OR PEN-CODIGO NOT = MCA-REN-CODIGO (WSV-LINEA)
                     OR PEN-FECHA-EFECTIVA
                           NOT = MCA-REN-FECHA-EF (WSV-LINEA)
                     OR NOT PEN-PENDIENTE
                       PERFORM 150-LIBERAR
                       MOVE 'LA SOLICITUD YA FUE RESUELTA'
                           TO WSV-MENSAJE
                   WHEN WSV-ACC-APROBAR
                    AND PEN-CAPTURADO-POR = WSV-OPERADOR
                       PERFORM 150-LIBERAR
                       MOVE 'NO PUEDE APROBAR SU PROPIA SOLICITUD'
                           TO WSV-MENSAJE
                   WHEN WSV-ACC-APROBAR
                       PERFORM 120-APROBAR
                   WHEN OTHER
                       PERFORM 130-RECHAZAR
               END-EVALUATE
           END-IF.

      *LA APROBACION ES UN REGISTRO MAS DE MAPRCARD, EL MISMO QUE
      *TRAERIA UNA TARJETA - LA APLICACION NO DISTINGUE EL ORIGEN
       120-APROBAR.
           MOVE SPACES                  TO APROB-RECORD
           MOVE PEN-ACCION              TO APR-ACCION
           MOVE PEN-CODIGO              TO APR-CODIGO
           MOVE PEN-FECHA-EFECTIVA      TO APR-FECHA-EFECTIVA
           MOVE WSV-OPERADOR            TO APR-APROBADO-POR
           EXEC CICS WRITE FILE('MAPRCARD')
                     FROM(APROB-RECORD)
                     RIDFLD(WSV-RBA-APROB) RBA
                     RESP(WSV-RESP)
           END-EXEC
           IF WSV-RESP NOT = DFHRESP(NORMAL)
               MOVE '120-APROBAR'         TO ABND-PARRAFO
               MOVE WSV-RESP              TO WSV-RESP-ED
               STRING 'WRITE MAPRCARD FALLO - RESP '
                      WSV-RESP-ED DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE 'A'                     TO PEN-ESTADO
           PERFORM 140-REGRABAR
           MOVE SPACES                  TO WSV-MENSAJE
           IF PEN-CODIGO-EN-USO
               STRING 'SOLICITUD ' PEN-ACCION ' ' PEN-CODIGO
                      ' APROBADA - ATENCION: EL CODIGO TIENE USO RECI'
                      'ENTE' DELIMITED BY SIZE
                      INTO WSV-MENSAJE
           ELSE
               STRING 'SOLICITUD ' PEN-ACCION ' ' PEN-CODIGO
                      ' APROBADA - SE APLICA EN LA PROXIMA CORRIDA DE M'
                      'STMNT' DELIMITED BY SIZE
                      INTO WSV-MENSAJE
           END-IF.

       130-RECHAZAR.
           MOVE 'R'                     TO PEN-ESTADO
           PERFORM 140-REGRABAR
           MOVE SPACES                  TO WSV-MENSAJE
           STRING 'SOLICITUD ' PEN-ACCION ' ' PEN-CODIGO
                  ' RECHAZADA - NO SE APLICARA' DELIMITED BY SIZE
                  INTO WSV-MENSAJE.

       140-REGRABAR.
           MOVE WSV-OPERADOR            TO PEN-RESUELTO-POR
           MOVE WSV-HOY                 TO PEN-FECHA-RESOLUCION
           EXEC CICS REWRITE FILE('PENDFILE')
                     FROM(PEND-RECORD)
                     RESP(WSV-RESP)
           END-EXEC
           IF WSV-RESP NOT = DFHRESP(NORMAL)
               MOVE '140-REGRABAR'        TO ABND-PARRAFO
               MOVE WSV-RESP              TO WSV-RESP-ED
               STRING 'REWRITE PENDFILE FALLO - RESP '
                      WSV-RESP-ED DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       150-LIBERAR.
           EXEC CICS UNLOCK FILE('PENDFILE')
           END-EXEC.

      *---------------- PAGINACION ----------------
       200-PRIMERA-PAGINA.
           MOVE ZEROS                   TO MCA-RBA-INICIO
           PERFORM 290-CARGAR-LISTA
           PERFORM 060-ENVIAR-MAPA.

       210-PAGINA-SIGUIENTE.
           IF MCA-MAS-PAGINAS
               MOVE MCA-RBA-SIGUIENTE   TO MCA-RBA-INICIO
           ELSE
               MOVE 'NO HAY MAS SOLICITUDES PENDIENTES'
                   TO WSV-MENSAJE
           END-IF
           PERFORM 290-CARGAR-LISTA
           PERFORM 060-ENVIAR-MAPA.

      *SI LA RBA DE COMIENZO DE PAGINA YA NO EXISTE (EL ARCHIVO SE
      *RECARGO DESPUES DE LA APLICACION) LA LISTA VUELVE AL PRINCIPIO
       290-CARGAR-LISTA.
           PERFORM 300-CARGAR-PAGINA
           IF WSV-INICIO-INVALIDO
               MOVE ZEROS               TO MCA-RBA-INICIO
               PERFORM 300-CARGAR-PAGINA
           END-IF
           PERFORM 340-MENSAJE-PAGINA.

      *RECORRE EL ESDS DESDE MCA-RBA-INICIO TOMANDO HASTA 10
      *SOLICITUDES 'P'; LA RBA DE LA UNDECIMA ES EL COMIENZO DE LA
      *PAGINA SIGUIENTE
       300-CARGAR-PAGINA.
           MOVE LOW-VALUES              TO MAPRMO
           MOVE ZEROS                   TO MCA-RENGLONES
           MOVE 'N'                     TO MCA-HAY-MAS
           MOVE 'S'                     TO WSV-INICIO
           MOVE MCA-RBA-INICIO          TO WSV-RBA
           MOVE '1' TO WSS-SWITCHES
           EXEC CICS STARTBR FILE('PENDFILE')
                     RIDFLD(WSV-RBA) RBA
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 310-LEER-PENDIENTE
                       UNTIL WSS-FIN OR MCA-MAS-PAGINAS
                   EXEC CICS ENDBR FILE('PENDFILE')
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   IF MCA-RBA-INICIO NOT = ZEROS
                       MOVE 'N'         TO WSV-INICIO
                   END-IF
               WHEN OTHER
                   MOVE '300-CARGAR-PAGIN' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'STARTBR PENDFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       310-LEER-PENDIENTE.
           EXEC CICS READNEXT FILE('PENDFILE')
                     INTO(PEND-RECORD)
                     RIDFLD(WSV-RBA) RBA
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   IF PEN-PENDIENTE
                       IF MCA-RENGLONES < WSC-MAX-RENGLONES
                           PERFORM 320-MOSTRAR-SOLICITUD
                       ELSE
                           MOVE 'S'     TO MCA-HAY-MAS
                           MOVE WSV-RBA TO MCA-RBA-SIGUIENTE
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '310-LEER-PENDIEN' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'READNEXT PENDFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

      *LAS SOLICITUDES DEL PROPIO USUARIO SE MARCAN, PORQUE ESAS
      *SOLO LAS PUEDE RECHAZAR (RETIRAR), Y LAS BAJAS DE CODIGOS CON
      *USO RECIENTE TAMBIEN
       320-MOSTRAR-SOLICITUD.
           ADD 1 TO MCA-RENGLONES
           MOVE WSV-RBA             TO MCA-REN-RBA (MCA-RENGLONES)
           MOVE PEN-ACCION          TO MCA-REN-ACCION (MCA-RENGLONES)
           MOVE PEN-CODIGO          TO MCA-REN-CODIGO (MCA-RENGLONES)
           MOVE PEN-FECHA-EFECTIVA
               TO MCA-REN-FECHA-EF (MCA-RENGLONES)
           MOVE MCA-RENGLONES           TO LAP-NUMERO
           EVALUATE PEN-ACCION
               WHEN 'A'    MOVE 'ALTA'   TO LAP-ACCION
               WHEN 'C'    MOVE 'CAMBIO' TO LAP-ACCION
               WHEN 'B'    MOVE 'BAJA'   TO LAP-ACCION
               WHEN OTHER  MOVE PEN-ACCION TO LAP-ACCION
           END-EVALUATE
           MOVE PEN-CODIGO              TO LAP-CODIGO
           MOVE PEN-FECHA-EFECTIVA      TO WSV-FECHA-NUM
           PERFORM 070-EDITAR-FECHA
           MOVE WSV-FECHA-SALIDA        TO LAP-VIGENCIA
           MOVE PEN-DESCRIPCION         TO LAP-DESCRIPCION
           MOVE PEN-CAPTURADO-POR       TO LAP-CAPTURO
           MOVE PEN-FECHA-CAPTURA       TO WSV-FECHA-NUM
           PERFORM 070-EDITAR-FECHA
           MOVE WSV-FECHA-SALIDA        TO LAP-FECHA
           IF PEN-CAPTURADO-POR = WSV-OPERADOR
               MOVE 'PROPIA'            TO LAP-MARCA
           ELSE
               MOVE SPACES              TO LAP-MARCA
           END-IF
           IF PEN-CODIGO-EN-USO
               MOVE 'EN USO'            TO LAP-USO
           ELSE
               MOVE SPACES              TO LAP-USO
           END-IF
           MOVE WSV-LINEA-APROB         TO APLINO (MCA-RENGLONES).

       340-MENSAJE-PAGINA.
           IF WSV-MENSAJE = SPACES
               EVALUATE TRUE
                   WHEN MCA-RENGLONES = ZEROS
                       MOVE 'NO HAY SOLICITUDES PENDIENTES'
                           TO WSV-MENSAJE
                   WHEN MCA-MAS-PAGINAS
                       MOVE 'HAY MAS SOLICITUDES - PF8 PARA CONTINUAR'
                           TO WSV-MENSAJE
                   WHEN OTHER
                       MOVE 'ELIJA LINEA Y ACCION Y PRESIONE ENTER'
                           TO WSV-MENSAJE
               END-EVALUATE
           END-IF.

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
      *EN LOS ARCHIVOS RECUPERABLES (UNA APROBACION GRABADA SIN SU
      *PENDIENTE MARCADO, POR EJEMPLO)
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
