       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MSTCAP.
       AUTHOR.                         AYMARA M FUSARO.
      *CAPTURA EN LINEA DE SOLICITUDES DE ALTA, CAMBIO Y BAJA DEL
      *MAESTRO DE CODIGOS (TRANSACCION MC02, MAPA MCAPM DEL MAPSET
      *MSTMAP) - ES EL MISMO PASE DE CAPTURA DE MSTMNT HECHO DESDE
      *LA TERMINAL: LA SOLICITUD QUEDA 'P' EN EL ARCHIVO DE
      *PENDIENTES CON EL USUARIO QUE LA CAPTURO, Y SOLO LLEGA AL
      *MAESTRO CUANDO OTRO USUARIO LA APRUEBA (MSTAPR) Y CORRE LA
      *APLICACION BATCH DE MSTMNT
      *
      *A DIFERENCIA DEL BATCH, LA PANTALLA YA ADVIERTE AL CAPTURAR
      *LO QUE LA APLICACION VA A RECHAZAR (ALTA DE UNA VERSION QUE
      *YA EXISTE, CAMBIO O BAJA DE UNA QUE NO EXISTE) Y NO ACEPTA
      *UNA SEGUNDA SOLICITUD IGUAL MIENTRAS LA PRIMERA ESPERA,
      *PORQUE LA APROBACION SE COTEJA POR ACCION, CODIGO Y FECHA
      *
      *UNA BAJA DE UN CODIGO CON USO RECIENTE EN EL HISTORIAL DE
      *CONVE SE REGISTRA IGUAL, PERO MARCADA EN USO Y CON AVISO
      *
      *ARCHIVOS DEFINIDOS EN CICS CON EL MISMO NOMBRE QUE SU DD EN
      *EL BATCH: MSTRFILE Y USOCODF (KSDS) Y PENDFILE (ESDS)
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY MSTRWS.
           COPY PENDWS.
           COPY USOCWS.
           COPY MSTCWS.
           COPY MSTMAP.
           COPY DFHAID.
      *
       77  WSC-LARGO-COMMAREA           PIC S9(04) COMP VALUE 200.
       77  WSV-RESP                     PIC S9(08) COMP VALUE ZEROS.
       77  WSV-RESP-ED                  PIC 9(04) VALUE ZEROS.
       77  WSV-ABSTIME                  PIC S9(15) COMP-3 VALUE ZEROS.
       77  WSV-RBA                      PIC S9(08) COMP VALUE ZEROS.
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
      *SOLICITUD EN PROCESO - MISMOS VALORES DE ACCION QUE MSTMNT
       01  WSV-TRANSACCION.
           05 WSV-TRN-ACCION           PIC X(01).
             88 WSV-TRN-ALTA                     VALUE 'A'.
             88 WSV-TRN-CAMBIO                   VALUE 'C'.
             88 WSV-TRN-BAJA                     VALUE 'B'.
             88 WSV-TRN-VALIDA               VALUES 'A' 'C' 'B'.
           05 WSV-TRN-CODIGO           PIC X(02).
           05 WSV-TRN-DESCRIPCION      PIC X(10).
           05 WSV-TRN-FECHA-EF         PIC 9(06).
      *
      *FECHA EFECTIVA TIPEADA - SE VALIDA POR PARTES ANTES DE PASARLA
      *A NUMERICO
       01  WSV-VIGENCIA-X.
           05 WSV-VIG-AA               PIC X(02).
           05 WSV-VIG-MM               PIC X(02).
             88 WSV-VIG-MES-VALIDO   VALUES '01' THRU '12'.
           05 WSV-VIG-DD               PIC X(02).
             88 WSV-VIG-DIA-VALIDO   VALUES '01' THRU '31'.
      *
       77  WSV-ERROR                    PIC X(01) VALUE 'N'.
         88 WSV-HAY-ERROR                        VALUE 'S'.
       77  WSV-HAY-MAESTRO              PIC X(01) VALUE 'N'.
         88 WSV-CODIGO-EXISTE                    VALUE 'S'.
       77  WSV-HAY-DUPLICADA            PIC X(01) VALUE 'N'.
         88 WSV-SOLICITUD-DUPLICADA              VALUE 'S'.
       01  WSV-LLAVE-MST.
           05 WSV-LLAVE-CODIGO         PIC X(02).
           05 WSV-LLAVE-FECHA          PIC 9(06).
      *
      *USO RECIENTE - LA MISMA VENTANA QUE MSTMNT: CUALQUIER USO DEL
      *CODIGO DESDE EL PRIMER DIA DEL MES QUE ESTA WSC-MESES-USO
      *MESES ATRAS CONTANDO EL ACTUAL
       77  WSC-MESES-USO                PIC 9(02) VALUE 3.
       77  WSV-MESES-ATRAS              PIC 9(02) VALUE ZEROS.
       01  WSV-LLAVE-USO.
           05 WSV-LLAVE-USO-CODIGO     PIC X(02).
           05 WSV-USO-DESDE-X.
              10 WSV-USO-DESDE-AA      PIC 9(02).
              10 WSV-USO-DESDE-MM      PIC 9(02).
              10 WSV-USO-DESDE-DD      PIC 9(02).
           05 WSV-LLAVE-USO-EMPRESA    PIC X(01).
       77  WSV-ULTIMO-USO               PIC 9(06) VALUE ZEROS.
       77  WSV-USO-SW                   PIC X(01) VALUE 'N'.
         88 WSV-USO-RECIENTE                     VALUE 'S'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(200).

      *CONVERSACION SEUDOCONVERSACIONAL - UNA SOLICITUD POR ENTER
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'MSTCAP'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           IF EIBCALEN = 0
               PERFORM 030-PRIMERA-VEZ
           ELSE
               MOVE DFHCOMMAREA         TO MCA-AREA
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                       PERFORM 090-TERMINAR
                   WHEN EIBAID = DFHENTER
                       PERFORM 100-REGISTRAR
                   WHEN OTHER
                       PERFORM 050-TECLA-INVALIDA
               END-EVALUATE
           END-IF
           PERFORM 080-RETORNAR
           GOBACK.

      *EL USUARIO DE LA SESION ES EL QUE FIRMA LA CAPTURA, COMO
      *OPERCARD EN EL BATCH
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
           MOVE LOW-VALUES              TO MCAPMO
           MOVE 'INGRESE LA SOLICITUD Y PRESIONE ENTER'
               TO WSV-MENSAJE
           MOVE -1                      TO CPACCL
           PERFORM 060-ENVIAR-MAPA.

      *EL CURSOR QUEDA DONDE LO DEJO EL PARRAFO QUE ARMO EL MENSAJE
      *(EL CAMPO CON ERROR, O LA ACCION PARA LA SIGUIENTE SOLICITUD)
       060-ENVIAR-MAPA.
           MOVE WSV-HOY-PANTALLA        TO CPFECHO
           MOVE WSV-MENSAJE             TO CPMSGO
           EXEC CICS SEND MAP('MCAPM') MAPSET('MSTMAP')
                     FROM(MCAPMO) ERASE CURSOR
                     RESP(WSV-RESP)
           END-EXEC
           IF WSV-RESP NOT = DFHRESP(NORMAL)
               MOVE '060-ENVIAR-MAPA'     TO ABND-PARRAFO
               MOVE WSV-RESP              TO WSV-RESP-ED
               STRING 'SEND MAP MCAPM FALLO - RESP '
                      WSV-RESP-ED DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       050-TECLA-INVALIDA.
           PERFORM 105-RECIBIR-MAPA
           MOVE 'TECLA INVALIDA - USE ENTER O PF3' TO WSV-MENSAJE
           MOVE -1                      TO CPACCL
           PERFORM 060-ENVIAR-MAPA.

       080-RETORNAR.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(MCA-AREA)
                     LENGTH(WSC-LARGO-COMMAREA)
           END-EXEC.

       090-TERMINAR.
           MOVE 'FIN DE LA CAPTURA DE SOLICITUDES DEL MAESTRO'
               TO WSV-MENSAJE
           EXEC CICS SEND TEXT FROM(WSV-MENSAJE)
                     ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      *---------------- REGISTRO DE UNA SOLICITUD ----------------
       100-REGISTRAR.
           PERFORM 105-RECIBIR-MAPA
           MOVE 'N'                     TO WSV-ERROR
           PERFORM 110-VALIDAR-CAMPOS
           IF NOT WSV-HAY-ERROR
               PERFORM 120-VALIDAR-MAESTRO
           END-IF
           IF NOT WSV-HAY-ERROR
               PERFORM 130-BUSCAR-DUPLICADA
           END-IF
           MOVE 'N'                     TO WSV-USO-SW
           IF NOT WSV-HAY-ERROR AND WSV-TRN-BAJA
               PERFORM 137-BUSCAR-USO
           END-IF
           IF NOT WSV-HAY-ERROR
               PERFORM 140-GRABAR-SOLICITUD
           END-IF
           PERFORM 060-ENVIAR-MAPA.

      *LOS CAMPOS DE ENTRADA TIENEN FSET, ASI VUELVEN SIEMPRE Y LA
      *PANTALLA SE REENVIA CON LO QUE EL USUARIO TIPEO
       105-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('MCAPM') MAPSET('MSTMAP')
                     INTO(MCAPMI)
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(MAPFAIL)
                   MOVE LOW-VALUES       TO MCAPMI
               WHEN OTHER
                   MOVE '105-RECIBIR-MAPA' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'RECEIVE MAP MCAPM FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           INSPECT CPACCI  REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CPCODI  REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CPVIGI  REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CPDESCI REPLACING ALL LOW-VALUES BY SPACES
           MOVE LOW-VALUES              TO CPACTO.

      *VALIDA CAMPO POR CAMPO EN EL ORDEN DE LA PANTALLA - EL
      *PRIMER ERROR DEJA EL MENSAJE Y EL CURSOR EN ESE CAMPO
       110-VALIDAR-CAMPOS.
           MOVE CPACCI                  TO WSV-TRN-ACCION
           MOVE CPCODI                  TO WSV-TRN-CODIGO
           MOVE CPDESCI                 TO WSV-TRN-DESCRIPCION
           MOVE ZEROS                   TO WSV-TRN-FECHA-EF
           EVALUATE TRUE
               WHEN NOT WSV-TRN-VALIDA
                   MOVE 'ACCION INVALIDA - USE A=ALTA C=CAMBIO B=BAJA'
                       TO WSV-MENSAJE
                   MOVE -1              TO CPACCL
                   MOVE 'S'             TO WSV-ERROR
               WHEN WSV-TRN-CODIGO = SPACES
                   MOVE 'INGRESE EL CODIGO' TO WSV-MENSAJE
                   MOVE -1              TO CPCODL
                   MOVE 'S'             TO WSV-ERROR
               WHEN OTHER
                   PERFORM 115-VALIDAR-VIGENCIA
           END-EVALUATE
           IF NOT WSV-HAY-ERROR AND NOT WSV-TRN-BAJA
               IF WSV-TRN-DESCRIPCION = SPACES
                   MOVE 'INGRESE LA DESCRIPCION' TO WSV-MENSAJE
                   MOVE -1              TO CPDESCL
                   MOVE 'S'             TO WSV-ERROR
               END-IF
           END-IF.

      *EN BLANCO ES LA VERSION BASE (000000), COMO EN MSTTRAN
       115-VALIDAR-VIGENCIA.
           IF CPVIGI NOT = SPACES
               MOVE CPVIGI              TO WSV-VIGENCIA-X
               IF WSV-VIGENCIA-X NUMERIC AND
                  WSV-VIG-MES-VALIDO AND WSV-VIG-DIA-VALIDO
                   MOVE CPVIGI          TO WSV-TRN-FECHA-EF
               ELSE
                   MOVE 'FECHA EFECTIVA INVALIDA - AAMMDD O EN BLANCO'
                       TO WSV-MENSAJE
                   MOVE -1              TO CPVIGL
                   MOVE 'S'             TO WSV-ERROR
               END-IF
           END-IF.

      *LA MISMA REGLA QUE APLICA MSTMNT AL POSTEAR - AQUI SOLO SE
      *ADVIERTE ANTES, PARA NO DEJAR PENDIENTE ALGO QUE VA A REBOTAR
       120-VALIDAR-MAESTRO.
           MOVE 'N'                     TO WSV-HAY-MAESTRO
           MOVE WSV-TRN-CODIGO          TO WSV-LLAVE-CODIGO
           MOVE WSV-TRN-FECHA-EF        TO WSV-LLAVE-FECHA
           EXEC CICS READ FILE('MSTRFILE')
                     INTO(MASTER-RECORD)
                     RIDFLD(WSV-LLAVE-MST)
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'S'             TO WSV-HAY-MAESTRO
                   MOVE MST-DESCRIPCION TO CPACTO
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '120-VALIDAR-MAES' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'READ MSTRFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           EVALUATE TRUE
               WHEN WSV-TRN-ALTA AND WSV-CODIGO-EXISTE
                   MOVE 'LA VERSION YA EXISTE EN EL MAESTRO'
                       TO WSV-MENSAJE
                   MOVE -1              TO CPACCL
                   MOVE 'S'             TO WSV-ERROR
               WHEN NOT WSV-TRN-ALTA AND NOT WSV-CODIGO-EXISTE
                   MOVE 'LA VERSION NO EXISTE EN EL MAESTRO'
                       TO WSV-MENSAJE
                   MOVE -1              TO CPCODL
                   MOVE 'S'             TO WSV-ERROR
               WHEN WSV-TRN-BAJA
                   MOVE MST-DESCRIPCION TO WSV-TRN-DESCRIPCION
           END-EVALUATE.

      *SOLO CUENTAN LAS QUE TODAVIA ESPERAN ('P' SIN VERIFICAR Y
      *'A' APROBADAS SIN APLICAR) - LAS RECHAZADAS NO
       130-BUSCAR-DUPLICADA.
           MOVE 'N'                     TO WSV-HAY-DUPLICADA
           MOVE ZEROS                   TO WSV-RBA
           MOVE '1' TO WSS-SWITCHES
           EXEC CICS STARTBR FILE('PENDFILE')
                     RIDFLD(WSV-RBA) RBA
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 135-LEER-PENDIENTE
                       UNTIL WSS-FIN OR WSV-SOLICITUD-DUPLICADA
                   EXEC CICS ENDBR FILE('PENDFILE')
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE '130-BUSCAR-DUPLI' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'STARTBR PENDFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-SOLICITUD-DUPLICADA
               MOVE SPACES              TO WSV-MENSAJE
               STRING 'YA HAY UNA SOLICITUD IGUAL EN ESPERA, CAPTURAD'
                      'A POR ' PEN-CAPTURADO-POR
                      DELIMITED BY SIZE
                      INTO WSV-MENSAJE
               MOVE -1                  TO CPACCL
               MOVE 'S'                 TO WSV-ERROR
           END-IF.

       135-LEER-PENDIENTE.
           EXEC CICS READNEXT FILE('PENDFILE')
                     INTO(PEND-RECORD)
                     RIDFLD(WSV-RBA) RBA
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   IF PEN-ACCION = WSV-TRN-ACCION AND
                      PEN-CODIGO = WSV-TRN-CODIGO AND
                      PEN-FECHA-EFECTIVA = WSV-TRN-FECHA-EF AND
                      (PEN-PENDIENTE OR PEN-APROBADA)
                       MOVE 'S'         TO WSV-HAY-DUPLICADA
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '135-LEER-PENDIEN' TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'READNEXT PENDFILE FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

      *SIN EL ARCHIVO DE USO ABIERTO EN LA REGION LA BAJA SE
      *REGISTRA SIN LA CONSULTA, COMO EN EL BATCH SIN HISTORIAL
       137-BUSCAR-USO.
           MOVE ZEROS                   TO WSV-ULTIMO-USO
           MOVE WSV-TRN-CODIGO          TO WSV-LLAVE-USO-CODIGO
           MOVE WSV-HOY-X (1:4)         TO WSV-USO-DESDE-X (1:4)
           MOVE 1                       TO WSV-USO-DESDE-DD
           MOVE LOW-VALUES              TO WSV-LLAVE-USO-EMPRESA
           SUBTRACT 1 FROM WSC-MESES-USO GIVING WSV-MESES-ATRAS
           PERFORM 137A-RETROCEDER-MES WSV-MESES-ATRAS TIMES
           MOVE '1' TO WSS-SWITCHES
           EXEC CICS STARTBR FILE('USOCODF')
                     RIDFLD(WSV-LLAVE-USO) GTEQ
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 138-LEER-USO UNTIL WSS-FIN
                   EXEC CICS ENDBR FILE('USOCODF')
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN DFHRESP(NOTOPEN)
                   CONTINUE
               WHEN DFHRESP(DISABLED)
                   CONTINUE
               WHEN OTHER
                   MOVE '137-BUSCAR-USO'  TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'STARTBR USOCODF FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       137A-RETROCEDER-MES.
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

      *EL HISTORIAL ESTA EN ORDEN DE FECHA DENTRO DEL CODIGO - EL
      *ULTIMO REGISTRO DEL CODIGO ES SU USO MAS RECIENTE
       138-LEER-USO.
           EXEC CICS READNEXT FILE('USOCODF')
                     INTO(USO-COD-RECORD)
                     RIDFLD(WSV-LLAVE-USO)
                     RESP(WSV-RESP)
           END-EXEC
           EVALUATE WSV-RESP
               WHEN DFHRESP(NORMAL)
                   IF UCD-CODIGO NOT = WSV-TRN-CODIGO
                       MOVE '0' TO WSS-SWITCHES
                   ELSE
                       MOVE 'S'               TO WSV-USO-SW
                       MOVE UCD-FECHA-NEGOCIO TO WSV-ULTIMO-USO
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '138-LEER-USO'    TO ABND-PARRAFO
                   MOVE WSV-RESP         TO WSV-RESP-ED
                   STRING 'READNEXT USOCODF FALLO - RESP '
                          WSV-RESP-ED DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

      *EL REGISTRO ES EL MISMO QUE GRABA LA CAPTURA BATCH - EL ESDS
      *LO AGREGA AL FINAL, Y LA APLICACION LO VE COMO A CUALQUIER
      *OTRO PENDIENTE
       140-GRABAR-SOLICITUD.
           MOVE SPACES                  TO PEND-RECORD
           MOVE WSV-TRN-ACCION          TO PEN-ACCION
           MOVE WSV-TRN-CODIGO          TO PEN-CODIGO
           MOVE WSV-TRN-DESCRIPCION     TO PEN-DESCRIPCION
           MOVE WSV-TRN-FECHA-EF        TO PEN-FECHA-EFECTIVA
           MOVE WSV-OPERADOR            TO PEN-CAPTURADO-POR
           MOVE WSV-HOY                 TO PEN-FECHA-CAPTURA
           MOVE 'P'                     TO PEN-ESTADO
           MOVE ZEROS                   TO PEN-FECHA-RESOLUCION
           MOVE WSV-USO-SW              TO PEN-USO-RECIENTE
           EXEC CICS WRITE FILE('PENDFILE')
                     FROM(PEND-RECORD)
                     RIDFLD(WSV-RBA) RBA
                     RESP(WSV-RESP)
           END-EXEC
           IF WSV-RESP NOT = DFHRESP(NORMAL)
               MOVE '140-GRABAR-SOLIC'    TO ABND-PARRAFO
               MOVE WSV-RESP              TO WSV-RESP-ED
               STRING 'WRITE PENDFILE FALLO - RESP '
                      WSV-RESP-ED DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE LOW-VALUES              TO MCAPMO
           MOVE SPACES                  TO WSV-MENSAJE
           IF WSV-USO-RECIENTE
               STRING 'SOLICITUD ' WSV-TRN-ACCION ' ' WSV-TRN-CODIGO
                      ' REGISTRADA - CODIGO USADO EL ' WSV-ULTIMO-USO
                      ', MARCADA PARA EL VERIFICADOR'
                      DELIMITED BY SIZE
                      INTO WSV-MENSAJE
           ELSE
               STRING 'SOLICITUD ' WSV-TRN-ACCION ' ' WSV-TRN-CODIGO
                      ' REGISTRADA - PENDIENTE DE APROBACION DE OTRO '
                      'USUARIO' DELIMITED BY SIZE
                      INTO WSV-MENSAJE
           END-IF
           MOVE -1                      TO CPACCL.

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
