                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OPER-STAT.

      *REPORTES DE CONTROL QUE EXIGEN FIRMA DE REVISION - SU ULTIMA
      *GENERACION DE LA FECHA SE BUSCA EN EL CATALOGO Y SU FIRMA EN
      *EL REGISTRO DE FIRMAS; SIN TARJETAS FIRMREQ VALE LA LISTA DE
      *OMISION DE FOBLWS
           SELECT CATALOGO-FILE         ASSIGN TO RPTCAT
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CAT-STAT.

           SELECT FIRMA-FILE            ASSIGN TO FIRMAF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS FIR-LLAVE
                                         FILE STATUS IS WSV-FIR-STAT.

           SELECT FIRM-REQ-FILE         ASSIGN TO FIRMREQ
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-FREQ-STAT.

           SELECT FIRM-OVR-FILE         ASSIGN TO FIRMOVRD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-FOVR-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPERWS.

       FD  CATALOGO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTCWS.

       FD  FIRMA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY FIRMWS.

       FD  FIRM-REQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FIRM-REQ-RECORD.
           05 FREQ-REPORTE              PIC X(08).
           05 FILLER                    PIC X(72).

       FD  FIRM-OVR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FIRM-OVR-RECORD.
           05 FOVR-PERMISO              PIC X(01).
             88 FOVR-CIERRE-PERMITIDO            VALUE 'S'.
           05 FILLER                    PIC X(79).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
           COPY OVRLWS.
           COPY FOBLWS.
      *
       77  WSV-REG-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-HIST-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-REQ-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-CIE-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-OPER-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-CAT-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-FIR-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-FREQ-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-FOVR-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSV-FECHA-NEGOCIO            PIC 9(06) VALUE ZEROS.
       77  WSV-OPERADOR                 PIC X(08) VALUE 'NOIDENT'.
       77  WSV-GRAVES-PEND              PIC 9(05) VALUE ZEROS.
       77  WSV-YA-CERRADA-SW            PIC X(01) VALUE 'N'.
         88 WSV-YA-CERRADA                       VALUE 'S'.
      *
      *FIRMAS DE REVISION - EL REPORTE DE CIERRE NO SE EXIGE A SI
      *MISMO (SE FIRMA DESPUES, LO CONTROLA FIRPEN); LA TARJETA
      *FIRMOVRD DEJA CERRAR CON FIRMAS PENDIENTES
       77  WSV-FIRMAS-PEND              PIC 9(02) VALUE ZEROS.
       77  WSV-FIRMA-OVR-SW             PIC X(01) VALUE 'N'.
         88 WSV-FIRMAS-AUTORIZADAS               VALUE 'S'.
       77  WSV-IMAGEN-TARJETA           PIC X(80) VALUE SPACES.
      *
       77  WSV-FECHA-SISTEMA            PIC 9(06) VALUE ZEROS.
       77  WSV-HORA-SISTEMA             PIC 9(08) VALUE ZEROS.
           05 RPTP-ESTADO               PIC X(20).
           05 FILLER                    PIC X(41) VALUE SPACES.

       01  RPT-FIRMA.
           05 FILLER                    PIC X(09) VALUE 'REPORTE  '.
           05 RPTF-REPORTE              PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTF-ESTADO               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTF-REVISOR              PIC X(08).
           05 FILLER                    PIC X(32) VALUE SPACES.

       01  RPT-VEREDICTO.
           05 RPTV-CONCEPTO             PIC X(28).
           05 RPTV-ESTADO               PIC X(12).

      *VERIFICA QUE LA FECHA DE NEGOCIO REALMENTE TERMINO: TODOS
      *LOS PROGRAMAS REQUERIDOS CON CORRIDA COMPLETA (RC MENOR A 8)
      *Y SIN EXCEPCIONES GRAVES PENDIENTES EN EL HISTORIAL, Y LOS
      *REPORTES DE CONTROL OBLIGATORIOS FIRMADOS POR EL SUPERVISOR
      *(O TARJETA FIRMOVRD) - SOLO ENTONCES ASIENTA EL CIERRE QUE
      *RUNCTL EXIGE PARA DEJAR ARRANCAR LA FECHA SIGUIENTE
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'DIACIE'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-REVISAR-CORRIDAS
           PERFORM 040-REVISAR-GRAVES
           PERFORM 050-REVISAR-FIRMAS
           PERFORM 080-VEREDICTO
           GOBACK.

           MOVE 'DIACIE'              TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'CIERRE FECHA NEGOCIO '
                  WSV-FECHA-NEGOCIO
                  ' EMPRESA ' FECH-EMPRESA DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE SPACES                TO REPW-ENCAB2
           MOVE WSV-FECHA-NEGOCIO     TO REPW-FECHA
               CLOSE REQ-CARD-FILE
           END-IF
           IF WSV-REQ-CNT = ZEROS
               MOVE 6         TO WSV-REQ-CNT
               MOVE 'EDITOR'  TO WSV-REQ-NOMBRE (1)
               MOVE 'CONVE'   TO WSV-REQ-NOMBRE (2)
               MOVE 'ARITM'   TO WSV-REQ-NOMBRE (3)
               MOVE 'IFELSE'  TO WSV-REQ-NOMBRE (4)
               MOVE 'PERFORM' TO WSV-REQ-NOMBRE (5)
               MOVE 'CADENA'  TO WSV-REQ-NOMBRE (6)
           END-IF
           PERFORM 023A-LIMPIAR-CUMPLIDO
               VARYING WSV-REQ-IDX FROM 1 BY 1

       026-BUSCAR-CIERRE.
           IF CIE-FECHA-NEGOCIO = WSV-FECHA-NEGOCIO
             AND CIE-EMPRESA = FECH-EMPRESA
               MOVE 'S' TO WSV-YA-CERRADA-SW
           END-IF
           PERFORM 025-LEER-CIERRE.

      *RECORRE EL REGISTRO DE CORRIDAS MARCANDO CADA PROGRAMA
      *REQUERIDO QUE TERMINO CON RC MENOR A 8 PARA LA FECHA - SOLO
      *LAS CORRIDAS DE LA EMPRESA QUE SE CIERRA: LA OTRA EMPRESA
      *CIERRA APARTE Y SU ATRASO NO DETIENE ESTE CIERRE
       030-REVISAR-CORRIDAS.
           OPEN INPUT REGISTRY-FILE
           EVALUATE TRUE

       034-MARCAR-CUMPLIDO.
           IF REG-FECHA-NEGOCIO = WSV-FECHA-NEGOCIO
             AND REG-EMPRESA = FECH-EMPRESA
             AND REG-EV-FIN
             AND REG-RETURN-CODE < 8
               PERFORM 036-BUSCAR-REQUERIDO
           END-IF.

      *LAS EXCEPCIONES GRAVES PENDIENTES DE LA FECHA IMPIDEN EL
      *CIERRE DE SU EMPRESA - DEBEN RESOLVERSE CON EXCRES PRIMERO
       040-REVISAR-GRAVES.
           OPEN INPUT HIST-FILE
           EVALUATE TRUE
           IF HST-PENDIENTE
             AND HST-SEVERIDAD = 3
             AND HST-RUN-ID (1:6) = WSV-FECHA-NEGOCIO
             AND HST-EMPRESA = FECH-EMPRESA
               ADD 1 TO WSV-GRAVES-PEND
           END-IF
           PERFORM 042-LEER-HIST.

      *CADA REPORTE OBLIGATORIO DEBE TENER FIRMADA SU ULTIMA
      *GENERACION DE LA FECHA Y EMPRESA; UNO QUE NI SE PRODUJO
      *TAMPOCO TIENE FIRMA. EL CATALOGO SE LEE ENTERO ANTES DE QUE
      *ESTE MISMO REPORTE SE ASIENTE EN EL AL CERRAR
       050-REVISAR-FIRMAS.
           PERFORM 051-CARGAR-OBLIGATORIOS
           OPEN INPUT CATALOGO-FILE
           EVALUATE TRUE
               WHEN WSV-CAT-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 053-LEER-CATALOGO
                   PERFORM 054-TOMAR-GENERACION UNTIL WSS-FIN
                   CLOSE CATALOGO-FILE
               WHEN WSV-CAT-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '050-REVISAR-FIRM'    TO ABND-PARRAFO
                   STRING 'OPEN CATALOGO FALLO - STATUS '
                          WSV-CAT-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           OPEN INPUT FIRMA-FILE
           EVALUATE TRUE
               WHEN WSV-FIR-STAT = '00'
                   PERFORM 055-BUSCAR-FIRMA
                       VARYING WSV-OBL-IDX FROM 1 BY 1
                       UNTIL WSV-OBL-IDX > WSV-OBL-CNT
                   CLOSE FIRMA-FILE
               WHEN WSV-FIR-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '050-REVISAR-FIRM'    TO ABND-PARRAFO
                   STRING 'OPEN FIRMA-FILE FALLO - STATUS '
                          WSV-FIR-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           MOVE ZEROS TO WSV-FIRMAS-PEND
           PERFORM 056-CONTAR-PENDIENTE
               VARYING WSV-OBL-IDX FROM 1 BY 1
               UNTIL WSV-OBL-IDX > WSV-OBL-CNT
           IF WSV-FIRMAS-PEND > ZEROS
               PERFORM 058-CHEQUEAR-AUTORIZACION
           END-IF.

       051-CARGAR-OBLIGATORIOS.
           MOVE ZEROS TO WSV-OBL-CNT
           OPEN INPUT FIRM-REQ-FILE
           IF WSV-FREQ-STAT = '00'
               MOVE '1' TO WSS-SWITCHES
               PERFORM 052-LEER-OBLIGATORIO UNTIL WSS-FIN
               CLOSE FIRM-REQ-FILE
           END-IF
           IF WSV-OBL-CNT = ZEROS
               PERFORM 052B-OBLIGATORIO-DEFECTO
                   VARYING WSV-OBL-SUB FROM 1 BY 1
                   UNTIL WSV-OBL-SUB > WSC-OBL-DEFECTO
           END-IF
           PERFORM 052C-LIMPIAR-OBLIGATORIO
               VARYING WSV-OBL-IDX FROM 1 BY 1
               UNTIL WSV-OBL-IDX > WSV-OBL-CNT.

       052-LEER-OBLIGATORIO.
           READ FIRM-REQ-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF FREQ-REPORTE NOT = SPACES
                       PERFORM 052A-AGREGAR-OBLIGATORIO
                   END-IF
           END-READ.

      *EL PROPIO REPORTE DE CIERRE QUEDA AFUERA DE LA TABLA
       052A-AGREGAR-OBLIGATORIO.
           IF FREQ-REPORTE NOT = 'DIACIE'
               IF WSV-OBL-CNT = WSC-MAX-OBLIGATORIOS
                   MOVE '052A-AGREGAR-OBL'    TO ABND-PARRAFO
                   MOVE 'TABLA DE OBLIGATORIOS LLENA - MAX 20'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-OBL-CNT
               MOVE FREQ-REPORTE TO WSV-OBL-REPORTE (WSV-OBL-CNT)
           END-IF.

       052B-OBLIGATORIO-DEFECTO.
           MOVE WSC-OBL-REPORTE (WSV-OBL-SUB) TO FREQ-REPORTE
           PERFORM 052A-AGREGAR-OBLIGATORIO.

       052C-LIMPIAR-OBLIGATORIO.
           MOVE ZEROS  TO WSV-OBL-GENERACIONES (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-FECHA-GEN (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-HORA-GEN (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-PAGINAS (WSV-OBL-IDX)
           MOVE 'N'    TO WSV-OBL-ESTADO (WSV-OBL-IDX)
           MOVE SPACES TO WSV-OBL-REVISOR (WSV-OBL-IDX)
           MOVE SPACES TO WSV-OBL-DISPOSICION (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-FECHA-FIRMA (WSV-OBL-IDX)
           MOVE ZEROS  TO WSV-OBL-HORA-FIRMA (WSV-OBL-IDX).

       053-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       054-TOMAR-GENERACION.
           IF CAT-FECHA-NEGOCIO NUMERIC
             AND CAT-FECHA-NEGOCIO = WSV-FECHA-NEGOCIO
             AND CAT-EMPRESA = FECH-EMPRESA
             AND WSV-OBL-CNT > ZEROS
               SET WSV-OBL-IDX TO 1
               SEARCH WSV-OBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSV-OBL-REPORTE (WSV-OBL-IDX) = CAT-REPORT-ID
                       ADD 1 TO WSV-OBL-GENERACIONES (WSV-OBL-IDX)
                       MOVE CAT-FECHA
                           TO WSV-OBL-FECHA-GEN (WSV-OBL-IDX)
                       MOVE CAT-HORA
                           TO WSV-OBL-HORA-GEN (WSV-OBL-IDX)
                       MOVE 'S' TO WSV-OBL-ESTADO (WSV-OBL-IDX)
               END-SEARCH
           END-IF
           PERFORM 053-LEER-CATALOGO.

       055-BUSCAR-FIRMA.
           IF WSV-OBL-SIN-FIRMA (WSV-OBL-IDX)
               MOVE WSV-OBL-REPORTE (WSV-OBL-IDX)   TO FIR-REPORT-ID
               MOVE WSV-OBL-FECHA-GEN (WSV-OBL-IDX) TO FIR-FECHA-GEN
               MOVE WSV-OBL-HORA-GEN (WSV-OBL-IDX)  TO FIR-HORA-GEN
               READ FIRMA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'F' TO WSV-OBL-ESTADO (WSV-OBL-IDX)
                       MOVE FIR-REVISOR
                           TO WSV-OBL-REVISOR (WSV-OBL-IDX)
               END-READ
               IF WSV-FIR-STAT NOT = '00'
                 AND WSV-FIR-STAT NOT = '23'
                   MOVE '055-BUSCAR-FIRMA'    TO ABND-PARRAFO
                   STRING 'READ FIRMA-FILE FALLO - STATUS '
                          WSV-FIR-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
           END-IF.

       056-CONTAR-PENDIENTE.
           IF NOT WSV-OBL-FIRMADO (WSV-OBL-IDX)
               ADD 1 TO WSV-FIRMAS-PEND
           END-IF.

      *LA TARJETA FIRMOVRD ES LA AUTORIZACION EXPLICITA PARA CERRAR
      *LA FECHA CON REPORTES SIN FIRMA - SOLO SE ASIENTA EN LA
      *BITACORA DE EXCEPCIONES SI EL CIERRE REALMENTE LA USA
       058-CHEQUEAR-AUTORIZACION.
           MOVE 'N' TO WSV-FIRMA-OVR-SW
           OPEN INPUT FIRM-OVR-FILE
           IF WSV-FOVR-STAT = '00'
               READ FIRM-OVR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FOVR-CIERRE-PERMITIDO
                           MOVE 'S' TO WSV-FIRMA-OVR-SW
                           MOVE FIRM-OVR-RECORD TO WSV-IMAGEN-TARJETA
                       END-IF
               END-READ
               CLOSE FIRM-OVR-FILE
           END-IF.

       059-ASENTAR-EXCEPCION.
           MOVE 'DIACIE'           TO OVRL-PROGRAMA
           MOVE WSV-FECHA-NEGOCIO  TO OVRL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA       TO OVRL-EMPRESA
           MOVE 'FIRMOVRD'         TO OVRL-TARJETA
           MOVE WSV-IMAGEN-TARJETA TO OVRL-IMAGEN
           MOVE WSV-OPERADOR       TO OVRL-OPERADOR
           CALL 'OVRLOG' USING OVRL-DATOS.

       070-PROGRAMA-LINEA.
           MOVE WSV-REQ-NOMBRE (WSV-REQ-IDX) TO RPTP-PROGRAMA
           IF WSV-REQ-CUMPLIDO (WSV-REQ-IDX) = 'S'
           MOVE 1            TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       072-FIRMA-LINEA.
           MOVE WSV-OBL-REPORTE (WSV-OBL-IDX) TO RPTF-REPORTE
           MOVE SPACES                        TO RPTF-REVISOR
           EVALUATE TRUE
               WHEN WSV-OBL-FIRMADO (WSV-OBL-IDX)
                   MOVE 'FIRMADO POR'    TO RPTF-ESTADO
                   MOVE WSV-OBL-REVISOR (WSV-OBL-IDX) TO RPTF-REVISOR
               WHEN WSV-OBL-SIN-FIRMA (WSV-OBL-IDX)
                   MOVE 'SIN FIRMA'      TO RPTF-ESTADO
               WHEN OTHER
                   MOVE 'NO PRODUCIDO'   TO RPTF-ESTADO
           END-EVALUATE
           MOVE RPT-FIRMA TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       075-VEREDICTO-LINEA.
           MOVE RPT-VEREDICTO TO REPW-LINEA
           MOVE 1             TO REPW-AVANCE
           PERFORM 070-PROGRAMA-LINEA
               VARYING WSV-REQ-IDX FROM 1 BY 1
               UNTIL WSV-REQ-IDX > WSV-REQ-CNT
           PERFORM 072-FIRMA-LINEA
               VARYING WSV-OBL-IDX FROM 1 BY 1
               UNTIL WSV-OBL-IDX > WSV-OBL-CNT
           MOVE 'PROGRAMAS SIN CORRIDA       ' TO RPTV-CONCEPTO
           IF WSV-FALTANTES = ZEROS
               MOVE 'NINGUNO'            TO RPTV-ESTADO
               MOVE 'PENDIENTES'         TO RPTV-ESTADO
           END-IF
           PERFORM 075-VEREDICTO-LINEA
           MOVE 'FIRMAS DE REVISION PEND.    ' TO RPTV-CONCEPTO
           EVALUATE TRUE
               WHEN WSV-FIRMAS-PEND = ZEROS
                   MOVE 'NINGUNA'        TO RPTV-ESTADO
               WHEN WSV-FIRMAS-AUTORIZADAS
                   MOVE 'AUTORIZADAS'    TO RPTV-ESTADO
               WHEN OTHER
                   MOVE 'PENDIENTES'     TO RPTV-ESTADO
           END-EVALUATE
           PERFORM 075-VEREDICTO-LINEA
           MOVE 'VEREDICTO DEL CIERRE        ' TO RPTV-CONCEPTO
           EVALUATE TRUE
               WHEN WSV-YA-CERRADA
                           ' YA ESTABA CERRADA'
               WHEN WSV-FALTANTES = ZEROS
                AND WSV-GRAVES-PEND = ZEROS
                AND (WSV-FIRMAS-PEND = ZEROS
                  OR WSV-FIRMAS-AUTORIZADAS)
                   MOVE 'CERRADA'        TO RPTV-ESTADO
                   IF WSV-FIRMAS-PEND > ZEROS
                       DISPLAY 'DIACIE: CIERRE AUTORIZADO CON '
                               WSV-FIRMAS-PEND ' FIRMAS PENDIENTES'
                       PERFORM 059-ASENTAR-EXCEPCION
                   END-IF
                   PERFORM 085-ASENTAR-CIERRE
                   DISPLAY 'DIACIE: FECHA ' WSV-FECHA-NEGOCIO
                           ' CERRADA'
      *EL RETURN CODE VA DESPUES DEL ULTIMO CALL - EL RETORNO
      *NORMAL DE UN SUBPROGRAMA LLAMADO LO DEJA EN CERO
           IF NOT WSV-YA-CERRADA
             AND (WSV-FALTANTES > ZEROS OR WSV-GRAVES-PEND > ZEROS
               OR (WSV-FIRMAS-PEND > ZEROS
                   AND NOT WSV-FIRMAS-AUTORIZADAS))
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE WSV-FECHA-SISTEMA  TO CIE-FECHA-SISTEMA
           MOVE WSV-HORA-SISTEMA   TO CIE-HORA-SISTEMA
           MOVE WSV-OPERADOR       TO CIE-OPERADOR
           MOVE FECH-EMPRESA       TO CIE-EMPRESA
           WRITE CIERRE-RECORD
           IF WSV-CIE-STAT NOT = '00'
               MOVE '085-ASENTAR-CIER'    TO ABND-PARRAFO
