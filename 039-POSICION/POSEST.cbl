       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     POSEST.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSICION-FILE         ASSIGN TO POSMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS POS-LLAVE
                                         FILE STATUS IS WSV-POS-STAT.

      *FOTO DE LOS CIERRES DEL DIA HABIL ANTERIOR Y SU GENERACION
      *NUEVA CON LOS CIERRES DE HOY - EL CONTROL APERTURA CONTRA
      *CIERRE ANTERIOR SE HACE CONTRA ESTA FOTO Y NO CONTRA EL MISMO
      *MAESTRO, ASI DETECTA UN MAESTRO RESTAURADO DE OTRA FECHA O
      *TOCADO FUERA DE LA CADENA
           SELECT FOTO-FILE             ASSIGN TO POSCIER
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-FOTO-STAT.

           SELECT FOTO-NEW-FILE         ASSIGN TO POSCNEW
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-FNEW-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  POSICION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POSWS.

       FD  FOTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  FOTO-RECORD.
           05 FOT-LLAVE.
              10 FOT-SUCURSAL           PIC X(03).
              10 FOT-RESULTADO          PIC 9(01).
           05 FOT-FECHA-NEGOCIO         PIC 9(06).
           05 FOT-SALDO-CIERRE          PIC S9(11)V99.
           05 FILLER                    PIC X(17).

       FD  FOTO-NEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  FOTO-NEW-RECORD              PIC X(40).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY RUNCWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-POS-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-FOTO-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-FNEW-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
      *FIN DE CADA LADO DEL COTEJO - LA LLAVE EN HIGH-VALUES HACE
      *QUE EL LADO AGOTADO NUNCA GANE LA COMPARACION
       77  WSV-FIN-POS                  PIC X(01) VALUE 'N'.
         88 WSV-POS-AGOTADO                      VALUE 'S'.
       77  WSV-FIN-FOTO                 PIC X(01) VALUE 'N'.
         88 WSV-FOTO-AGOTADA                     VALUE 'S'.
       77  WSV-HAY-FOTO                 PIC X(01) VALUE 'N'.
         88 WSV-CON-FOTO                         VALUE 'S'.
       77  WSV-LLAVE-POS                PIC X(04) VALUE SPACES.
       77  WSV-LLAVE-FOTO               PIC X(04) VALUE SPACES.
       77  WSV-FECHA-FOTO               PIC 9(06) VALUE ZEROS.
      *
       77  WSV-DESCUADRE-SW             PIC X(01) VALUE 'N'.
         88 WSV-HAY-DESCUADRE                     VALUE 'S'.
      *
      *LINEAS DE DESCUADRE - SE JUNTAN DURANTE EL COTEJO Y SE LISTAN
      *EN SU PROPIA SECCION DESPUES DEL ESTADO
       77  WSC-MAX-DESCUADRES           PIC 9(03) VALUE 200.
       77  WSV-DSC-CNT                  PIC 9(03) VALUE ZEROS.
       77  WSV-MOTIVO                   PIC X(30) VALUE SPACES.
       01  WSV-TABLA-DESCUADRES.
           05 WSV-DSC-ENTRY            OCCURS 1 TO 200 TIMES
                                        DEPENDING ON WSV-DSC-CNT
                                        INDEXED BY WSV-DSC-IDX.
               10 WSV-DSC-LLAVE        PIC X(04).
               10 WSV-DSC-CIERRE-ANT   PIC S9(11)V99 COMP-3.
               10 WSV-DSC-APERTURA     PIC S9(11)V99 COMP-3.
               10 WSV-DSC-MOTIVO       PIC X(30).
      *
      *TOTALES POR RESULTADO DE TODAS LAS SUCURSALES
       01  WSV-TABLA-TOTALES.
           05 WSV-TOT-ENTRY            OCCURS 5 TIMES
                                        INDEXED BY WSV-TOT-IDX.
               10 WSV-TOT-APERTURA     PIC S9(11)V99 COMP-3.
               10 WSV-TOT-MOVIMIENTO   PIC S9(11)V99 COMP-3.
               10 WSV-TOT-CIERRE       PIC S9(11)V99 COMP-3.
               10 WSV-TOT-MES          PIC S9(11)V99 COMP-3.
               10 WSV-TOT-ANO          PIC S9(11)V99 COMP-3.
      *
       01  WSV-CONTADORES.
           05 WSV-CNT-POSICIONES       PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-CUADRADAS        PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-DESCUADRES       PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-NUEVAS           PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-FOTOS            PIC 9(07) VALUE ZEROS.
      *
       77  WSV-SUC-ANTERIOR             PIC X(03) VALUE SPACES.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - ENCABEZADO,
      *PAGINACION, ARCHIVO DE REIMPRESION Y CATALOGO UNIFORMES
       01  RPT-ENCABEZADO-2.
           05 FILLER              PIC X(06) VALUE 'SUC R'.
           05 FILLER              PIC X(15) VALUE '       APERTURA'.
           05 FILLER              PIC X(15) VALUE '     MOVIMIENTO'.
           05 FILLER              PIC X(15) VALUE '         CIERRE'.
           05 FILLER              PIC X(15) VALUE '      ACUM. MES'.
           05 FILLER              PIC X(14) VALUE '     ACUM. ANO'.

       01  RPT-DETALLE.
           05 RPTD-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-RESULTADO            PIC X(01).
           05 RPTD-APERTURA             PIC ZZZZZZZZZZ9.99-.
           05 RPTD-MOVIMIENTO           PIC ZZZZZZZZZZ9.99-.
           05 RPTD-CIERRE               PIC ZZZZZZZZZZ9.99-.
           05 RPTD-MES                  PIC ZZZZZZZZZZ9.99-.
           05 RPTD-ANO                  PIC ZZZZZZZZZZ9.99-.

       01  RPT-TITULO-SECCION.
           05 RPTS-TITULO               PIC X(80).

       01  RPT-DESCUADRE.
           05 RPTX-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTX-RESULTADO            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTX-CIERRE-ANT           PIC ZZZZZZZZZZ9.99-.
           05 RPTX-APERTURA             PIC ZZZZZZZZZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTX-MOTIVO               PIC X(30).
           05 FILLER                    PIC X(12) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *ESTADO DIARIO DE POSICION POR SUCURSAL - UNA LINEA POR
      *SUCURSAL Y RESULTADO CON APERTURA, MOVIMIENTO, CIERRE Y LOS
      *ACUMULADOS DEL MES Y DEL ANO, Y EL CONTROL DE QUE LA APERTURA
      *DE HOY IGUALE EL CIERRE DEL DIA HABIL ANTERIOR PARA CADA
      *POSICION. UN DESCUADRE TERMINA CON RETURN CODE 8, COMO EL
      *CUADRE DE RECON, PARA QUE EL SCHEDULER DETENGA LO POSTERIOR
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'POSEST'                TO ABND-PROGRAMA
           MOVE 'N'    TO WSV-DESCUADRE-SW
           MOVE 'N'    TO WSV-FIN-POS
           MOVE 'N'    TO WSV-FIN-FOTO
           MOVE 'N'    TO WSV-HAY-FOTO
           MOVE ZEROS  TO WSV-DSC-CNT
           MOVE ZEROS  TO WSV-FECHA-FOTO
           MOVE ZEROS  TO WSV-CNT-POSICIONES
           MOVE ZEROS  TO WSV-CNT-CUADRADAS
           MOVE ZEROS  TO WSV-CNT-DESCUADRES
           MOVE ZEROS  TO WSV-CNT-NUEVAS
           MOVE ZEROS  TO WSV-CNT-FOTOS
           MOVE SPACES TO WSV-SUC-ANTERIOR
           PERFORM 015-LIMPIAR-TOTAL
               VARYING WSV-TOT-IDX FROM 1 BY 1
               UNTIL WSV-TOT-IDX > 5
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           PERFORM 012-REGISTRAR-INICIO
           PERFORM 020-INICIO
           PERFORM 030-COTEJAR
               UNTIL WSV-POS-AGOTADO AND WSV-FOTO-AGOTADA
           PERFORM 080-FIN
           PERFORM 095-REGISTRAR-FIN
           IF WSV-HAY-DESCUADRE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       012-REGISTRAR-INICIO.
           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'POSEST'              TO RUNC-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO RUNC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO RUNC-EMPRESA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           MOVE ZEROS                 TO RUNC-CUENTA
           CALL 'RUNCTL' USING RUNC-PARAMETROS
           IF RUNC-YA-CORRIO
               MOVE '012-REGISTRAR-IN'    TO ABND-PARRAFO
               MOVE 'CORRIDA YA COMPLETA PARA ESA FECHA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF RUNC-DIA-ABIERTO
               MOVE '012-REGISTRAR-IN'    TO ABND-PARRAFO
               MOVE 'FECHA ANTERIOR SIN CIERRE DE DIA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       015-LIMPIAR-TOTAL.
           MOVE ZEROS TO WSV-TOT-APERTURA (WSV-TOT-IDX)
           MOVE ZEROS TO WSV-TOT-MOVIMIENTO (WSV-TOT-IDX)
           MOVE ZEROS TO WSV-TOT-CIERRE (WSV-TOT-IDX)
           MOVE ZEROS TO WSV-TOT-MES (WSV-TOT-IDX)
           MOVE ZEROS TO WSV-TOT-ANO (WSV-TOT-IDX).

       020-INICIO.
           OPEN INPUT POSICION-FILE
           IF WSV-POS-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN POSICION-FILE FALLO - STATUS '
                      WSV-POS-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN OUTPUT FOTO-NEW-FILE
           IF WSV-FNEW-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN FOTO-NEW FALLO - STATUS '
                      WSV-FNEW-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
      *LA FOTO ANTERIOR ES OPCIONAL - EL PRIMER DIA DEL MAESTRO NO
      *TIENE CONTRA QUE CONTROLARSE Y TODA POSICION SALE COMO NUEVA
           OPEN INPUT FOTO-FILE
           EVALUATE TRUE
               WHEN WSV-FOTO-STAT = '00'
                   MOVE 'S' TO WSV-HAY-FOTO
                   PERFORM 027-LEER-FOTO
               WHEN WSV-FOTO-STAT = '35'
                   MOVE 'S'         TO WSV-FIN-FOTO
                   MOVE HIGH-VALUES TO WSV-LLAVE-FOTO
               WHEN OTHER
                   MOVE '020-INICIO'          TO ABND-PARRAFO
                   STRING 'OPEN FOTO-FILE FALLO - STATUS '
                          WSV-FOTO-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           MOVE 'POSEST'              TO REPW-REPORT-ID
           MOVE 'ESTADO DE POSICION SUCURSALES'
               TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           PERFORM 025-LEER-POSICION.

       025-LEER-POSICION.
           READ POSICION-FILE
               AT END
                   MOVE 'S'         TO WSV-FIN-POS
                   MOVE HIGH-VALUES TO WSV-LLAVE-POS
               NOT AT END
                   ADD 1 TO WSV-CNT-POSICIONES
                   MOVE POS-LLAVE   TO WSV-LLAVE-POS
                   IF POS-EMPRESA NOT = FECH-EMPRESA
                       MOVE '025-LEER-POSIC'      TO ABND-PARRAFO
                       STRING 'POSICION ' POS-SUCURSAL
                              ' DE LA EMPRESA ' POS-EMPRESA
                              ' - MAESTRO DE OTRA EMPRESA'
                              DELIMITED BY SIZE
                              INTO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
           END-READ.

       027-LEER-FOTO.
           READ FOTO-FILE
               AT END
                   MOVE 'S'         TO WSV-FIN-FOTO
                   MOVE HIGH-VALUES TO WSV-LLAVE-FOTO
               NOT AT END
                   ADD 1 TO WSV-CNT-FOTOS
                   MOVE FOT-LLAVE   TO WSV-LLAVE-FOTO
                   IF WSV-FECHA-FOTO = ZEROS
                       MOVE FOT-FECHA-NEGOCIO TO WSV-FECHA-FOTO
                   END-IF
           END-READ.

      *COTEJO POR LLAVE DEL MAESTRO CONTRA LA FOTO ANTERIOR - AMBOS
      *VIENEN EN ORDEN DE SUCURSAL Y RESULTADO
       030-COTEJAR.
           EVALUATE TRUE
               WHEN WSV-LLAVE-POS = WSV-LLAVE-FOTO
                   IF FOT-SALDO-CIERRE = POS-SALDO-APERTURA
                       ADD 1 TO WSV-CNT-CUADRADAS
                   ELSE
                       MOVE 'APERTURA DISTINTA DEL CIERRE'
                           TO WSV-MOTIVO
                       PERFORM 045-GUARDAR-DESCUADRE
                   END-IF
                   PERFORM 040-LISTAR-POSICION
                   PERFORM 025-LEER-POSICION
                   PERFORM 027-LEER-FOTO
               WHEN WSV-LLAVE-POS < WSV-LLAVE-FOTO
      *POSICION SIN CIERRE ANTERIOR - SOLO ES VALIDA SI NACIO CON
      *APERTURA CERO
                   IF POS-SALDO-APERTURA = ZEROS
                       ADD 1 TO WSV-CNT-NUEVAS
                   ELSE
                       MOVE 'SIN CIERRE ANTERIOR EN LA FOTO'
                           TO WSV-MOTIVO
                       PERFORM 045-GUARDAR-DESCUADRE
                   END-IF
                   PERFORM 040-LISTAR-POSICION
                   PERFORM 025-LEER-POSICION
               WHEN OTHER
      *CIERRE ANTERIOR SIN POSICION HOY - LA POSICION DESAPARECIO
      *DEL MAESTRO
                   MOVE 'POSICION AUSENTE DEL MAESTRO'
                       TO WSV-MOTIVO
                   PERFORM 046-GUARDAR-DESAPARECIDA
                   PERFORM 027-LEER-FOTO
           END-EVALUATE.

      *LINEA DEL ESTADO Y GENERACION NUEVA DE LA FOTO - UNA POSICION
      *QUE POSACT NO PASO A LA FECHA DE HOY TAMBIEN ES DESCUADRE
       040-LISTAR-POSICION.
           IF POS-FECHA-NEGOCIO NOT = WSV-FECHA-CORRIDA
               MOVE 'POSICION NO ACTUALIZADA HOY'
                   TO WSV-MOTIVO
               PERFORM 045-GUARDAR-DESCUADRE
           END-IF
           IF POS-SUCURSAL NOT = WSV-SUC-ANTERIOR
            AND WSV-SUC-ANTERIOR NOT = SPACES
               MOVE SPACES TO REPW-LINEA
               MOVE 1      TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF
           MOVE POS-SUCURSAL          TO WSV-SUC-ANTERIOR
           MOVE POS-SUCURSAL          TO RPTD-SUCURSAL
           MOVE POS-RESULTADO         TO RPTD-RESULTADO
           MOVE POS-SALDO-APERTURA    TO RPTD-APERTURA
           MOVE POS-MOVIMIENTO-DIA    TO RPTD-MOVIMIENTO
           MOVE POS-SALDO-CIERRE      TO RPTD-CIERRE
           MOVE POS-ACUM-MES          TO RPTD-MES
           MOVE POS-ACUM-ANO          TO RPTD-ANO
           MOVE RPT-DETALLE           TO REPW-LINEA
           MOVE 1                     TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           IF POS-RESULTADO > ZEROS AND POS-RESULTADO < 6
               SET WSV-TOT-IDX TO POS-RESULTADO
               ADD POS-SALDO-APERTURA TO WSV-TOT-APERTURA (WSV-TOT-IDX)
               ADD POS-MOVIMIENTO-DIA
                   TO WSV-TOT-MOVIMIENTO (WSV-TOT-IDX)
               ADD POS-SALDO-CIERRE   TO WSV-TOT-CIERRE (WSV-TOT-IDX)
               ADD POS-ACUM-MES       TO WSV-TOT-MES (WSV-TOT-IDX)
               ADD POS-ACUM-ANO       TO WSV-TOT-ANO (WSV-TOT-IDX)
           END-IF
           MOVE SPACES                TO FOTO-RECORD
           MOVE POS-LLAVE             TO FOT-LLAVE
           MOVE WSV-FECHA-CORRIDA     TO FOT-FECHA-NEGOCIO
           MOVE POS-SALDO-CIERRE      TO FOT-SALDO-CIERRE
           WRITE FOTO-NEW-RECORD FROM FOTO-RECORD
           IF WSV-FNEW-STAT NOT = '00'
               MOVE '040-LISTAR-POSIC'    TO ABND-PARRAFO
               STRING 'WRITE FOTO-NEW FALLO - STATUS '
                      WSV-FNEW-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       045-GUARDAR-DESCUADRE.
           PERFORM 047-AGREGAR-DESCUADRE
           MOVE POS-LLAVE           TO WSV-DSC-LLAVE (WSV-DSC-CNT)
           MOVE POS-SALDO-APERTURA  TO WSV-DSC-APERTURA (WSV-DSC-CNT)
           IF WSV-LLAVE-FOTO = POS-LLAVE
               MOVE FOT-SALDO-CIERRE
                   TO WSV-DSC-CIERRE-ANT (WSV-DSC-CNT)
           ELSE
               MOVE ZEROS TO WSV-DSC-CIERRE-ANT (WSV-DSC-CNT)
           END-IF.

       046-GUARDAR-DESAPARECIDA.
           PERFORM 047-AGREGAR-DESCUADRE
           MOVE FOT-LLAVE           TO WSV-DSC-LLAVE (WSV-DSC-CNT)
           MOVE FOT-SALDO-CIERRE    TO WSV-DSC-CIERRE-ANT (WSV-DSC-CNT)
           MOVE ZEROS               TO WSV-DSC-APERTURA (WSV-DSC-CNT).

       047-AGREGAR-DESCUADRE.
           MOVE 'S' TO WSV-DESCUADRE-SW
           ADD 1 TO WSV-CNT-DESCUADRES
           IF WSV-DSC-CNT = WSC-MAX-DESCUADRES
               MOVE '047-AGREGAR-DESC'    TO ABND-PARRAFO
               MOVE 'TABLA DE DESCUADRES LLENA - MAX 200'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-DSC-CNT
           MOVE WSV-MOTIVO TO WSV-DSC-MOTIVO (WSV-DSC-CNT).

       060-TOTAL-RESULTADO.
           MOVE 'TOT'                          TO RPTD-SUCURSAL
           SET RPTD-RESULTADO                  TO WSV-TOT-IDX
           MOVE WSV-TOT-APERTURA (WSV-TOT-IDX)   TO RPTD-APERTURA
           MOVE WSV-TOT-MOVIMIENTO (WSV-TOT-IDX) TO RPTD-MOVIMIENTO
           MOVE WSV-TOT-CIERRE (WSV-TOT-IDX)     TO RPTD-CIERRE
           MOVE WSV-TOT-MES (WSV-TOT-IDX)        TO RPTD-MES
           MOVE WSV-TOT-ANO (WSV-TOT-IDX)        TO RPTD-ANO
           MOVE RPT-DETALLE                      TO REPW-LINEA
           MOVE 1                                TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       065-LINEA-DESCUADRE.
           MOVE WSV-DSC-LLAVE (WSV-DSC-IDX) (1:3) TO RPTX-SUCURSAL
           MOVE WSV-DSC-LLAVE (WSV-DSC-IDX) (4:1) TO RPTX-RESULTADO
           MOVE WSV-DSC-CIERRE-ANT (WSV-DSC-IDX)  TO RPTX-CIERRE-ANT
           MOVE WSV-DSC-APERTURA (WSV-DSC-IDX)    TO RPTX-APERTURA
           MOVE WSV-DSC-MOTIVO (WSV-DSC-IDX)      TO RPTX-MOTIVO
           MOVE RPT-DESCUADRE                     TO REPW-LINEA
           MOVE 1                                 TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           PERFORM 060-TOTAL-RESULTADO
               VARYING WSV-TOT-IDX FROM 1 BY 1
               UNTIL WSV-TOT-IDX > 5
           PERFORM 099-PAGINA-REPORTE
           MOVE SPACES TO RPTS-TITULO
           IF WSV-CON-FOTO
               STRING 'CONTROL APERTURA CONTRA CIERRE DEL '
                      WSV-FECHA-FOTO DELIMITED BY SIZE
                      INTO RPTS-TITULO
           ELSE
               MOVE 'CONTROL APERTURA - SIN FOTO ANTERIOR, PRIMER DIA'
                   TO RPTS-TITULO
           END-IF
           MOVE RPT-TITULO-SECCION TO REPW-LINEA
           MOVE 2                  TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           PERFORM 065-LINEA-DESCUADRE
               VARYING WSV-DSC-IDX FROM 1 BY 1
               UNTIL WSV-DSC-IDX > WSV-DSC-CNT
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'POSICIONES LISTADAS           : ' TO RPTT-LITERAL
           MOVE WSV-CNT-POSICIONES                 TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'CIERRES EN LA FOTO ANTERIOR   : ' TO RPTT-LITERAL
           MOVE WSV-CNT-FOTOS                      TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'APERTURAS EN CUADRE           : ' TO RPTT-LITERAL
           MOVE WSV-CNT-CUADRADAS                  TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'POSICIONES NUEVAS             : ' TO RPTT-LITERAL
           MOVE WSV-CNT-NUEVAS                     TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'DESCUADRES                    : ' TO RPTT-LITERAL
           MOVE WSV-CNT-DESCUADRES                 TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           CLOSE POSICION-FILE
           CLOSE FOTO-NEW-FILE
           IF WSV-CON-FOTO
               CLOSE FOTO-FILE
           END-IF
           IF WSV-HAY-DESCUADRE
               DISPLAY 'CONTROL DE APERTURA DE POSICION: DESCUADRE'
           ELSE
               DISPLAY 'CONTROL DE APERTURA DE POSICION: EN CUADRE'
           END-IF
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       095-REGISTRAR-FIN.
           MOVE 'F'                   TO RUNC-FUNCION
           MOVE WSV-CNT-POSICIONES    TO RUNC-CUENTA
           IF WSV-HAY-DESCUADRE
               MOVE 8                 TO RUNC-RETURN-CODE
           ELSE
               MOVE ZEROS             TO RUNC-RETURN-CODE
           END-IF
           CALL 'RUNCTL' USING RUNC-PARAMETROS.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
