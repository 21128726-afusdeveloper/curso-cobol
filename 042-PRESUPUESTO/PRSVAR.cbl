       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     PRSVAR.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE            ASSIGN TO AUDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDIT-STAT.

      *BITACORA YA ARCHIVADA POR ARCPRG - OPCIONAL, IGUAL QUE EN
      *AUDMES, PARA QUE EL ACUMULADO DEL ANO CUBRA LOS DIAS QUE YA
      *SALIERON DEL DATASET VIVO
           SELECT AUDIT-ARCH-FILE       ASSIGN TO AUDARCH
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDA-STAT.

      *MAESTRO DE PRESUPUESTO - SE RECORRE COMPLETO EN ORDEN DE LLAVE
           SELECT PRESUPUESTO-FILE      ASSIGN TO PRSMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS PRS-LLAVE
                                         FILE STATUS IS WSV-PRSM-STAT.

      *MES A COMPARAR (AAMM) Y TOLERANCIA EN PORCENTAJE - SIN
      *TARJETA SE COMPARA EL MES DE LA FECHA DE NEGOCIO CONTRA LA
      *TOLERANCIA POR OMISION
           SELECT VAR-CARD-FILE         ASSIGN TO VARCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VAR-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY AUDWS.

       FD  AUDIT-ARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  AUDIT-ARCH-RECORD            PIC X(60).

       FD  PRESUPUESTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRSWS.

       FD  VAR-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  VAR-CARD-RECORD.
           05 VAR-AAMM                  PIC 9(04).
           05 VAR-TOLERANCIA            PIC 9(03)V99.
           05 FILLER                    PIC X(71).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-AUDIT-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-AUDA-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-PRSM-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-VAR-STAT                 PIC X(02) VALUE ZEROS.
      *
      *MES COMPARADO Y DESGLOSE DE LA FECHA DEL RUN-ID - EL ACUMULADO
      *DEL ANO VA DE ENERO AL MES COMPARADO INCLUSIVE
       01  WSV-MES-BUSCADO.
           05 WSV-MB-AA                PIC 9(02) VALUE ZEROS.
           05 WSV-MB-MM                PIC 9(02) VALUE ZEROS.
       01  WSV-FECHA-REG.
           05 WSV-REG-AA               PIC 9(02).
           05 WSV-REG-MM               PIC 9(02).
           05 WSV-REG-DD               PIC 9(02).
      *
      *TOLERANCIA EN PORCENTAJE SOBRE EL PRESUPUESTO - UNA VARIACION
      *MAYOR EN VALOR ABSOLUTO SE MARCA FUERA DE TOLERANCIA
       77  WSC-TOLERANCIA-DEFECTO       PIC 9(03)V99 VALUE 10.00.
       77  WSV-TOLERANCIA               PIC 9(03)V99 VALUE ZEROS.
      *
      *ACUMULADOS POR SUCURSAL Y RESULTADO - PRESUPUESTO Y REAL DEL
      *MES Y DEL ANO; LAS MARCAS DICEN SI LA SUCURSAL TUVO FILAS DE
      *PRESUPUESTO O ACTIVIDAD EN EL PERIODO
       77  WSC-MAX-SUCURSALES           PIC 9(02) VALUE 50.
       77  WSV-SUC-CNT                  PIC 9(02) VALUE ZEROS.
       77  WSV-SUCURSAL-BUSCADA         PIC X(03) VALUE SPACES.
       01  WSV-TABLA-SUCURSALES.
           05 WSV-SUC-ENTRY            OCCURS 1 TO 50 TIMES
                                        DEPENDING ON WSV-SUC-CNT
                                        INDEXED BY WSV-SUC-IDX.
               10 WSV-SUC-CODIGO       PIC X(03).
               10 WSV-SUC-CON-PRES     PIC X(01).
               10 WSV-SUC-CON-REAL     PIC X(01).
               10 WSV-SUC-BALDE        OCCURS 5 TIMES
                                        INDEXED BY WSV-BAL-IDX.
                   15 WSV-BAL-PRES-MES PIC S9(11)V99 COMP-3.
                   15 WSV-BAL-PRES-ANO PIC S9(11)V99 COMP-3.
                   15 WSV-BAL-REAL-MES PIC S9(11)V99 COMP-3.
                   15 WSV-BAL-REAL-ANO PIC S9(11)V99 COMP-3.
      *
      *RESULTADOS DEL REGISTRO DE AUDITORIA EN CURSO, EN TABLA PARA
      *ACUMULARLOS POR BALDE
       01  WSV-RESULTADOS-AUD.
           05 WSV-AUD-RESULT           PIC S9(05)V99 COMP-3
                                        OCCURS 5 TIMES.
       77  WSV-BALDE                    PIC 9(01) VALUE ZEROS.
       77  WSV-ES-DEL-MES               PIC X(01) VALUE 'N'.
         88 WSV-DEL-MES                          VALUE 'S'.
      *
      *TOTALES DE LA SUCURSAL EN CURSO PARA LA LINEA 'TOT'
       01  WSV-TOT-SUCURSAL.
           05 WSV-TS-PRES-MES          PIC S9(11)V99 COMP-3.
           05 WSV-TS-PRES-ANO          PIC S9(11)V99 COMP-3.
           05 WSV-TS-REAL-MES          PIC S9(11)V99 COMP-3.
           05 WSV-TS-REAL-ANO          PIC S9(11)V99 COMP-3.
      *
      *LINEA DE VARIACION EN CURSO
       77  WSV-LIN-PRES                 PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       77  WSV-LIN-REAL                 PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       77  WSV-LIN-VAR                  PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       77  WSV-LIN-PCT                  PIC S9(05)V9 COMP-3
                                                   VALUE ZEROS.
       77  WSV-LIN-PCT-ABS              PIC S9(05)V9 COMP-3
                                                   VALUE ZEROS.
       77  WSV-LIN-FUERA-SW             PIC X(01) VALUE 'N'.
         88 WSV-LIN-FUERA                        VALUE 'S'.
       77  WSV-SUC-FUERA-SW             PIC X(01) VALUE 'N'.
         88 WSV-SUC-FUERA                        VALUE 'S'.
      *
       01  WSV-TOTALES.
           05 WSV-TOT-LEIDOS           PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-ELEGIDOS         PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-FILAS-PRES       PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-COMPARADAS       PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-FUERA            PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-SOLO-REAL        PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-SOLO-PRES        PIC 9(05) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - EL MES
      *COMPARADO VIAJA EN EL TITULO DEL ENCABEZADO
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(04) VALUE 'SUC '.
           05 FILLER                   PIC X(04) VALUE 'RES '.
           05 FILLER                   PIC X(04) VALUE 'PER '.
           05 FILLER                   PIC X(18) VALUE
              '       PRESUPUESTO'.
           05 FILLER                   PIC X(18) VALUE
              '              REAL'.
           05 FILLER                   PIC X(18) VALUE
              '         VARIACION'.
           05 FILLER                   PIC X(14) VALUE
              '      %'.

       01  RPT-VARIACION.
           05 RPTV-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTV-RESULTADO            PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTV-PERIODO              PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTV-PRES                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTV-REAL                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTV-VAR                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTV-PCT                  PIC ZZZZ9.9-.
           05 RPTV-PCT-X REDEFINES RPTV-PCT
                                        PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTV-MARCA                PIC X(05).

       01  RPT-SECCION.
           05 RPTS-TITULO               PIC X(50).
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  RPT-SIN-PAR.
           05 RPTP-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 RPTP-LIT-MES              PIC X(05) VALUE 'MES  '.
           05 RPTP-MES                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPTP-LIT-ANO              PIC X(05) VALUE 'ANO  '.
           05 RPTP-ANO                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(25) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *PRESUPUESTO CONTRA REAL POR SUCURSAL - ARMA LOS REALES COMO
      *AUDMES DESDE LA BITACORA VIVA Y LA ARCHIVADA (FECHA DEL
      *RUN-ID) Y LOS COMPARA CONTRA EL MAESTRO DE PRESUPUESTO POR
      *RESULTADO, EN EL MES Y EN EL ACUMULADO DEL ANO. LA SUCURSAL
      *QUEDA FUERA DE TOLERANCIA CUANDO LA VARIACION DE SU TOTAL DEL
      *MES O DEL ANO SUPERA LA TOLERANCIA; LAS LINEAS POR RESULTADO
      *SE MARCAN IGUAL PARA ORIENTAR LA REVISION. LAS SUCURSALES CON
      *REAL Y SIN PRESUPUESTO, O AL REVES, SE LISTAN APARTE
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'PRSVAR'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-CARGAR-PRESUPUESTO UNTIL WSS-FIN
           CLOSE PRESUPUESTO-FILE
           PERFORM 040-ABRIR-AUDITORIA
           PERFORM 045-ACUMULAR-AUDITORIA UNTIL WSS-FIN
           CLOSE AUDIT-FILE
           PERFORM 050-ABRIR-ARCHIVADA
           PERFORM 055-ACUMULAR-ARCH UNTIL WSS-FIN
           PERFORM 058-CERRAR-ARCHIVADA
           PERFORM 060-REPORTE
           PERFORM 080-FIN
           GOBACK.

       020-INICIO.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE WSV-FECHA-CORRIDA (1:4) TO WSV-MES-BUSCADO
           MOVE WSC-TOLERANCIA-DEFECTO  TO WSV-TOLERANCIA
           PERFORM 022-LEER-TARJETA
           MOVE 'PRSVAR'              TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'PRESUPUESTO VS REAL - MES '
                  WSV-MES-BUSCADO DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           OPEN INPUT PRESUPUESTO-FILE
           IF WSV-PRSM-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN PRESUPUESTO-FILE FALLO - STATUS '
                      WSV-PRSM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1'   TO WSS-SWITCHES
           PERFORM 025-LEER-PRESUPUESTO.

      *LA TARJETA ES OPCIONAL - UN CAMPO EN BLANCO O EN CEROS DEJA
      *SU VALOR POR OMISION
       022-LEER-TARJETA.
           OPEN INPUT VAR-CARD-FILE
           IF WSV-VAR-STAT = '00'
               READ VAR-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VAR-AAMM NUMERIC AND VAR-AAMM NOT = ZEROS
                           MOVE VAR-AAMM TO WSV-MES-BUSCADO
                       END-IF
                       IF VAR-TOLERANCIA NUMERIC
                        AND VAR-TOLERANCIA NOT = ZEROS
                           MOVE VAR-TOLERANCIA TO WSV-TOLERANCIA
                       END-IF
               END-READ
               CLOSE VAR-CARD-FILE
           END-IF
           DISPLAY 'PRSVAR: MES A COMPARAR ' WSV-MES-BUSCADO
                   ' TOLERANCIA ' WSV-TOLERANCIA.

       025-LEER-PRESUPUESTO.
           READ PRESUPUESTO-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ
           IF WSV-PRSM-STAT NOT = '00' AND WSV-PRSM-STAT NOT = '10'
               MOVE '025-LEER-PRESUP'     TO ABND-PARRAFO
               STRING 'READ PRESUPUESTO-FILE FALLO - STATUS '
                      WSV-PRSM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *SOLO CUENTAN LAS FILAS DEL ANO DEL MES COMPARADO, HASTA ESE
      *MES INCLUSIVE
       030-CARGAR-PRESUPUESTO.
           IF PRS-AA = WSV-MB-AA AND PRS-MM NOT > WSV-MB-MM
            AND PRS-RESULTADO > ZEROS AND PRS-RESULTADO < 6
               ADD 1 TO WSV-TOT-FILAS-PRES
               MOVE PRS-SUCURSAL TO WSV-SUCURSAL-BUSCADA
               PERFORM 035-UBICAR-SUCURSAL
               MOVE 'S' TO WSV-SUC-CON-PRES (WSV-SUC-IDX)
               SET WSV-BAL-IDX TO PRS-RESULTADO
               ADD PRS-IMPORTE
                   TO WSV-BAL-PRES-ANO (WSV-SUC-IDX, WSV-BAL-IDX)
               IF PRS-MM = WSV-MB-MM
                   ADD PRS-IMPORTE
                       TO WSV-BAL-PRES-MES (WSV-SUC-IDX, WSV-BAL-IDX)
               END-IF
           END-IF
           PERFORM 025-LEER-PRESUPUESTO.

      *DEJA WSV-SUC-IDX EN LA SUCURSAL BUSCADA, DANDOLA DE ALTA EN
      *CEROS SI TODAVIA NO ESTA EN LA TABLA
       035-UBICAR-SUCURSAL.
           SET WSV-SUC-IDX TO 1
           SEARCH WSV-SUC-ENTRY
               AT END
                   IF WSV-SUC-CNT = WSC-MAX-SUCURSALES
                       MOVE '035-UBICAR-SUCUR'    TO ABND-PARRAFO
                       MOVE 'TABLA DE SUCURSALES LLENA - MAX 50'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   ADD 1 TO WSV-SUC-CNT
                   SET WSV-SUC-IDX TO WSV-SUC-CNT
                   MOVE WSV-SUCURSAL-BUSCADA
                       TO WSV-SUC-CODIGO (WSV-SUC-IDX)
                   MOVE 'N' TO WSV-SUC-CON-PRES (WSV-SUC-IDX)
                   MOVE 'N' TO WSV-SUC-CON-REAL (WSV-SUC-IDX)
                   PERFORM 036-LIMPIAR-BALDE
                       VARYING WSV-BAL-IDX FROM 1 BY 1
                       UNTIL WSV-BAL-IDX > 5
               WHEN WSV-SUC-CODIGO (WSV-SUC-IDX) = WSV-SUCURSAL-BUSCADA
                   CONTINUE
           END-SEARCH.

       036-LIMPIAR-BALDE.
           MOVE ZEROS TO WSV-BAL-PRES-MES (WSV-SUC-IDX, WSV-BAL-IDX)
           MOVE ZEROS TO WSV-BAL-PRES-ANO (WSV-SUC-IDX, WSV-BAL-IDX)
           MOVE ZEROS TO WSV-BAL-REAL-MES (WSV-SUC-IDX, WSV-BAL-IDX)
           MOVE ZEROS TO WSV-BAL-REAL-ANO (WSV-SUC-IDX, WSV-BAL-IDX).

       040-ABRIR-AUDITORIA.
           OPEN INPUT AUDIT-FILE
           IF WSV-AUDIT-STAT NOT = '00'
               MOVE '040-ABRIR-AUDIT'     TO ABND-PARRAFO
               STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                      WSV-AUDIT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1'   TO WSS-SWITCHES
           PERFORM 042-LEER-AUDITORIA.

       042-LEER-AUDITORIA.
           READ AUDIT-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-LEIDOS
           END-READ.

       045-ACUMULAR-AUDITORIA.
           PERFORM 047-CLASIFICAR
           PERFORM 042-LEER-AUDITORIA.

      *EL RUN-ID EMPIEZA CON LA FECHA AAMMDD DE LA CORRIDA - LO DEL
      *ANO HASTA EL MES COMPARADO VA AL ACUMULADO, LO DEL MES ADEMAS
      *AL MES
       047-CLASIFICAR.
           MOVE AUD-RUN-ID (1:6) TO WSV-FECHA-REG
           IF WSV-FECHA-REG NUMERIC
            AND WSV-REG-AA = WSV-MB-AA AND WSV-REG-MM NOT > WSV-MB-MM
               ADD 1 TO WSV-TOT-ELEGIDOS
               MOVE 'N' TO WSV-ES-DEL-MES
               IF WSV-REG-MM = WSV-MB-MM
                   MOVE 'S' TO WSV-ES-DEL-MES
               END-IF
               MOVE AUD-RESULT-1 TO WSV-AUD-RESULT (1)
               MOVE AUD-RESULT-2 TO WSV-AUD-RESULT (2)
               MOVE AUD-RESULT-3 TO WSV-AUD-RESULT (3)
               MOVE AUD-RESULT-4 TO WSV-AUD-RESULT (4)
               MOVE AUD-RESULT-5 TO WSV-AUD-RESULT (5)
               MOVE AUD-SUCURSAL TO WSV-SUCURSAL-BUSCADA
               PERFORM 035-UBICAR-SUCURSAL
               MOVE 'S' TO WSV-SUC-CON-REAL (WSV-SUC-IDX)
               PERFORM 048-SUMAR-BALDE
                   VARYING WSV-BALDE FROM 1 BY 1
                   UNTIL WSV-BALDE > 5
           END-IF.

       048-SUMAR-BALDE.
           SET WSV-BAL-IDX TO WSV-BALDE
           ADD WSV-AUD-RESULT (WSV-BALDE)
               TO WSV-BAL-REAL-ANO (WSV-SUC-IDX, WSV-BAL-IDX)
           IF WSV-DEL-MES
               ADD WSV-AUD-RESULT (WSV-BALDE)
                   TO WSV-BAL-REAL-MES (WSV-SUC-IDX, WSV-BAL-IDX)
           END-IF.

      *LA BITACORA ARCHIVADA ES OPCIONAL - CUBRE LOS DIAS DEL ANO
      *QUE ARCPRG YA MOVIO FUERA DEL DATASET VIVO
       050-ABRIR-ARCHIVADA.
           OPEN INPUT AUDIT-ARCH-FILE
           EVALUATE TRUE
               WHEN WSV-AUDA-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 052-LEER-ARCHIVADA
               WHEN WSV-AUDA-STAT = '35'
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '050-ABRIR-ARCHIV'    TO ABND-PARRAFO
                   STRING 'OPEN AUDIT-ARCH FALLO - STATUS '
                          WSV-AUDA-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       052-LEER-ARCHIVADA.
           READ AUDIT-ARCH-FILE INTO AUDIT-RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-LEIDOS
           END-READ.

       055-ACUMULAR-ARCH.
           PERFORM 047-CLASIFICAR
           PERFORM 052-LEER-ARCHIVADA.

       058-CERRAR-ARCHIVADA.
           IF WSV-AUDA-STAT NOT = '35'
               CLOSE AUDIT-ARCH-FILE
           END-IF.

      *TRES SECCIONES: LA COMPARACION DE LAS SUCURSALES QUE TIENEN
      *PRESUPUESTO Y ACTIVIDAD, LAS QUE SOLO TIENEN ACTIVIDAD Y LAS
      *QUE SOLO TIENEN PRESUPUESTO
       060-REPORTE.
           MOVE 'SUCURSALES CON PRESUPUESTO Y ACTIVIDAD'
               TO RPTS-TITULO
           PERFORM 069-TITULO-SECCION
           PERFORM 062-COMPARAR-SUCURSAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT
           PERFORM 099-PAGINA-REPORTE
           MOVE 'SUCURSALES CON ACTIVIDAD Y SIN PRESUPUESTO (REAL)'
               TO RPTS-TITULO
           PERFORM 069-TITULO-SECCION
           PERFORM 066-SOLO-REAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT
           MOVE SPACES TO REPW-LINEA
           MOVE 1      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'SUCURSALES CON PRESUPUESTO Y SIN ACTIVIDAD (PRES.)'
               TO RPTS-TITULO
           PERFORM 069-TITULO-SECCION
           PERFORM 067-SOLO-PRESUPUESTO
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT.

       062-COMPARAR-SUCURSAL.
           IF WSV-SUC-CON-PRES (WSV-SUC-IDX) = 'S'
            AND WSV-SUC-CON-REAL (WSV-SUC-IDX) = 'S'
               ADD 1 TO WSV-TOT-COMPARADAS
               MOVE ZEROS TO WSV-TS-PRES-MES
               MOVE ZEROS TO WSV-TS-PRES-ANO
               MOVE ZEROS TO WSV-TS-REAL-MES
               MOVE ZEROS TO WSV-TS-REAL-ANO
               MOVE 'N'   TO WSV-SUC-FUERA-SW
               PERFORM 063-COMPARAR-BALDE
                   VARYING WSV-BAL-IDX FROM 1 BY 1
                   UNTIL WSV-BAL-IDX > 5
               MOVE 'TOT'          TO RPTV-RESULTADO
               MOVE 'MES'          TO RPTV-PERIODO
               MOVE WSV-TS-PRES-MES TO WSV-LIN-PRES
               MOVE WSV-TS-REAL-MES TO WSV-LIN-REAL
               PERFORM 064-LINEA-VARIACION
               IF WSV-LIN-FUERA
                   MOVE 'S' TO WSV-SUC-FUERA-SW
               END-IF
               MOVE 'ANO'          TO RPTV-PERIODO
               MOVE WSV-TS-PRES-ANO TO WSV-LIN-PRES
               MOVE WSV-TS-REAL-ANO TO WSV-LIN-REAL
               PERFORM 064-LINEA-VARIACION
               IF WSV-LIN-FUERA
                   MOVE 'S' TO WSV-SUC-FUERA-SW
               END-IF
               IF WSV-SUC-FUERA
                   ADD 1 TO WSV-TOT-FUERA
               END-IF
               MOVE SPACES TO REPW-LINEA
               MOVE 1      TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF.

       063-COMPARAR-BALDE.
           MOVE SPACES TO RPTV-RESULTADO
           SET WSV-BALDE TO WSV-BAL-IDX
           STRING 'R' WSV-BALDE DELIMITED BY SIZE
               INTO RPTV-RESULTADO
           MOVE 'MES' TO RPTV-PERIODO
           MOVE WSV-BAL-PRES-MES (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-LIN-PRES
           MOVE WSV-BAL-REAL-MES (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-LIN-REAL
           PERFORM 064-LINEA-VARIACION
           MOVE 'ANO' TO RPTV-PERIODO
           MOVE WSV-BAL-PRES-ANO (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-LIN-PRES
           MOVE WSV-BAL-REAL-ANO (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-LIN-REAL
           PERFORM 064-LINEA-VARIACION
           ADD WSV-BAL-PRES-MES (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-TS-PRES-MES
           ADD WSV-BAL-PRES-ANO (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-TS-PRES-ANO
           ADD WSV-BAL-REAL-MES (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-TS-REAL-MES
           ADD WSV-BAL-REAL-ANO (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-TS-REAL-ANO.

      *VARIACION = REAL MENOS PRESUPUESTO, EN IMPORTE Y EN PORCENTAJE
      *SOBRE EL PRESUPUESTO (EN VALOR ABSOLUTO, PORQUE UN RESULTADO
      *DE RESTA PUEDE PRESUPUESTARSE NEGATIVO); SIN PRESUPUESTO EL
      *PORCENTAJE NO SE PUEDE CALCULAR Y TODO REAL QUEDA FUERA
       064-LINEA-VARIACION.
           MOVE 'N' TO WSV-LIN-FUERA-SW
           COMPUTE WSV-LIN-VAR = WSV-LIN-REAL - WSV-LIN-PRES
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO RPTV-SUCURSAL
           MOVE WSV-LIN-PRES               TO RPTV-PRES
           MOVE WSV-LIN-REAL               TO RPTV-REAL
           MOVE WSV-LIN-VAR                TO RPTV-VAR
           IF WSV-LIN-PRES = ZEROS
               IF WSV-LIN-VAR = ZEROS
                   MOVE ZEROS              TO RPTV-PCT
               ELSE
                   MOVE '    ***'          TO RPTV-PCT-X
                   MOVE 'S'                TO WSV-LIN-FUERA-SW
               END-IF
           ELSE
               IF WSV-LIN-PRES < ZEROS
                   COMPUTE WSV-LIN-PCT ROUNDED =
                       WSV-LIN-VAR * 100 / (ZERO - WSV-LIN-PRES)
                       ON SIZE ERROR
                           MOVE 99999.9 TO WSV-LIN-PCT
                   END-COMPUTE
               ELSE
                   COMPUTE WSV-LIN-PCT ROUNDED =
                       WSV-LIN-VAR * 100 / WSV-LIN-PRES
                       ON SIZE ERROR
                           MOVE 99999.9 TO WSV-LIN-PCT
                   END-COMPUTE
               END-IF
               MOVE WSV-LIN-PCT            TO RPTV-PCT
               IF WSV-LIN-PCT < ZEROS
                   COMPUTE WSV-LIN-PCT-ABS = ZERO - WSV-LIN-PCT
               ELSE
                   MOVE WSV-LIN-PCT        TO WSV-LIN-PCT-ABS
               END-IF
               IF WSV-LIN-PCT-ABS > WSV-TOLERANCIA
                   MOVE 'S'                TO WSV-LIN-FUERA-SW
               END-IF
           END-IF
           IF WSV-LIN-FUERA
               MOVE 'FUERA'                TO RPTV-MARCA
           ELSE
               MOVE SPACES                 TO RPTV-MARCA
           END-IF
           MOVE RPT-VARIACION              TO REPW-LINEA
           MOVE 1                          TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       066-SOLO-REAL.
           IF WSV-SUC-CON-PRES (WSV-SUC-IDX) NOT = 'S'
               ADD 1 TO WSV-TOT-SOLO-REAL
               MOVE ZEROS TO WSV-TS-REAL-MES
               MOVE ZEROS TO WSV-TS-REAL-ANO
               PERFORM 066A-SUMAR-REAL
                   VARYING WSV-BAL-IDX FROM 1 BY 1
                   UNTIL WSV-BAL-IDX > 5
               MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO RPTP-SUCURSAL
               MOVE WSV-TS-REAL-MES            TO RPTP-MES
               MOVE WSV-TS-REAL-ANO            TO RPTP-ANO
               MOVE RPT-SIN-PAR                TO REPW-LINEA
               MOVE 1                          TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF.

       066A-SUMAR-REAL.
           ADD WSV-BAL-REAL-MES (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-TS-REAL-MES
           ADD WSV-BAL-REAL-ANO (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-TS-REAL-ANO.

       067-SOLO-PRESUPUESTO.
           IF WSV-SUC-CON-REAL (WSV-SUC-IDX) NOT = 'S'
               ADD 1 TO WSV-TOT-SOLO-PRES
               MOVE ZEROS TO WSV-TS-PRES-MES
               MOVE ZEROS TO WSV-TS-PRES-ANO
               PERFORM 067A-SUMAR-PRESUPUESTO
                   VARYING WSV-BAL-IDX FROM 1 BY 1
                   UNTIL WSV-BAL-IDX > 5
               MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO RPTP-SUCURSAL
               MOVE WSV-TS-PRES-MES            TO RPTP-MES
               MOVE WSV-TS-PRES-ANO            TO RPTP-ANO
               MOVE RPT-SIN-PAR                TO REPW-LINEA
               MOVE 1                          TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF.

       067A-SUMAR-PRESUPUESTO.
           ADD WSV-BAL-PRES-MES (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-TS-PRES-MES
           ADD WSV-BAL-PRES-ANO (WSV-SUC-IDX, WSV-BAL-IDX)
               TO WSV-TS-PRES-ANO.

       069-TITULO-SECCION.
           MOVE RPT-SECCION TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           PERFORM 099-PAGINA-REPORTE
           MOVE 'SUCURSALES COMPARADAS         : ' TO RPTT-LITERAL
           MOVE WSV-TOT-COMPARADAS                 TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'FUERA DE TOLERANCIA           : ' TO RPTT-LITERAL
           MOVE WSV-TOT-FUERA                      TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'CON ACTIVIDAD SIN PRESUPUESTO : ' TO RPTT-LITERAL
           MOVE WSV-TOT-SOLO-REAL                  TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'CON PRESUPUESTO SIN ACTIVIDAD : ' TO RPTT-LITERAL
           MOVE WSV-TOT-SOLO-PRES                  TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'FILAS DE PRESUPUESTO DEL ANO  : ' TO RPTT-LITERAL
           MOVE WSV-TOT-FILAS-PRES                 TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           DISPLAY 'BITACORA LEIDA           : ' WSV-TOT-LEIDOS
           DISPLAY 'REGISTROS DEL ANO        : ' WSV-TOT-ELEGIDOS
           DISPLAY 'TOLERANCIA APLICADA      : ' WSV-TOLERANCIA
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
