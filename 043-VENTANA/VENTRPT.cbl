       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     VENTRPT.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *HISTORIAL DE PRONOSTICOS QUE GRABA VENTPRO NOCHE A NOCHE
           SELECT PRONOSTICO-FILE       ASSIGN TO PRONFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-PRON-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRONOSTICO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRONWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-PRON-STAT                PIC X(02) VALUE ZEROS.
      *
      *NOCHE EN CURSO - VA DEL REGISTRO 'I' (PRONOSTICO INICIAL)
      *AL REGISTRO 'F' (HORA REAL DE FIN). UNA NOCHE SIN 'F' (LA
      *CADENA ABENDO O SE CANCELO) SALE COMO SIN FIN
       77  WSV-NOCHE-SW                 PIC X(01) VALUE 'N'.
         88 WSV-NOCHE-ABIERTA                    VALUE 'S'.
       77  WSV-NOC-FECHA                PIC 9(06) VALUE ZEROS.
       77  WSV-NOC-INICIO               PIC 9(08) VALUE ZEROS.
       77  WSV-NOC-SLA                  PIC 9(08) VALUE ZEROS.
       77  WSV-NOC-PROYECTADO           PIC 9(08) VALUE ZEROS.
       77  WSV-NOC-REAL                 PIC 9(08) VALUE ZEROS.
       77  WSV-NOC-FACTOR               PIC 9(03)V99 VALUE ZEROS.
       77  WSV-NOC-FIN-SW               PIC X(01) VALUE 'N'.
         88 WSV-NOC-CON-FIN                      VALUE 'S'.
       77  WSV-NOC-AVISO-SW             PIC X(01) VALUE 'N'.
         88 WSV-NOC-AVISADA                      VALUE 'S'.
      *
      *DESVIO DE LA NOCHE - PROYECTADO MENOS REAL EN MINUTOS (UN
      *DESVIO NEGATIVO ES UNA CADENA QUE TERMINO MAS TARDE DE LO
      *PROYECTADO) Y EN PORCENTAJE DE LA DURACION REAL
       77  WSV-DESVIO-CENT              PIC S9(09) VALUE ZEROS.
       77  WSV-DESVIO-MIN               PIC S9(07) VALUE ZEROS.
       77  WSV-DESVIO-ABS               PIC 9(07) VALUE ZEROS.
       77  WSV-DURACION                 PIC 9(09) VALUE ZEROS.
       77  WSV-ERROR-PCT                PIC S9(05)V9 VALUE ZEROS.
      *
      *CENTESIMAS CORRIDAS A HORA DEL DIA HH:MM
       77  WSC-CENTS-POR-DIA            PIC 9(08) VALUE 8640000.
       77  WSV-CENT-TRABAJO             PIC 9(08) VALUE ZEROS.
       77  WSV-DIAS                     PIC 9(02) VALUE ZEROS.
       77  WSV-CENT-DEL-DIA             PIC 9(08) VALUE ZEROS.
       77  WSV-MINUTOS                  PIC 9(08) VALUE ZEROS.
       01  WSV-HORA-EDIT.
           05 WSV-HE-HH                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ':'.
           05 WSV-HE-MM                PIC 9(02).
      *
       01  WSV-TOTALES.
           05 WSV-TOT-LEIDOS           PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-NOCHES           PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-SIN-FIN          PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-CON-SLA          PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-FUERA-SLA        PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-AVISADAS         PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-FALSAS           PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-NO-AVISADAS      PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-MEDIDAS          PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-DESVIO-ABS       PIC 9(09) VALUE ZEROS.
           05 WSV-TOT-DESVIO-MEDIO     PIC 9(07) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT)
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(07) VALUE 'FECHA  '.
           05 FILLER                   PIC X(06) VALUE 'INICIO'.
           05 FILLER                   PIC X(06) VALUE '   SLA'.
           05 FILLER                   PIC X(06) VALUE '  PROY'.
           05 FILLER                   PIC X(08) VALUE '    REAL'.
           05 FILLER                   PIC X(08) VALUE ' DESVMIN'.
           05 FILLER                   PIC X(09) VALUE '  ERROR %'.
           05 FILLER                   PIC X(06) VALUE ' AVISO'.
           05 FILLER                   PIC X(07) VALUE ' FACTOR'.
           05 FILLER                   PIC X(17) VALUE ' VEREDICTO'.

       01  RPT-NOCHE.
           05 RPTN-FECHA                PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTN-INICIO               PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTN-SLA                  PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTN-PROYECTADO           PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTN-REAL                 PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTN-DESVIO               PIC ZZZZZ9-.
           05 RPTN-DESVIO-X REDEFINES RPTN-DESVIO
                                        PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTN-ERROR                PIC ZZZZ9.9-.
           05 RPTN-ERROR-X REDEFINES RPTN-ERROR
                                        PIC X(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPTN-AVISO                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTN-FACTOR               PIC ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTN-VEREDICTO            PIC X(12).
           05 FILLER                    PIC X(05) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *PRECISION DEL PRONOSTICO DE LA VENTANA - UNA LINEA POR NOCHE
      *CON LA HORA DE FIN PROYECTADA AL ARRANCAR LA CADENA CONTRA LA
      *HORA REAL, EL DESVIO EN MINUTOS Y EN PORCENTAJE DE LA
      *DURACION, Y SI EL AVISO DE SLA FUE ACERTADO: AVISADO (SE
      *AVISO Y SE PASO), FALSA ALARMA (SE AVISO Y NO SE PASO) O NO
      *AVISADO (SE PASO SIN AVISO). AL FINAL, LOS TOTALES Y EL
      *DESVIO ABSOLUTO MEDIO
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'VENTRPT'               TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-PROCESAR UNTIL WSS-FIN
           IF WSV-NOCHE-ABIERTA
               PERFORM 050-CERRAR-NOCHE
           END-IF
           CLOSE PRONOSTICO-FILE
           PERFORM 080-FIN
           GOBACK.

       020-INICIO.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE 'VENTRPT'             TO REPW-REPORT-ID
           MOVE 'PRONOSTICO VENTANA VS REAL'
                                      TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           OPEN INPUT PRONOSTICO-FILE
           IF WSV-PRON-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN PRONOSTICO-FILE FALLO - STATUS '
                      WSV-PRON-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1'   TO WSS-SWITCHES
           PERFORM 025-LEER-PRONOSTICO.

       025-LEER-PRONOSTICO.
           READ PRONOSTICO-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-LEIDOS
           END-READ.

       030-PROCESAR.
           EVALUATE TRUE
               WHEN PRN-INICIO
                   IF WSV-NOCHE-ABIERTA
                       PERFORM 050-CERRAR-NOCHE
                   END-IF
                   PERFORM 035-ABRIR-NOCHE
               WHEN PRN-DESPUES-PASO
                   IF WSV-NOCHE-ABIERTA AND PRN-FUERA-SLA = 'S'
                       MOVE 'S' TO WSV-NOC-AVISO-SW
                   END-IF
               WHEN PRN-FIN
                   IF WSV-NOCHE-ABIERTA
                       MOVE PRN-CENT-FIN TO WSV-NOC-REAL
                       MOVE 'S'          TO WSV-NOC-FIN-SW
                       PERFORM 050-CERRAR-NOCHE
                   END-IF
           END-EVALUATE
           PERFORM 025-LEER-PRONOSTICO.

      *EL PRONOSTICO QUE SE MIDE ES EL INICIAL - ES EL QUE DA TIEMPO
      *A REACCIONAR; EL AVISO CUENTA SI SALIO EN CUALQUIER MOMENTO
      *DE LA NOCHE
       035-ABRIR-NOCHE.
           MOVE 'S'              TO WSV-NOCHE-SW
           MOVE 'N'              TO WSV-NOC-FIN-SW
           MOVE PRN-FECHA-NEGOCIO TO WSV-NOC-FECHA
           MOVE PRN-CENT-INICIO  TO WSV-NOC-INICIO
           MOVE PRN-CENT-SLA     TO WSV-NOC-SLA
           MOVE PRN-CENT-FIN     TO WSV-NOC-PROYECTADO
           MOVE PRN-FACTOR       TO WSV-NOC-FACTOR
           MOVE ZEROS            TO WSV-NOC-REAL
           MOVE 'N'              TO WSV-NOC-AVISO-SW
           IF PRN-FUERA-SLA = 'S'
               MOVE 'S'          TO WSV-NOC-AVISO-SW
           END-IF.

       050-CERRAR-NOCHE.
           ADD 1 TO WSV-TOT-NOCHES
           MOVE 'N' TO WSV-NOCHE-SW
           MOVE SPACES TO RPT-NOCHE
           MOVE WSV-NOC-FECHA TO RPTN-FECHA
           MOVE WSV-NOC-INICIO TO WSV-CENT-TRABAJO
           PERFORM 090-CENT-A-HORA
           MOVE WSV-HORA-EDIT TO RPTN-INICIO
           MOVE WSV-NOC-PROYECTADO TO WSV-CENT-TRABAJO
           PERFORM 090-CENT-A-HORA
           MOVE WSV-HORA-EDIT TO RPTN-PROYECTADO
           MOVE WSV-NOC-FACTOR TO RPTN-FACTOR
           MOVE 'N' TO RPTN-AVISO
           IF WSV-NOC-AVISADA
               MOVE 'S' TO RPTN-AVISO
               ADD 1 TO WSV-TOT-AVISADAS
           END-IF
           IF WSV-NOC-SLA > ZEROS
               ADD 1 TO WSV-TOT-CON-SLA
               MOVE WSV-NOC-SLA TO WSV-CENT-TRABAJO
               PERFORM 090-CENT-A-HORA
               MOVE WSV-HORA-EDIT TO RPTN-SLA
           ELSE
               MOVE '  -  ' TO RPTN-SLA
           END-IF
           IF WSV-NOC-CON-FIN
               PERFORM 055-MEDIR-NOCHE
           ELSE
               ADD 1 TO WSV-TOT-SIN-FIN
               MOVE 'SIN FIN' TO RPTN-REAL
               MOVE SPACES    TO RPTN-DESVIO-X
               MOVE SPACES    TO RPTN-ERROR-X
               MOVE 'SIN FIN' TO RPTN-VEREDICTO
           END-IF
           MOVE RPT-NOCHE TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       055-MEDIR-NOCHE.
           MOVE WSV-NOC-REAL TO WSV-CENT-TRABAJO
           PERFORM 090-CENT-A-HORA
           MOVE WSV-HORA-EDIT TO RPTN-REAL
           ADD 1 TO WSV-TOT-MEDIDAS
           COMPUTE WSV-DESVIO-CENT = WSV-NOC-PROYECTADO - WSV-NOC-REAL
           DIVIDE WSV-DESVIO-CENT BY 6000 GIVING WSV-DESVIO-MIN
           MOVE WSV-DESVIO-MIN TO RPTN-DESVIO
           MOVE WSV-DESVIO-MIN TO WSV-DESVIO-ABS
           ADD WSV-DESVIO-ABS TO WSV-TOT-DESVIO-ABS
           IF WSV-NOC-REAL > WSV-NOC-INICIO
               COMPUTE WSV-DURACION = WSV-NOC-REAL - WSV-NOC-INICIO
               COMPUTE WSV-ERROR-PCT ROUNDED =
                   WSV-DESVIO-CENT * 100 / WSV-DURACION
                   ON SIZE ERROR
                       MOVE 99999.9 TO WSV-ERROR-PCT
               END-COMPUTE
               MOVE WSV-ERROR-PCT TO RPTN-ERROR
           ELSE
               MOVE '     ***' TO RPTN-ERROR-X
           END-IF
           EVALUATE TRUE
               WHEN WSV-NOC-SLA = ZEROS
                   MOVE 'SIN SLA'      TO RPTN-VEREDICTO
               WHEN WSV-NOC-REAL > WSV-NOC-SLA AND WSV-NOC-AVISADA
                   ADD 1 TO WSV-TOT-FUERA-SLA
                   MOVE 'AVISADO'      TO RPTN-VEREDICTO
               WHEN WSV-NOC-REAL > WSV-NOC-SLA
                   ADD 1 TO WSV-TOT-FUERA-SLA
                   ADD 1 TO WSV-TOT-NO-AVISADAS
                   MOVE 'NO AVISADO'   TO RPTN-VEREDICTO
               WHEN WSV-NOC-AVISADA
                   ADD 1 TO WSV-TOT-FALSAS
                   MOVE 'FALSA ALARMA' TO RPTN-VEREDICTO
               WHEN OTHER
                   MOVE 'OK'           TO RPTN-VEREDICTO
           END-EVALUATE.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           PERFORM 099-PAGINA-REPORTE
           MOVE 'NOCHES PRONOSTICADAS          : ' TO RPTT-LITERAL
           MOVE WSV-TOT-NOCHES                     TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'NOCHES SIN FIN REGISTRADO     : ' TO RPTT-LITERAL
           MOVE WSV-TOT-SIN-FIN                    TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'NOCHES CON SLA                : ' TO RPTT-LITERAL
           MOVE WSV-TOT-CON-SLA                    TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'NOCHES FUERA DE SLA           : ' TO RPTT-LITERAL
           MOVE WSV-TOT-FUERA-SLA                  TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'NOCHES CON AVISO DE SLA       : ' TO RPTT-LITERAL
           MOVE WSV-TOT-AVISADAS                   TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'FALSAS ALARMAS                : ' TO RPTT-LITERAL
           MOVE WSV-TOT-FALSAS                     TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'FUERA DE SLA SIN AVISO        : ' TO RPTT-LITERAL
           MOVE WSV-TOT-NO-AVISADAS                TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           IF WSV-TOT-MEDIDAS > ZEROS
               DIVIDE WSV-TOT-DESVIO-ABS BY WSV-TOT-MEDIDAS
                   GIVING WSV-TOT-DESVIO-MEDIO ROUNDED
           END-IF
           MOVE 'DESVIO ABSOLUTO MEDIO (MIN)   : ' TO RPTT-LITERAL
           MOVE WSV-TOT-DESVIO-MEDIO               TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           DISPLAY 'PRONOSTICOS LEIDOS       : ' WSV-TOT-LEIDOS
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *CENTESIMAS CORRIDAS A HORA DEL DIA (SE DESCARTAN LOS DIAS
      *ENTEROS)
       090-CENT-A-HORA.
           DIVIDE WSV-CENT-TRABAJO BY WSC-CENTS-POR-DIA
               GIVING WSV-DIAS REMAINDER WSV-CENT-DEL-DIA
           DIVIDE WSV-CENT-DEL-DIA BY 6000 GIVING WSV-MINUTOS
           DIVIDE WSV-MINUTOS BY 60
               GIVING WSV-HE-HH REMAINDER WSV-HE-MM.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
