       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CADENA.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *BITACORA DE TOTALES DE CONTROL QUE DECLARAN CONSOL, EDITOR,
      *ARITM Y AUDDB2 POR MEDIO DE TOTLOG
           SELECT TOT-LOG-FILE          ASSIGN TO TOTLOGF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TLOG-STAT.

      *LA INTERFAZ CONTABLE Y LA BITACORA DE AUDITORIA SE RECUENTAN
      *DIRECTAMENTE - SON LO QUE REALMENTE SALE DE LA CADENA
           SELECT GL-FILE               ASSIGN TO GLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-GL-STAT.

           SELECT AUDIT-FILE            ASSIGN TO AUDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDIT-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  TOT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY TOTRWS.

       FD  GL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY GLWS.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY AUDWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY RUNCWS.
           COPY REPWWS.
      *
       77  WSV-TLOG-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-GL-STAT                  PIC X(02) VALUE ZEROS.
       77  WSV-AUDIT-STAT               PIC X(02) VALUE ZEROS.
      *
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
      *CONTROLES DECLARADOS PARA LA FECHA Y LA EMPRESA DE LA
      *CORRIDA (LA BITACORA ES COMUN A TODAS) - POR PROGRAMA Y PUNTO
      *QUEDA EL DE LA ULTIMA CORRIDA; LA BITACORA ES CRONOLOGICA,
      *ASI QUE EL ULTIMO LEIDO ES EL VIGENTE (UNA RECORRIDA
      *REEMPLAZA A LA ANTERIOR)
       77  WSC-MAX-CONTROLES            PIC 9(02) VALUE 30.
       77  WSV-CTL-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-CONTROLES.
           05 WSV-CTL-ENTRY            OCCURS 1 TO 30 TIMES
                                        DEPENDING ON WSV-CTL-CNT
                                        INDEXED BY WSV-CTL-IDX.
               10 WSV-CTL-PROGRAMA     PIC X(08).
               10 WSV-CTL-PUNTO        PIC X(08).
               10 WSV-CTL-SELLO        PIC X(14).
               10 WSV-CTL-CUENTA       PIC 9(07).
               10 WSV-CTL-TOTAL-A      PIC S9(11)V99 COMP-3.
               10 WSV-CTL-TOTAL-B      PIC S9(11)V99 COMP-3.
       77  WSV-TOT-TLOG-LEIDOS          PIC 9(07) VALUE ZEROS.
      *
      *RECUENTO DE LA INTERFAZ CONTABLE: LOS DETALLES DE LA FECHA
      *POR TIPO DE RESULTADO (LA CUENTA DE TRANSACCIONES VA REPETIDA
      *EN LOS SEIS RENGLONES DE CADA SUCURSAL, SE TOMA LA DEL 1) Y
      *TODOS LOS DETALLES CONTRA EL TRAILER
       01  WSV-LADO-GL.
           05 WSV-GL-ARCHIVO-SW        PIC X(01) VALUE 'N'.
             88 WSV-HAY-GL                       VALUE 'S'.
           05 WSV-GL-TRAILER-SW        PIC X(01) VALUE 'N'.
             88 WSV-HAY-TRAILER                  VALUE 'S'.
           05 WSV-GL-CUENTA            PIC 9(07) VALUE ZEROS.
           05 WSV-GL-RESULTADOS        PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-GL-COMISIONES        PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-GL-DETALLES          PIC 9(07) VALUE ZEROS.
           05 WSV-GL-IMPORTE           PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-GL-TRL-REGISTROS     PIC 9(07) VALUE ZEROS.
           05 WSV-GL-TRL-TOTAL         PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
      *
      *RECUENTO DE LA BITACORA DE AUDITORIA COMPLETA, QUE ES LO QUE
      *AUDDB2 CARGA
       01  WSV-LADO-AUDIT.
           05 WSV-AUD-ARCHIVO-SW       PIC X(01) VALUE 'N'.
             88 WSV-HAY-AUDIT                    VALUE 'S'.
           05 WSV-AUD-CUENTA           PIC 9(07) VALUE ZEROS.
           05 WSV-AUD-RESULTADOS       PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
      *
      *LADO EN CURSO - UN CONTROL DE LA BITACORA O UN RECUENTO
       01  WSV-BUSCADO.
           05 WSV-BUS-PROGRAMA         PIC X(08) VALUE SPACES.
           05 WSV-BUS-PUNTO            PIC X(08) VALUE SPACES.
           05 WSV-BUS-HALLADO-SW       PIC X(01) VALUE 'N'.
             88 WSV-BUS-HALLADO                  VALUE 'S'.
           05 WSV-BUS-CUENTA           PIC 9(07) VALUE ZEROS.
           05 WSV-BUS-TOTAL-A          PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-BUS-TOTAL-B          PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
      *
      *ENLACE EN CURSO - LO QUE SALE DE UN PASO CONTRA LO QUE ENTRA
      *AL SIGUIENTE (O CONTRA SU REPARTO)
       77  WSV-ENLACE                   PIC 9(01) VALUE ZEROS.
       77  WSV-ENLACE-TEXTO             PIC X(60) VALUE SPACES.
       77  WSV-CONCEPTO-C               PIC X(24) VALUE SPACES.
       77  WSV-CONCEPTO-A               PIC X(24) VALUE SPACES.
       77  WSV-CONCEPTO-B               PIC X(24) VALUE SPACES.
       77  WSV-COMPARA                  PIC X(01) VALUE 'T'.
         88 WSV-COMPARA-CUENTA                   VALUE 'C'.
         88 WSV-COMPARA-IMPORTE                  VALUE 'A'.
         88 WSV-COMPARA-TODO                     VALUE 'T'.
       01  WSV-ORIGEN.
           05 WSV-ORI-PARTES           PIC 9(01) VALUE ZEROS.
           05 WSV-ORI-CUENTA           PIC 9(07) VALUE ZEROS.
           05 WSV-ORI-TOTAL-A          PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-ORI-TOTAL-B          PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
       01  WSV-DESTINO.
           05 WSV-DES-PARTES           PIC 9(01) VALUE ZEROS.
           05 WSV-DES-CUENTA           PIC 9(07) VALUE ZEROS.
           05 WSV-DES-TOTAL-A          PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
           05 WSV-DES-TOTAL-B          PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-CONTROL-SW               PIC X(01) VALUE 'N'.
         88 WSV-FALTA-CONTROL                    VALUE 'S'.
       77  WSV-ENLACE-SW                PIC X(01) VALUE 'N'.
         88 WSV-ENLACE-ROTO                      VALUE 'S'.
      *
       77  WSV-ENLACES-CUADRE           PIC 9(02) VALUE ZEROS.
       77  WSV-ENLACES-ROTOS            PIC 9(02) VALUE ZEROS.
       77  WSV-DESCUADRE-SW             PIC X(01) VALUE 'N'.
         88 WSV-HAY-DESCUADRE                     VALUE 'S'.
      *
      *REPORTE DE LA CADENA - SALE POR EL ESCRITOR COMUN (REPWRT)
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(22) VALUE
              'PROGRAMA  PUNTO       '.
           05 FILLER                   PIC X(09) VALUE
              '   CUENTA'.
           05 FILLER                   PIC X(22) VALUE
              '               TOTAL A'.
           05 FILLER                   PIC X(22) VALUE
              '               TOTAL B'.
           05 FILLER                   PIC X(05) VALUE SPACES.

       01  RPT-ENLACE.
           05 FILLER                   PIC X(07) VALUE 'ENLACE '.
           05 RPTE-ENLACE              PIC 9(01).
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 RPTE-TEXTO               PIC X(60).
           05 FILLER                   PIC X(09) VALUE SPACES.

       01  RPT-LADO.
           05 RPTL-LADO                 PIC X(10).
           05 RPTL-PUNTO                PIC X(08).
           05 FILLER                    PIC X(04) VALUE ' :  '.
           05 RPTL-CUENTA               PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPTL-TOTAL-A              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPTL-TOTAL-B              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(05) VALUE SPACES.

       01  RPT-FALTA.
           05 RPTF-LADO                 PIC X(10).
           05 RPTF-PUNTO                PIC X(08).
           05 FILLER                    PIC X(04) VALUE ' :  '.
           05 FILLER                    PIC X(58) VALUE
              'SIN CONTROL PARA LA FECHA'.

       01  RPT-VEREDICTO.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPTV-CONCEPTO             PIC X(24).
           05 RPTV-ESTADO               PIC X(12).
           05 FILLER                    PIC X(40) VALUE SPACES.

       01  RPT-RESUMEN.
           05 RPTR-LITERAL              PIC X(32).
           05 RPTR-CANTIDAD             PIC Z9.
           05 FILLER                    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'CADENA'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-ABRIR-BITACORA
           PERFORM 034-ANOTAR-CONTROL UNTIL WSS-FIN
           PERFORM 038-CERRAR-BITACORA
           PERFORM 040-ABRIR-GL
           PERFORM 044-SUMAR-GL UNTIL WSS-FIN
           PERFORM 048-CERRAR-GL
           PERFORM 050-ABRIR-AUDIT
           PERFORM 054-SUMAR-AUDIT UNTIL WSS-FIN
           PERFORM 058-CERRAR-AUDIT
           PERFORM 070-ENLACES
           PERFORM 080-FIN
           IF WSV-HAY-DESCUADRE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       020-INICIO.
           MOVE ZEROS  TO WSV-CTL-CNT
           MOVE ZEROS  TO WSV-TOT-TLOG-LEIDOS
           MOVE ZEROS  TO WSV-ENLACES-CUADRE
           MOVE ZEROS  TO WSV-ENLACES-ROTOS
           MOVE 'N'    TO WSV-DESCUADRE-SW
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           PERFORM 022-REGISTRAR-INICIO
           MOVE 'CADENA'              TO REPW-REPORT-ID
           MOVE 'CUADRE DE LA CADENA NOCTURNA'
               TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       022-REGISTRAR-INICIO.
           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'CADENA'              TO RUNC-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO RUNC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO RUNC-EMPRESA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           MOVE ZEROS                 TO RUNC-CUENTA
           CALL 'RUNCTL' USING RUNC-PARAMETROS
           IF RUNC-YA-CORRIO
               MOVE '022-REGISTRAR-IN'    TO ABND-PARRAFO
               MOVE 'CORRIDA YA COMPLETA PARA ESA FECHA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF RUNC-DIA-ABIERTO
               MOVE '022-REGISTRAR-IN'    TO ABND-PARRAFO
               MOVE 'FECHA ANTERIOR SIN CIERRE DE DIA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *SIN BITACORA NINGUN PASO DECLARO SUS TOTALES - TODOS LOS
      *ENLACES QUE DEPENDEN DE ELLA SALEN SIN CONTROL
       030-ABRIR-BITACORA.
           OPEN INPUT TOT-LOG-FILE
           EVALUATE TRUE
               WHEN WSV-TLOG-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 032-LEER-BITACORA
               WHEN WSV-TLOG-STAT = '35'
                   DISPLAY 'CADENA: SIN BITACORA DE TOTALES'
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '030-ABRIR-BITAC'     TO ABND-PARRAFO
                   STRING 'OPEN TOT-LOG FALLO - STATUS '
                          WSV-TLOG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       032-LEER-BITACORA.
           READ TOT-LOG-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       034-ANOTAR-CONTROL.
           IF TOT-FECHA-NEGOCIO NUMERIC
            AND TOT-FECHA-NEGOCIO = WSV-FECHA-CORRIDA
            AND TOT-EMPRESA = FECH-EMPRESA
               ADD 1 TO WSV-TOT-TLOG-LEIDOS
               SET WSV-CTL-IDX TO 1
               SEARCH WSV-CTL-ENTRY
                   AT END
                       PERFORM 036-ALTA-CONTROL
                   WHEN WSV-CTL-PROGRAMA (WSV-CTL-IDX) = TOT-PROGRAMA
                    AND WSV-CTL-PUNTO (WSV-CTL-IDX) = TOT-PUNTO
                       PERFORM 037-GUARDAR-CONTROL
               END-SEARCH
           END-IF
           PERFORM 032-LEER-BITACORA.

       036-ALTA-CONTROL.
           IF WSV-CTL-CNT = WSC-MAX-CONTROLES
               MOVE '036-ALTA-CONTROL'    TO ABND-PARRAFO
               MOVE 'TABLA DE CONTROLES LLENA - MAX 30'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-CTL-CNT
           SET WSV-CTL-IDX TO WSV-CTL-CNT
           MOVE TOT-PROGRAMA TO WSV-CTL-PROGRAMA (WSV-CTL-IDX)
           MOVE TOT-PUNTO    TO WSV-CTL-PUNTO (WSV-CTL-IDX)
           PERFORM 037-GUARDAR-CONTROL.

       037-GUARDAR-CONTROL.
           MOVE TOT-SELLO    TO WSV-CTL-SELLO (WSV-CTL-IDX)
           MOVE TOT-CUENTA   TO WSV-CTL-CUENTA (WSV-CTL-IDX)
           MOVE TOT-TOTAL-A  TO WSV-CTL-TOTAL-A (WSV-CTL-IDX)
           MOVE TOT-TOTAL-B  TO WSV-CTL-TOTAL-B (WSV-CTL-IDX).

       038-CERRAR-BITACORA.
           IF WSV-TLOG-STAT NOT = '35'
               CLOSE TOT-LOG-FILE
           END-IF.

      *LA INTERFAZ LA REGRABA ARITM EN CADA CORRIDA; SI NO ESTA, LOS
      *ENLACES QUE LA RECUENTAN SALEN SIN CONTROL
       040-ABRIR-GL.
           OPEN INPUT GL-FILE
           EVALUATE TRUE
               WHEN WSV-GL-STAT = '00'
                   MOVE 'S' TO WSV-GL-ARCHIVO-SW
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 042-LEER-GL
               WHEN WSV-GL-STAT = '35'
                   DISPLAY 'CADENA: SIN INTERFAZ CONTABLE (GLFILE)'
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '040-ABRIR-GL'        TO ABND-PARRAFO
                   STRING 'OPEN GL-FILE FALLO - STATUS '
                          WSV-GL-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       042-LEER-GL.
           READ GL-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

      *LOS SUBTOTALES POR REGION Y EL GENERAL SON INFORMATIVOS Y NO
      *ENTRAN EN NINGUN CUADRE
       044-SUMAR-GL.
           EVALUATE TRUE
               WHEN GL-TIPO-DETALLE
                   ADD 1          TO WSV-GL-DETALLES
                   ADD GL-IMPORTE TO WSV-GL-IMPORTE
                   IF GL-FECHA-NEGOCIO = WSV-FECHA-CORRIDA
                       PERFORM 046-SUMAR-RESULTADO
                   END-IF
               WHEN GL-TIPO-TRAILER
                   MOVE 'S'              TO WSV-GL-TRAILER-SW
                   MOVE GL-TRL-REGISTROS TO WSV-GL-TRL-REGISTROS
                   MOVE GL-TRL-TOTAL     TO WSV-GL-TRL-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 042-LEER-GL.

       046-SUMAR-RESULTADO.
           IF GL-RESULTADO = 1
               ADD GL-CUENTA-TRANS TO WSV-GL-CUENTA
           END-IF
           IF GL-RESULTADO = 6
               ADD GL-IMPORTE TO WSV-GL-COMISIONES
           ELSE
               ADD GL-IMPORTE TO WSV-GL-RESULTADOS
           END-IF.

       048-CERRAR-GL.
           IF WSV-HAY-GL
               CLOSE GL-FILE
           END-IF.

       050-ABRIR-AUDIT.
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WSV-AUDIT-STAT = '00'
                   MOVE 'S' TO WSV-AUD-ARCHIVO-SW
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 052-LEER-AUDIT
               WHEN WSV-AUDIT-STAT = '35'
                   DISPLAY 'CADENA: SIN BITACORA DE AUDITORIA'
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '050-ABRIR-AUDIT'     TO ABND-PARRAFO
                   STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                          WSV-AUDIT-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       052-LEER-AUDIT.
           READ AUDIT-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       054-SUMAR-AUDIT.
           ADD 1 TO WSV-AUD-CUENTA
           ADD AUD-RESULT-1 AUD-RESULT-2 AUD-RESULT-3
               AUD-RESULT-4 AUD-RESULT-5 TO WSV-AUD-RESULTADOS
           PERFORM 052-LEER-AUDIT.

       058-CERRAR-AUDIT.
           IF WSV-HAY-AUDIT
               CLOSE AUDIT-FILE
           END-IF.

      *TOMA DE LA TABLA EL CONTROL DE WSV-BUS-PROGRAMA Y
      *WSV-BUS-PUNTO PARA LA FECHA
       060-TOMAR-CONTROL.
           MOVE 'N'   TO WSV-BUS-HALLADO-SW
           MOVE ZEROS TO WSV-BUS-CUENTA
           MOVE ZEROS TO WSV-BUS-TOTAL-A
           MOVE ZEROS TO WSV-BUS-TOTAL-B
           SET WSV-CTL-IDX TO 1
           SEARCH WSV-CTL-ENTRY
               AT END
                   CONTINUE
               WHEN WSV-CTL-PROGRAMA (WSV-CTL-IDX) = WSV-BUS-PROGRAMA
                AND WSV-CTL-PUNTO (WSV-CTL-IDX) = WSV-BUS-PUNTO
                   MOVE 'S' TO WSV-BUS-HALLADO-SW
                   MOVE WSV-CTL-CUENTA (WSV-CTL-IDX)
                       TO WSV-BUS-CUENTA
                   MOVE WSV-CTL-TOTAL-A (WSV-CTL-IDX)
                       TO WSV-BUS-TOTAL-A
                   MOVE WSV-CTL-TOTAL-B (WSV-CTL-IDX)
                       TO WSV-BUS-TOTAL-B
           END-SEARCH.

      *CADA PARTE DE UN LADO SALE EN SU PROPIA LINEA; UNA PARTE SIN
      *CONTROL DEJA EL ENLACE ENTERO SIN CONTROL
       062-LINEA-LADO.
           IF WSV-BUS-HALLADO
               MOVE WSV-BUS-PROGRAMA   TO RPTL-LADO
               MOVE WSV-BUS-PUNTO      TO RPTL-PUNTO
               MOVE WSV-BUS-CUENTA     TO RPTL-CUENTA
               MOVE WSV-BUS-TOTAL-A    TO RPTL-TOTAL-A
               MOVE WSV-BUS-TOTAL-B    TO RPTL-TOTAL-B
               MOVE RPT-LADO           TO REPW-LINEA
           ELSE
               MOVE 'S'                TO WSV-CONTROL-SW
               MOVE WSV-BUS-PROGRAMA   TO RPTF-LADO
               MOVE WSV-BUS-PUNTO      TO RPTF-PUNTO
               MOVE RPT-FALTA          TO REPW-LINEA
           END-IF
           MOVE 1 TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       064-SUMAR-ORIGEN.
           PERFORM 062-LINEA-LADO
           ADD 1               TO WSV-ORI-PARTES
           ADD WSV-BUS-CUENTA  TO WSV-ORI-CUENTA
           ADD WSV-BUS-TOTAL-A TO WSV-ORI-TOTAL-A
           ADD WSV-BUS-TOTAL-B TO WSV-ORI-TOTAL-B.

       065-SUMAR-DESTINO.
           PERFORM 062-LINEA-LADO
           ADD 1               TO WSV-DES-PARTES
           ADD WSV-BUS-CUENTA  TO WSV-DES-CUENTA
           ADD WSV-BUS-TOTAL-A TO WSV-DES-TOTAL-A
           ADD WSV-BUS-TOTAL-B TO WSV-DES-TOTAL-B.

       066-ABRIR-ENLACE.
           MOVE ZEROS TO WSV-ORI-PARTES
           MOVE ZEROS TO WSV-ORI-CUENTA
           MOVE ZEROS TO WSV-ORI-TOTAL-A
           MOVE ZEROS TO WSV-ORI-TOTAL-B
           MOVE ZEROS TO WSV-DES-PARTES
           MOVE ZEROS TO WSV-DES-CUENTA
           MOVE ZEROS TO WSV-DES-TOTAL-A
           MOVE ZEROS TO WSV-DES-TOTAL-B
           MOVE 'N'   TO WSV-CONTROL-SW
           MOVE 'N'   TO WSV-ENLACE-SW
           MOVE WSV-ENLACE       TO RPTE-ENLACE
           MOVE WSV-ENLACE-TEXTO TO RPTE-TEXTO
           MOVE RPT-ENLACE       TO REPW-LINEA
           MOVE 2                TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *VEREDICTO DEL ENLACE - LA CUENTA SIEMPRE SE COMPARA; LOS
      *TOTALES A Y B SOLO DONDE LOS DOS LADOS LOS LLEVAN. UN ENLACE
      *SIN CONTROL CUENTA COMO ROTO: NO HAY COMO PROBAR QUE CUADRA
       068-CERRAR-ENLACE.
           IF WSV-FALTA-CONTROL
               MOVE 'CONTROLES DEL ENLACE'  TO RPTV-CONCEPTO
               MOVE 'SIN CONTROL'           TO RPTV-ESTADO
               MOVE 'S'                     TO WSV-ENLACE-SW
               PERFORM 069-VEREDICTO-LINEA
           ELSE
               PERFORM 067-TOTALES-ENLACE
               MOVE WSV-CONCEPTO-C          TO RPTV-CONCEPTO
               IF WSV-ORI-CUENTA = WSV-DES-CUENTA
                   MOVE 'EN CUADRE'         TO RPTV-ESTADO
               ELSE
                   MOVE 'DESCUADRE'         TO RPTV-ESTADO
                   MOVE 'S'                 TO WSV-ENLACE-SW
               END-IF
               PERFORM 069-VEREDICTO-LINEA
               IF NOT WSV-COMPARA-CUENTA
                   MOVE WSV-CONCEPTO-A      TO RPTV-CONCEPTO
                   IF WSV-ORI-TOTAL-A = WSV-DES-TOTAL-A
                       MOVE 'EN CUADRE'     TO RPTV-ESTADO
                   ELSE
                       MOVE 'DESCUADRE'     TO RPTV-ESTADO
                       MOVE 'S'             TO WSV-ENLACE-SW
                   END-IF
                   PERFORM 069-VEREDICTO-LINEA
               END-IF
               IF WSV-COMPARA-TODO
                   MOVE WSV-CONCEPTO-B      TO RPTV-CONCEPTO
                   IF WSV-ORI-TOTAL-B = WSV-DES-TOTAL-B
                       MOVE 'EN CUADRE'     TO RPTV-ESTADO
                   ELSE
                       MOVE 'DESCUADRE'     TO RPTV-ESTADO
                       MOVE 'S'             TO WSV-ENLACE-SW
                   END-IF
                   PERFORM 069-VEREDICTO-LINEA
               END-IF
           END-IF
           IF WSV-ENLACE-ROTO
               ADD 1   TO WSV-ENLACES-ROTOS
               MOVE 'S' TO WSV-DESCUADRE-SW
           ELSE
               ADD 1   TO WSV-ENLACES-CUADRE
           END-IF.

      *UN LADO HECHO DE VARIAS PARTES SE TOTALIZA ANTES DEL VEREDICTO
       067-TOTALES-ENLACE.
           MOVE 'S' TO WSV-BUS-HALLADO-SW
           IF WSV-ORI-PARTES > 1
               MOVE 'TOTAL'            TO WSV-BUS-PROGRAMA
               MOVE 'ORIGEN'           TO WSV-BUS-PUNTO
               MOVE WSV-ORI-CUENTA     TO WSV-BUS-CUENTA
               MOVE WSV-ORI-TOTAL-A    TO WSV-BUS-TOTAL-A
               MOVE WSV-ORI-TOTAL-B    TO WSV-BUS-TOTAL-B
               PERFORM 062-LINEA-LADO
           END-IF
           IF WSV-DES-PARTES > 1
               MOVE 'TOTAL'            TO WSV-BUS-PROGRAMA
               MOVE 'DESTINO'          TO WSV-BUS-PUNTO
               MOVE WSV-DES-CUENTA     TO WSV-BUS-CUENTA
               MOVE WSV-DES-TOTAL-A    TO WSV-BUS-TOTAL-A
               MOVE WSV-DES-TOTAL-B    TO WSV-BUS-TOTAL-B
               PERFORM 062-LINEA-LADO
           END-IF.

       069-VEREDICTO-LINEA.
           MOVE RPT-VEREDICTO TO REPW-LINEA
           MOVE 1             TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *LOS ENLACES SIGUEN EL ORDEN DE LA CADENA: FEEDS, CONSOLIDADO,
      *VALIDACION, POSTEO, INTERFAZ CONTABLE Y CARGA A DB2
       070-ENLACES.
           PERFORM 099-PAGINA-REPORTE
           PERFORM 071-ENLACE-CONSOLIDADO
           PERFORM 072-ENLACE-ENTRADA
           PERFORM 073-ENLACE-VALIDACION
           PERFORM 074-ENLACE-VALIDADOS
           PERFORM 075-ENLACE-POSTEO
           PERFORM 076-ENLACE-INTERFAZ
           PERFORM 077-ENLACE-TRAILER
           PERFORM 078-ENLACE-CARGA.

       071-ENLACE-CONSOLIDADO.
           MOVE 1 TO WSV-ENLACE
           MOVE 'FEEDS DE SUCURSAL CONTRA CONSOLIDADO (CONSOL)'
               TO WSV-ENLACE-TEXTO
           MOVE 'T'                        TO WSV-COMPARA
           MOVE 'CUENTA DE ITEMS'          TO WSV-CONCEPTO-C
           MOVE 'HASH OPERANDO A'          TO WSV-CONCEPTO-A
           MOVE 'HASH OPERANDO B'          TO WSV-CONCEPTO-B
           PERFORM 066-ABRIR-ENLACE
           MOVE 'CONSOL'   TO WSV-BUS-PROGRAMA
           MOVE 'SUCFIL'   TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 064-SUMAR-ORIGEN
           MOVE 'TRANCONS' TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           PERFORM 068-CERRAR-ENLACE.

       072-ENLACE-ENTRADA.
           MOVE 2 TO WSV-ENLACE
           MOVE 'CONSOLIDADO CONTRA ENTRADA DEL EDITOR'
               TO WSV-ENLACE-TEXTO
           MOVE 'T'                        TO WSV-COMPARA
           MOVE 'CUENTA DE ITEMS'          TO WSV-CONCEPTO-C
           MOVE 'HASH OPERANDO A'          TO WSV-CONCEPTO-A
           MOVE 'HASH OPERANDO B'          TO WSV-CONCEPTO-B
           PERFORM 066-ABRIR-ENLACE
           MOVE 'CONSOL'   TO WSV-BUS-PROGRAMA
           MOVE 'TRANCONS' TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 064-SUMAR-ORIGEN
           MOVE 'EDITOR'   TO WSV-BUS-PROGRAMA
           MOVE 'TRANFILE' TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           PERFORM 068-CERRAR-ENLACE.

       073-ENLACE-VALIDACION.
           MOVE 3 TO WSV-ENLACE
           MOVE 'ENTRADA DEL EDITOR CONTRA VALIDADOS MAS RECHAZADOS'
               TO WSV-ENLACE-TEXTO
           MOVE 'T'                        TO WSV-COMPARA
           MOVE 'CUENTA DE ITEMS'          TO WSV-CONCEPTO-C
           MOVE 'HASH OPERANDO A'          TO WSV-CONCEPTO-A
           MOVE 'HASH OPERANDO B'          TO WSV-CONCEPTO-B
           PERFORM 066-ABRIR-ENLACE
           MOVE 'EDITOR'   TO WSV-BUS-PROGRAMA
           MOVE 'TRANFILE' TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 064-SUMAR-ORIGEN
           MOVE 'TRANOK'   TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           MOVE 'TRANRJ'   TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           PERFORM 068-CERRAR-ENLACE.

       074-ENLACE-VALIDADOS.
           MOVE 4 TO WSV-ENLACE
           MOVE 'VALIDADOS DEL EDITOR CONTRA ENTRADA DE ARITM'
               TO WSV-ENLACE-TEXTO
           MOVE 'T'                        TO WSV-COMPARA
           MOVE 'CUENTA DE ITEMS'          TO WSV-CONCEPTO-C
           MOVE 'HASH OPERANDO A'          TO WSV-CONCEPTO-A
           MOVE 'HASH OPERANDO B'          TO WSV-CONCEPTO-B
           PERFORM 066-ABRIR-ENLACE
           MOVE 'EDITOR'   TO WSV-BUS-PROGRAMA
           MOVE 'TRANOK'   TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 064-SUMAR-ORIGEN
           MOVE 'ARITM'    TO WSV-BUS-PROGRAMA
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           PERFORM 068-CERRAR-ENLACE.

      *EL REPARTO DEL POSTEO SOLO SE CUADRA POR CUENTA - LOS DESTINOS
      *NO LLEVAN LOS OPERANDOS
       075-ENLACE-POSTEO.
           MOVE 5 TO WSV-ENLACE
           MOVE 'ENTRADA DE ARITM CONTRA SU DESTINO DE POSTEO'
               TO WSV-ENLACE-TEXTO
           MOVE 'C'                        TO WSV-COMPARA
           MOVE 'CUENTA DE ITEMS'          TO WSV-CONCEPTO-C
           PERFORM 066-ABRIR-ENLACE
           MOVE 'ARITM'    TO WSV-BUS-PROGRAMA
           MOVE 'TRANOK'   TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 064-SUMAR-ORIGEN
           MOVE 'POSTEADO' TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           MOVE 'ERROR'    TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           MOVE 'RETENIDO' TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           MOVE 'RECHAZO'  TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           PERFORM 068-CERRAR-ENLACE.

      *LO POSTEADO EN LA CORRIDA CONTRA LOS DETALLES DE LA FECHA EN
      *LA INTERFAZ: TRANSACCIONES, RESULTADOS 1 A 5 Y COMISIONES
       076-ENLACE-INTERFAZ.
           MOVE 6 TO WSV-ENLACE
           MOVE 'POSTEO DE ARITM CONTRA INTERFAZ CONTABLE'
               TO WSV-ENLACE-TEXTO
           MOVE 'T'                        TO WSV-COMPARA
           MOVE 'CUENTA DE TRANSACCIONES'  TO WSV-CONCEPTO-C
           MOVE 'IMPORTE RESULTADOS 1-5'   TO WSV-CONCEPTO-A
           MOVE 'IMPORTE COMISIONES'       TO WSV-CONCEPTO-B
           PERFORM 066-ABRIR-ENLACE
           MOVE 'ARITM'    TO WSV-BUS-PROGRAMA
           MOVE 'AUDFILE'  TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 064-SUMAR-ORIGEN
           MOVE 'GLFILE'   TO WSV-BUS-PROGRAMA
           MOVE 'FECHA'    TO WSV-BUS-PUNTO
           MOVE WSV-GL-ARCHIVO-SW TO WSV-BUS-HALLADO-SW
           MOVE WSV-GL-CUENTA     TO WSV-BUS-CUENTA
           MOVE WSV-GL-RESULTADOS TO WSV-BUS-TOTAL-A
           MOVE WSV-GL-COMISIONES TO WSV-BUS-TOTAL-B
           PERFORM 065-SUMAR-DESTINO
           PERFORM 068-CERRAR-ENLACE.

      *EL MISMO CUADRE QUE HARA EL MAYOR AL RECIBIR LA INTERFAZ -
      *TODOS LOS DETALLES CONTRA EL TRAILER
       077-ENLACE-TRAILER.
           MOVE 7 TO WSV-ENLACE
           MOVE 'DETALLES DE LA INTERFAZ CONTRA SU TRAILER'
               TO WSV-ENLACE-TEXTO
           MOVE 'A'                        TO WSV-COMPARA
           MOVE 'CUENTA DE DETALLES'       TO WSV-CONCEPTO-C
           MOVE 'IMPORTE TOTAL'            TO WSV-CONCEPTO-A
           PERFORM 066-ABRIR-ENLACE
           MOVE 'GLFILE'   TO WSV-BUS-PROGRAMA
           MOVE 'DETALLES' TO WSV-BUS-PUNTO
           MOVE WSV-GL-ARCHIVO-SW TO WSV-BUS-HALLADO-SW
           MOVE WSV-GL-DETALLES   TO WSV-BUS-CUENTA
           MOVE WSV-GL-IMPORTE    TO WSV-BUS-TOTAL-A
           MOVE ZEROS             TO WSV-BUS-TOTAL-B
           PERFORM 064-SUMAR-ORIGEN
           MOVE 'TRAILER'  TO WSV-BUS-PUNTO
           MOVE WSV-GL-TRAILER-SW    TO WSV-BUS-HALLADO-SW
           MOVE WSV-GL-TRL-REGISTROS TO WSV-BUS-CUENTA
           MOVE WSV-GL-TRL-TOTAL     TO WSV-BUS-TOTAL-A
           MOVE ZEROS                TO WSV-BUS-TOTAL-B
           PERFORM 065-SUMAR-DESTINO
           PERFORM 068-CERRAR-ENLACE.

      *LA BITACORA DE AUDITORIA TAL COMO QUEDO CONTRA LO QUE AUDDB2
      *CARGO A LA BASE
       078-ENLACE-CARGA.
           MOVE 8 TO WSV-ENLACE
           MOVE 'BITACORA DE AUDITORIA CONTRA CARGA A DB2 (AUDDB2)'
               TO WSV-ENLACE-TEXTO
           MOVE 'A'                        TO WSV-COMPARA
           MOVE 'CUENTA DE REGISTROS'      TO WSV-CONCEPTO-C
           MOVE 'IMPORTE RESULTADOS 1-5'   TO WSV-CONCEPTO-A
           PERFORM 066-ABRIR-ENLACE
           MOVE 'AUDFILE'  TO WSV-BUS-PROGRAMA
           MOVE 'REGISTRO' TO WSV-BUS-PUNTO
           MOVE WSV-AUD-ARCHIVO-SW TO WSV-BUS-HALLADO-SW
           MOVE WSV-AUD-CUENTA     TO WSV-BUS-CUENTA
           MOVE WSV-AUD-RESULTADOS TO WSV-BUS-TOTAL-A
           MOVE ZEROS              TO WSV-BUS-TOTAL-B
           PERFORM 064-SUMAR-ORIGEN
           MOVE 'AUDDB2'   TO WSV-BUS-PROGRAMA
           MOVE 'CARGADO'  TO WSV-BUS-PUNTO
           PERFORM 060-TOMAR-CONTROL
           PERFORM 065-SUMAR-DESTINO
           PERFORM 068-CERRAR-ENLACE.

      *UN ENLACE ROTO TERMINA LA CORRIDA CON RETURN CODE 8 - ASI
      *QUEDA REGISTRADA EN EL CONTROL DE CORRIDAS Y DIACIE NO CIERRA
      *EL DIA HASTA QUE LA CADENA CUADRE
       080-FIN.
           MOVE 'ENLACES EN CUADRE             : ' TO RPTR-LITERAL
           MOVE WSV-ENLACES-CUADRE                 TO RPTR-CANTIDAD
           MOVE RPT-RESUMEN TO REPW-LINEA
           MOVE 3           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'ENLACES ROTOS O SIN CONTROL   : ' TO RPTR-LITERAL
           MOVE WSV-ENLACES-ROTOS                  TO RPTR-CANTIDAD
           MOVE RPT-RESUMEN TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           IF WSV-HAY-DESCUADRE
               DISPLAY 'CUADRE DE LA CADENA: DESCUADRE - '
                       WSV-ENLACES-ROTOS ' ENLACES'
           ELSE
               DISPLAY 'CUADRE DE LA CADENA: EN CUADRE'
           END-IF
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           MOVE 'F'                   TO RUNC-FUNCION
           MOVE WSV-TOT-TLOG-LEIDOS   TO RUNC-CUENTA
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
