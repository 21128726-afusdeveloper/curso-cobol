       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     REGMON.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE            ASSIGN TO AUDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDIT-STAT.

      *UMBRAL LEGAL Y CODIGO DE LA ENTIDAD ANTE EL ORGANISMO
           SELECT REG-CARD-FILE         ASSIGN TO REGCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-REGC-STAT.

      *INFORME EN EL FORMATO DEL ORGANISMO - UNO POR CORRIDA
           SELECT RGL-FILE              ASSIGN TO RGLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RGL-STAT.

      *REGISTRO PERMANENTE DE LO YA INFORMADO - UNA REPETICION DE LA
      *CORRIDA NO VUELVE A MANDAR LO QUE YA SALIO
           SELECT RGL-HIST-FILE         ASSIGN TO RGLHIST
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-RGLH-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  AUDIT-FILE-RECORD            PIC X(60).

       FD  REG-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-CARD-RECORD.
           05 REGC-UMBRAL               PIC 9(07)V99.
           05 FILLER                    PIC X(01).
           05 REGC-ENTIDAD              PIC X(10).
           05 FILLER                    PIC X(60).

       FD  RGL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RGLWS.

      *LA LLAVE DICE QUE SE INFORMO: EL ITEM (TIPO 'I', RUN-ID Y
      *SECUENCIA) O LA SUCURSAL DEL DIA (TIPO 'A', SIN RUN-ID)
       FD  RGL-HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RGL-HIST-RECORD.
           05 RGH-LLAVE.
              10 RGH-TIPO               PIC X(01).
              10 RGH-EMPRESA            PIC X(01).
              10 RGH-FECHA-NEGOCIO      PIC 9(06).
              10 RGH-SUCURSAL           PIC X(03).
              10 RGH-RUN-ID             PIC X(14).
              10 RGH-SECUENCIA          PIC 9(07).
           05 RGH-RUN-INFORME           PIC X(14).
           05 FILLER                    PIC X(34).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
           COPY AUDWS.
      *
       77  WSV-AUDIT-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-REGC-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-RGL-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-RGLH-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
       01  WSV-RUN-STAMP.
           05 WSV-RUN-DATE              PIC 9(06) VALUE ZEROS.
           05 WSV-RUN-TIME              PIC 9(08) VALUE ZEROS.
       77  WSV-RUN-ID                   PIC X(14) VALUE SPACES.
       77  WSV-FECHA-SISTEMA            PIC 9(06) VALUE ZEROS.
      *
       77  WSV-UMBRAL                   PIC 9(07)V99 VALUE ZEROS.
       77  WSV-ENTIDAD                  PIC X(10) VALUE SPACES.
       77  WSV-IMPORTE                  PIC 9(07)V99 VALUE ZEROS.
       77  WSV-SECUENCIA                PIC 9(07) VALUE ZEROS.
      *
      *LO YA INFORMADO PARA LA FECHA DE NEGOCIO Y LO QUE INFORMA
      *ESTA CORRIDA (DESPUES DE LOS PREVIOS) - LO NUEVO SE AGREGA AL
      *REGISTRO PERMANENTE RECIEN CON EL INFORME COMPLETO
       77  WSC-MAX-INFORMADOS           PIC 9(04) VALUE 3000.
       77  WSV-INF-CNT                  PIC 9(04) VALUE ZEROS.
       77  WSV-INF-PREVIOS              PIC 9(04) VALUE ZEROS.
       77  WSV-INF-SW                   PIC X(01) VALUE 'N'.
         88 WSV-YA-INFORMADO                     VALUE 'S'.
       01  WSV-LLAVE-BUSCADA.
           05 WSV-LLB-TIPO              PIC X(01).
           05 WSV-LLB-EMPRESA           PIC X(01).
           05 WSV-LLB-FECHA-NEGOCIO     PIC 9(06).
           05 WSV-LLB-SUCURSAL          PIC X(03).
           05 WSV-LLB-RUN-ID            PIC X(14).
           05 WSV-LLB-SECUENCIA         PIC 9(07).
       01  WSV-TABLA-INFORMADOS.
           05 WSV-INF-LLAVE            PIC X(32)
                                        OCCURS 1 TO 3000 TIMES
                                        DEPENDING ON WSV-INF-CNT
                                        INDEXED BY WSV-INF-IDX.
      *
      *ITEMS MENORES AL UMBRAL ACUMULADOS POR SUCURSAL EN EL DIA
       77  WSC-MAX-SUCURSALES           PIC 9(03) VALUE 100.
       77  WSV-SUC-CNT                  PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-SUCURSALES.
           05 WSV-SUC-ENTRY            OCCURS 1 TO 100 TIMES
                                        DEPENDING ON WSV-SUC-CNT
                                        INDEXED BY WSV-SUC-IDX.
               10 WSV-SUC-CODIGO       PIC X(03).
               10 WSV-SUC-ITEMS        PIC 9(07).
               10 WSV-SUC-IMPORTE      PIC 9(11)V99.
      *
       01  WSV-CONTADORES.
           05 WSV-CNT-LEIDOS           PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-DEL-DIA          PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-ITEMS            PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-ITEMS-PREV       PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-AGREGADOS        PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-AGREG-PREV       PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-REGISTROS        PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-IMPORTE          PIC 9(13)V99 VALUE ZEROS.
      *
      *EL LISTADO SALE POR EL ESCRITOR COMUN (REPWRT) - LOS ITEMS
      *GRANDES, DESPUES LAS SUCURSALES QUE SUPERAN EL UMBRAL CON
      *ITEMS MENORES Y AL FINAL LOS TOTALES DE CONTROL DEL INFORME
       01  RPT-ENCABEZADO-2.
           05 FILLER              PIC X(05) VALUE 'SUC'.
           05 FILLER              PIC X(16) VALUE 'ID DE CORRIDA'.
           05 FILLER              PIC X(09) VALUE '    SEC'.
           05 FILLER              PIC X(17) VALUE '        IMPORTE'.
           05 FILLER              PIC X(10) VALUE 'OPERADOR'.
           05 FILLER              PIC X(23) VALUE 'MARCA'.

       01  RPT-TITULO-UMBRAL.
           05 FILLER                    PIC X(18) VALUE
              'UMBRAL LEGAL:'.
           05 RPTU-UMBRAL               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(12) VALUE
              '   ENTIDAD: '.
           05 RPTU-ENTIDAD              PIC X(10).
           05 FILLER                    PIC X(28) VALUE SPACES.

       01  RPT-TITULO-ITEMS.
           05 FILLER                    PIC X(80) VALUE
              'ITEMS IGUALES O MAYORES AL UMBRAL'.

       01  RPT-TITULO-AGREGADOS.
           05 FILLER                    PIC X(80) VALUE
              'SUCURSALES QUE SUPERAN EL UMBRAL CON ITEMS MENORES'.

       01  RPT-ITEM.
           05 RPTI-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-RUN-ID               PIC X(14).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-SECUENCIA            PIC ZZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPTI-OPERADOR             PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-MARCA                PIC X(12).
           05 FILLER                    PIC X(11) VALUE SPACES.

       01  RPT-AGREGADO.
           05 RPTA-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(07) VALUE 'ITEMS: '.
           05 RPTA-ITEMS                PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(09) VALUE SPACES.
           05 RPTA-IMPORTE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTA-MARCA                PIC X(12).
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(39) VALUE SPACES.

       01  RPT-TOTAL-IMPORTE.
           05 RPTTI-LITERAL             PIC X(32).
           05 RPTTI-IMPORTE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(28) VALUE SPACES.

      *INFORME REGULATORIO DE OPERACIONES DE MONTO ALTO - DE LA
      *AUDITORIA DEL DIA SALEN LOS ITEMS QUE IGUALAN O SUPERAN EL
      *UMBRAL LEGAL DE LA TARJETA REGCARD, Y LAS SUCURSALES CUYOS
      *ITEMS MENORES AL UMBRAL LO SUPERAN SUMADOS (EL FRACCIONAMIENTO
      *QUE EL ORGANISMO PIDE VER). LOS REGISTROS REVERSANTES NO SON
      *OPERACIONES NUEVAS Y NO ENTRAN; EL ORIGINAL REVERTIDO SI, CON
      *SU MARCA. LO YA INFORMADO EN UNA CORRIDA ANTERIOR SE LISTA
      *PERO NO SE VUELVE A MANDAR
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'REGMON'                TO ABND-PROGRAMA
           MOVE ZEROS  TO WSV-CNT-LEIDOS
           MOVE ZEROS  TO WSV-CNT-DEL-DIA
           MOVE ZEROS  TO WSV-CNT-ITEMS
           MOVE ZEROS  TO WSV-CNT-ITEMS-PREV
           MOVE ZEROS  TO WSV-CNT-AGREGADOS
           MOVE ZEROS  TO WSV-CNT-AGREG-PREV
           MOVE ZEROS  TO WSV-CNT-REGISTROS
           MOVE ZEROS  TO WSV-TOT-IMPORTE
           MOVE ZEROS  TO WSV-INF-CNT
           MOVE ZEROS  TO WSV-SUC-CNT
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE FECH-FECHA TO WSV-RUN-DATE
           ACCEPT WSV-RUN-TIME      FROM TIME
           ACCEPT WSV-FECHA-SISTEMA FROM DATE
           STRING WSV-RUN-DATE WSV-RUN-TIME DELIMITED BY SIZE
               INTO WSV-RUN-ID
           PERFORM 015-LEER-TARJETA
           PERFORM 020-CARGAR-INFORMADOS
           PERFORM 025-INICIO
           PERFORM 030-LEER-AUDIT
           PERFORM 035-PROCESAR-AUDIT UNTIL WSS-FIN
           CLOSE AUDIT-FILE
           PERFORM 050-AGREGADOS
           PERFORM 070-TRAILER
           PERFORM 075-REGISTRAR-INFORMADOS
           PERFORM 080-FIN
           GOBACK.

      *LA TARJETA ES OBLIGATORIA - UN INFORME LEGAL CON UN UMBRAL
      *SUPUESTO NO SIRVE
       015-LEER-TARJETA.
           OPEN INPUT REG-CARD-FILE
           IF WSV-REGC-STAT NOT = '00'
               MOVE '015-LEER-TARJETA'    TO ABND-PARRAFO
               STRING 'OPEN REG-CARD FALLO - STATUS '
                      WSV-REGC-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           READ REG-CARD-FILE
               AT END
                   MOVE '015-LEER-TARJETA'    TO ABND-PARRAFO
                   MOVE 'TARJETA REGCARD VACIA'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
               NOT AT END
                   IF REGC-UMBRAL NOT NUMERIC
                     OR REGC-UMBRAL = ZEROS
                       MOVE '015-LEER-TARJETA'    TO ABND-PARRAFO
                       MOVE 'UMBRAL INVALIDO EN REGCARD'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   IF REGC-ENTIDAD = SPACES
                       MOVE '015-LEER-TARJETA'    TO ABND-PARRAFO
                       MOVE 'ENTIDAD EN BLANCO EN REGCARD'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   MOVE REGC-UMBRAL  TO WSV-UMBRAL
                   MOVE REGC-ENTIDAD TO WSV-ENTIDAD
           END-READ
           CLOSE REG-CARD-FILE.

      *SOLO INTERESA LO INFORMADO PARA ESTA FECHA DE NEGOCIO Y ESTA
      *EMPRESA - SIN REGISTRO (PRIMERA CORRIDA) NO HAY NADA INFORMADO
       020-CARGAR-INFORMADOS.
           OPEN INPUT RGL-HIST-FILE
           EVALUATE TRUE
               WHEN WSV-RGLH-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 021-LEER-INFORMADO
                   PERFORM 022-ANOTAR-INFORMADO UNTIL WSS-FIN
                   CLOSE RGL-HIST-FILE
               WHEN WSV-RGLH-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '020-CARGAR-INFOR'    TO ABND-PARRAFO
                   STRING 'OPEN RGL-HIST FALLO - STATUS '
                          WSV-RGLH-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           MOVE WSV-INF-CNT TO WSV-INF-PREVIOS.

       021-LEER-INFORMADO.
           READ RGL-HIST-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       022-ANOTAR-INFORMADO.
           IF RGH-FECHA-NEGOCIO = WSV-FECHA-CORRIDA
             AND RGH-EMPRESA = FECH-EMPRESA
               MOVE RGH-LLAVE TO WSV-LLAVE-BUSCADA
               PERFORM 046-AGREGAR-INFORMADO
           END-IF
           PERFORM 021-LEER-INFORMADO.

       025-INICIO.
           OPEN INPUT AUDIT-FILE
           IF WSV-AUDIT-STAT NOT = '00'
               MOVE '025-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                      WSV-AUDIT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN OUTPUT RGL-FILE
           IF WSV-RGL-STAT NOT = '00'
               MOVE '025-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN RGL-FILE FALLO - STATUS '
                      WSV-RGL-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE SPACES                TO RGL-RECORD
           MOVE 'H'                   TO RGL-TIPO
           MOVE WSV-ENTIDAD           TO RGL-HDR-ENTIDAD
           MOVE FECH-EMPRESA          TO RGL-HDR-EMPRESA
           MOVE WSV-FECHA-CORRIDA     TO RGL-HDR-FECHA-NEGOCIO
           MOVE WSV-UMBRAL            TO RGL-HDR-UMBRAL
           MOVE WSV-FECHA-SISTEMA     TO RGL-HDR-FECHA-GENERA
           MOVE WSV-RUN-TIME          TO RGL-HDR-HORA-GENERA
           PERFORM 090-GRABAR-RGL
           MOVE 'REGMON'              TO REPW-REPORT-ID
           MOVE 'OPERACIONES DE MONTO ALTO'
               TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           MOVE WSV-UMBRAL            TO RPTU-UMBRAL
           MOVE WSV-ENTIDAD           TO RPTU-ENTIDAD
           MOVE RPT-TITULO-UMBRAL     TO REPW-LINEA
           MOVE 1                     TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE RPT-TITULO-ITEMS      TO REPW-LINEA
           MOVE 2                     TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE '1' TO WSS-SWITCHES.

       030-LEER-AUDIT.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-CNT-LEIDOS
           END-READ.

      *LA FECHA DE POSTEO ES LA DEL RUN-ID DE LA CORRIDA DE ARITM
       035-PROCESAR-AUDIT.
           IF NOT AUD-REVERSANTE
            AND AUD-RUN-ID (1:6) = WSV-FECHA-CORRIDA
            AND AUD-EMPRESA = FECH-EMPRESA
               ADD 1 TO WSV-CNT-DEL-DIA
               IF AUD-NUM-A < ZEROS
                   COMPUTE WSV-IMPORTE = ZERO - AUD-NUM-A
               ELSE
                   MOVE AUD-NUM-A TO WSV-IMPORTE
               END-IF
               IF WSV-IMPORTE NOT < WSV-UMBRAL
                   PERFORM 040-ITEM-GRANDE
               ELSE
                   PERFORM 048-ACUMULAR-SUCURSAL
               END-IF
           END-IF
           PERFORM 030-LEER-AUDIT.

      *UN ITEM SIN SECUENCIA (AUDITORIA ANTERIOR A SU INTRODUCCION)
      *SE UBICA SOLO POR SU RUN-ID
       040-ITEM-GRANDE.
           MOVE ZEROS TO WSV-SECUENCIA
           IF AUD-SECUENCIA-X NOT = SPACES
               MOVE AUD-SECUENCIA TO WSV-SECUENCIA
           END-IF
           MOVE 'I'                TO WSV-LLB-TIPO
           MOVE FECH-EMPRESA       TO WSV-LLB-EMPRESA
           MOVE WSV-FECHA-CORRIDA  TO WSV-LLB-FECHA-NEGOCIO
           MOVE AUD-SUCURSAL       TO WSV-LLB-SUCURSAL
           MOVE AUD-RUN-ID         TO WSV-LLB-RUN-ID
           MOVE WSV-SECUENCIA      TO WSV-LLB-SECUENCIA
           PERFORM 045-BUSCAR-INFORMADO
           MOVE SPACES TO RPTI-MARCA
           IF WSV-YA-INFORMADO
               ADD 1 TO WSV-CNT-ITEMS-PREV
               MOVE 'YA INFORMADO' TO RPTI-MARCA
           ELSE
               ADD 1 TO WSV-CNT-ITEMS
               ADD WSV-IMPORTE TO WSV-TOT-IMPORTE
               PERFORM 046-AGREGAR-INFORMADO
               MOVE SPACES             TO RGL-RECORD
               MOVE 'I'                TO RGL-TIPO
               MOVE AUD-SUCURSAL       TO RGL-ITM-SUCURSAL
               MOVE WSV-FECHA-CORRIDA  TO RGL-ITM-FECHA-NEGOCIO
               MOVE AUD-RUN-ID         TO RGL-ITM-RUN-ID
               MOVE WSV-SECUENCIA      TO RGL-ITM-SECUENCIA
               MOVE WSV-IMPORTE        TO RGL-ITM-IMPORTE
               MOVE AUD-OPERADOR       TO RGL-ITM-OPERADOR
               MOVE AUD-REVERSO-SW     TO RGL-ITM-REVERSO
               PERFORM 090-GRABAR-RGL
               IF AUD-REVERTIDO
                   MOVE 'REVERTIDO' TO RPTI-MARCA
               END-IF
           END-IF
           MOVE AUD-SUCURSAL  TO RPTI-SUCURSAL
           MOVE AUD-RUN-ID    TO RPTI-RUN-ID
           MOVE WSV-SECUENCIA TO RPTI-SECUENCIA
           MOVE WSV-IMPORTE   TO RPTI-IMPORTE
           MOVE AUD-OPERADOR  TO RPTI-OPERADOR
           MOVE RPT-ITEM      TO REPW-LINEA
           MOVE 1             TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       045-BUSCAR-INFORMADO.
           MOVE 'N' TO WSV-INF-SW
           IF WSV-INF-CNT > ZEROS
               SET WSV-INF-IDX TO 1
               SEARCH WSV-INF-LLAVE
                   AT END
                       CONTINUE
                   WHEN WSV-INF-LLAVE (WSV-INF-IDX)
                            = WSV-LLAVE-BUSCADA
                       MOVE 'S' TO WSV-INF-SW
               END-SEARCH
           END-IF.

       046-AGREGAR-INFORMADO.
           IF WSV-INF-CNT = WSC-MAX-INFORMADOS
               MOVE '046-AGREGAR-INFO'    TO ABND-PARRAFO
               MOVE 'TABLA DE INFORMADOS LLENA - MAX 3000'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-INF-CNT
           MOVE WSV-LLAVE-BUSCADA TO WSV-INF-LLAVE (WSV-INF-CNT).

       048-ACUMULAR-SUCURSAL.
           SET WSV-SUC-IDX TO 1
           SEARCH WSV-SUC-ENTRY
               AT END
                   PERFORM 049-AGREGAR-SUCURSAL
               WHEN WSV-SUC-CODIGO (WSV-SUC-IDX) = AUD-SUCURSAL
                   CONTINUE
           END-SEARCH
           ADD 1           TO WSV-SUC-ITEMS (WSV-SUC-IDX)
           ADD WSV-IMPORTE TO WSV-SUC-IMPORTE (WSV-SUC-IDX).

       049-AGREGAR-SUCURSAL.
           IF WSV-SUC-CNT = WSC-MAX-SUCURSALES
               MOVE '049-AGREGAR-SUCU'    TO ABND-PARRAFO
               MOVE 'TABLA DE SUCURSALES LLENA - MAX 100'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-SUC-CNT
           SET WSV-SUC-IDX TO WSV-SUC-CNT
           MOVE AUD-SUCURSAL TO WSV-SUC-CODIGO (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-ITEMS (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-IMPORTE (WSV-SUC-IDX).

      *UNA SUCURSAL CON UN SOLO ITEM MENOR NO PUEDE SUPERAR EL UMBRAL;
      *HACEN FALTA VARIOS QUE SUMADOS LO IGUALEN O LO PASEN
       050-AGREGADOS.
           MOVE RPT-TITULO-AGREGADOS TO REPW-LINEA
           MOVE 2                    TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           PERFORM 052-JUZGAR-SUCURSAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT.

       052-JUZGAR-SUCURSAL.
           IF WSV-SUC-IMPORTE (WSV-SUC-IDX) NOT < WSV-UMBRAL
               PERFORM 054-SUCURSAL-AGREGADA
           END-IF.

       054-SUCURSAL-AGREGADA.
           MOVE 'A'                TO WSV-LLB-TIPO
           MOVE FECH-EMPRESA       TO WSV-LLB-EMPRESA
           MOVE WSV-FECHA-CORRIDA  TO WSV-LLB-FECHA-NEGOCIO
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO WSV-LLB-SUCURSAL
           MOVE SPACES             TO WSV-LLB-RUN-ID
           MOVE ZEROS              TO WSV-LLB-SECUENCIA
           PERFORM 045-BUSCAR-INFORMADO
           MOVE SPACES TO RPTA-MARCA
           IF WSV-YA-INFORMADO
               ADD 1 TO WSV-CNT-AGREG-PREV
               MOVE 'YA INFORMADO' TO RPTA-MARCA
           ELSE
               ADD 1 TO WSV-CNT-AGREGADOS
               ADD WSV-SUC-IMPORTE (WSV-SUC-IDX) TO WSV-TOT-IMPORTE
               PERFORM 046-AGREGAR-INFORMADO
               MOVE SPACES             TO RGL-RECORD
               MOVE 'A'                TO RGL-TIPO
               MOVE WSV-SUC-CODIGO (WSV-SUC-IDX)
                   TO RGL-AGR-SUCURSAL
               MOVE WSV-FECHA-CORRIDA  TO RGL-AGR-FECHA-NEGOCIO
               MOVE WSV-SUC-ITEMS (WSV-SUC-IDX)
                   TO RGL-AGR-ITEMS
               MOVE WSV-SUC-IMPORTE (WSV-SUC-IDX)
                   TO RGL-AGR-IMPORTE
               PERFORM 090-GRABAR-RGL
           END-IF
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX)  TO RPTA-SUCURSAL
           MOVE WSV-SUC-ITEMS (WSV-SUC-IDX)   TO RPTA-ITEMS
           MOVE WSV-SUC-IMPORTE (WSV-SUC-IDX) TO RPTA-IMPORTE
           MOVE RPT-AGREGADO                  TO REPW-LINEA
           MOVE 1                             TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *EL TRAILER CUENTA TAMBIEN EL HEADER Y A SI MISMO
       070-TRAILER.
           MOVE SPACES             TO RGL-RECORD
           MOVE 'T'                TO RGL-TIPO
           COMPUTE RGL-TRL-REGISTROS = WSV-CNT-REGISTROS + 1
           MOVE WSV-CNT-ITEMS      TO RGL-TRL-ITEMS
           MOVE WSV-CNT-AGREGADOS  TO RGL-TRL-AGREGADOS
           MOVE WSV-TOT-IMPORTE    TO RGL-TRL-IMPORTE
           PERFORM 090-GRABAR-RGL
           CLOSE RGL-FILE.

      *CON EL INFORME COMPLETO SE ASIENTA LO INFORMADO - SI LA
      *CORRIDA CAE ANTES, LA REPETICION LO VUELVE A MANDAR ENTERO
       075-REGISTRAR-INFORMADOS.
           IF WSV-INF-CNT > WSV-INF-PREVIOS
               OPEN EXTEND RGL-HIST-FILE
               IF WSV-RGLH-STAT NOT = '00'
                   MOVE '075-REGISTRAR-IN'    TO ABND-PARRAFO
                   STRING 'OPEN EXTEND RGL-HIST FALLO - STATUS '
                          WSV-RGLH-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-INF-PREVIOS
               PERFORM 076-GRABAR-INFORMADO
                   VARYING WSV-INF-IDX FROM WSV-INF-PREVIOS BY 1
                   UNTIL WSV-INF-IDX > WSV-INF-CNT
               CLOSE RGL-HIST-FILE
           END-IF.

       076-GRABAR-INFORMADO.
           MOVE SPACES                       TO RGL-HIST-RECORD
           MOVE WSV-INF-LLAVE (WSV-INF-IDX)  TO RGH-LLAVE
           MOVE WSV-RUN-ID                   TO RGH-RUN-INFORME
           WRITE RGL-HIST-RECORD
           IF WSV-RGLH-STAT NOT = '00'
               MOVE '076-GRABAR-INFOR'    TO ABND-PARRAFO
               STRING 'WRITE RGL-HIST FALLO - STATUS '
                      WSV-RGLH-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       078-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           MOVE SPACES TO REPW-LINEA
           MOVE 2      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'REGISTROS DE AUDITORIA LEIDOS : ' TO RPTT-LITERAL
           MOVE WSV-CNT-LEIDOS                     TO RPTT-CANTIDAD
           PERFORM 078-TOTAL-LINEA
           MOVE 'ITEMS DEL DIA                 : ' TO RPTT-LITERAL
           MOVE WSV-CNT-DEL-DIA                    TO RPTT-CANTIDAD
           PERFORM 078-TOTAL-LINEA
           MOVE 'ITEMS INFORMADOS              : ' TO RPTT-LITERAL
           MOVE WSV-CNT-ITEMS                      TO RPTT-CANTIDAD
           PERFORM 078-TOTAL-LINEA
           MOVE 'ITEMS YA INFORMADOS ANTES     : ' TO RPTT-LITERAL
           MOVE WSV-CNT-ITEMS-PREV                 TO RPTT-CANTIDAD
           PERFORM 078-TOTAL-LINEA
           MOVE 'SUCURSALES INFORMADAS         : ' TO RPTT-LITERAL
           MOVE WSV-CNT-AGREGADOS                  TO RPTT-CANTIDAD
           PERFORM 078-TOTAL-LINEA
           MOVE 'SUCURSALES YA INFORMADAS ANTES: ' TO RPTT-LITERAL
           MOVE WSV-CNT-AGREG-PREV                 TO RPTT-CANTIDAD
           PERFORM 078-TOTAL-LINEA
           MOVE 'REGISTROS DEL INFORME         : ' TO RPTT-LITERAL
           MOVE WSV-CNT-REGISTROS                  TO RPTT-CANTIDAD
           PERFORM 078-TOTAL-LINEA
           MOVE 'IMPORTE TOTAL INFORMADO       : ' TO RPTTI-LITERAL
           MOVE WSV-TOT-IMPORTE                    TO RPTTI-IMPORTE
           MOVE RPT-TOTAL-IMPORTE                  TO REPW-LINEA
           MOVE 1                                  TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       090-GRABAR-RGL.
           WRITE RGL-RECORD
           IF WSV-RGL-STAT NOT = '00'
               MOVE '090-GRABAR-RGL'      TO ABND-PARRAFO
               STRING 'WRITE RGL-FILE FALLO - STATUS '
                      WSV-RGL-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-CNT-REGISTROS.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
