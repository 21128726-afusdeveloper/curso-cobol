       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     OVRRPT.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-LOG-FILE     ASSIGN TO OVRLOGF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OLOG-STAT.

      *FECHA DE NEGOCIO A REPORTAR (AAMMDD) - SIN TARJETA SE TOMA LA
      *FECHA DE NEGOCIO DE FECHCTL; EL MES ES EL DE ESA FECHA
           SELECT OVR-CARD-FILE         ASSIGN TO OVRCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OVC-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.
           COPY OVRRWS.

       FD  OVR-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  OVR-CARD-RECORD.
           05 OVC-FECHA                 PIC 9(06).
           05 FILLER                    PIC X(74).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-OLOG-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-OVC-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-BITACORA-SW              PIC X(01) VALUE 'N'.
         88 WSV-HAY-BITACORA                     VALUE 'S'.
      *
       01  WSV-FECHA-BUSCADA.
           05 WSV-FB-AAMM              PIC 9(04) VALUE ZEROS.
           05 WSV-FB-DD                PIC 9(02) VALUE ZEROS.
       77  WSV-DEL-DIA-SW               PIC X(01) VALUE 'N'.
         88 WSV-DEL-DIA                          VALUE 'S'.
      *
      *FRECUENCIA POR TIPO DE TARJETA, POR OPERADOR Y POR LA PAREJA
      *TARJETA-OPERADOR, DEL DIA Y DEL MES - EL PATRON QUE BUSCA
      *AUDITORIA ES LA MISMA TARJETA USADA UNA Y OTRA VEZ O EL MISMO
      *OPERADOR APAGANDO CONTROLES
       77  WSC-MAX-TARJETAS             PIC 9(02) VALUE 20.
       77  WSV-TAR-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-TARJETAS.
           05 WSV-TAR-ENTRY            OCCURS 1 TO 20 TIMES
                                        DEPENDING ON WSV-TAR-CNT
                                        INDEXED BY WSV-TAR-IDX.
               10 WSV-TAR-TIPO         PIC X(08).
               10 WSV-TAR-DIA          PIC 9(05).
               10 WSV-TAR-MES          PIC 9(05).
      *
       77  WSC-MAX-OPERADORES           PIC 9(02) VALUE 50.
       77  WSV-OPE-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-OPERADORES.
           05 WSV-OPE-ENTRY            OCCURS 1 TO 50 TIMES
                                        DEPENDING ON WSV-OPE-CNT
                                        INDEXED BY WSV-OPE-IDX.
               10 WSV-OPE-ID           PIC X(08).
               10 WSV-OPE-DIA          PIC 9(05).
               10 WSV-OPE-MES          PIC 9(05).
      *
       77  WSC-MAX-PAREJAS              PIC 9(03) VALUE 200.
       77  WSV-PAR-CNT                  PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-PAREJAS.
           05 WSV-PAR-ENTRY            OCCURS 1 TO 200 TIMES
                                        DEPENDING ON WSV-PAR-CNT
                                        INDEXED BY WSV-PAR-IDX.
               10 WSV-PAR-TARJETA      PIC X(08).
               10 WSV-PAR-OPERADOR     PIC X(08).
               10 WSV-PAR-DIA          PIC 9(05).
               10 WSV-PAR-MES          PIC 9(05).
      *
       01  WSV-TOTALES.
           05 WSV-TOT-LEIDOS           PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-MES              PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-DIA              PIC 9(05) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT)
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(17) VALUE
              'FECHA DE NEGOCIO '.
           05 RPTE-FECHA               PIC 9(06).
           05 FILLER                   PIC X(07) VALUE '   MES '.
           05 RPTE-MES                 PIC 9(04).
           05 FILLER                   PIC X(46) VALUE SPACES.

       01  RPT-SECCION.
           05 RPTS-TITULO               PIC X(50).
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  RPT-DETALLE.
           05 RPTD-PROGRAMA             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-TARJETA              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-OPERADOR             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-HORA.
              10 RPTD-HH                PIC 9(02).
              10 FILLER                 PIC X(01) VALUE ':'.
              10 RPTD-MM                PIC 9(02).
              10 FILLER                 PIC X(01) VALUE ':'.
              10 RPTD-SS                PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-EMPRESA              PIC X(01).
           05 FILLER                    PIC X(43) VALUE SPACES.

      *LA IMAGEN DE LA TARJETA VA COMPLETA EN LA LINEA SIGUIENTE
       01  RPT-IMAGEN.
           05 RPTI-IMAGEN               PIC X(80).

       01  RPT-FRECUENCIA.
           05 RPTF-CLAVE-1              PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTF-CLAVE-2              PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTF-DIA                  PIC ZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPTF-MES                  PIC ZZ,ZZ9.
           05 FILLER                    PIC X(44) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *DESGLOSE DE LA HORA DEL ASIENTO
       01  WSV-HORA-BRK.
           05 WSV-HORA-HH              PIC 9(02).
           05 WSV-HORA-MM              PIC 9(02).
           05 WSV-HORA-SS              PIC 9(02).
           05 WSV-HORA-TT              PIC 9(02).

      *REPORTE DE AUDITORIA DE TARJETAS DE EXCEPCION - LISTA CADA
      *TARJETA HONRADA EN LA FECHA DE NEGOCIO (PROGRAMA, TARJETA,
      *OPERADOR, HORA Y EMPRESA, Y DEBAJO LA IMAGEN) Y LA FRECUENCIA
      *DEL DIA Y DEL MES POR TIPO DE TARJETA, POR OPERADOR Y POR
      *TARJETA-OPERADOR
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'OVRRPT'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-PROCESAR UNTIL WSS-FIN
           IF WSV-HAY-BITACORA
               CLOSE OVERRIDE-LOG-FILE
           END-IF
           IF WSV-TOT-DIA = ZEROS
               MOVE '  NINGUNA TARJETA HONRADA EN LA FECHA'
                   TO RPTS-TITULO
               PERFORM 065-LINEA-SECCION
           END-IF
           PERFORM 060-FRECUENCIAS
           PERFORM 080-FIN
           GOBACK.

       020-INICIO.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE FECH-FECHA TO WSV-FECHA-BUSCADA
           PERFORM 022-LEER-TARJETA
           MOVE WSV-FECHA-BUSCADA     TO RPTE-FECHA
           MOVE WSV-FB-AAMM           TO RPTE-MES
           MOVE 'OVRRPT'              TO REPW-REPORT-ID
           MOVE 'TARJETAS DE EXCEPCION USADAS'
                                      TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           MOVE 'TARJETAS HONRADAS EN LA FECHA DE NEGOCIO'
               TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           MOVE 'PROGRAMA TARJETA  OPERADOR HORA     EMPRESA'
               TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           OPEN INPUT OVERRIDE-LOG-FILE
           EVALUATE TRUE
               WHEN WSV-OLOG-STAT = '00'
                   MOVE 'S' TO WSV-BITACORA-SW
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 025-LEER-BITACORA
      *SIN BITACORA TODAVIA NO SE HONRO NINGUNA TARJETA - EL
      *REPORTE SALE IGUAL, EN CEROS
               WHEN WSV-OLOG-STAT = '35'
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '020-INICIO'          TO ABND-PARRAFO
                   STRING 'OPEN OVRLOGF FALLO - STATUS '
                          WSV-OLOG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       022-LEER-TARJETA.
           OPEN INPUT OVR-CARD-FILE
           IF WSV-OVC-STAT = '00'
               READ OVR-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OVC-FECHA NUMERIC AND OVC-FECHA NOT = ZEROS
                           MOVE OVC-FECHA TO WSV-FECHA-BUSCADA
                       END-IF
               END-READ
               CLOSE OVR-CARD-FILE
           END-IF
           DISPLAY 'OVRRPT: FECHA A REPORTAR ' WSV-FECHA-BUSCADA.

       025-LEER-BITACORA.
           READ OVERRIDE-LOG-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-LEIDOS
           END-READ.

      *SOLO CUENTA LO DEL MES DE LA FECHA PEDIDA; LO DEL DIA ADEMAS
      *SE LISTA
       030-PROCESAR.
           IF OVR-AAMM = WSV-FB-AAMM
               ADD 1 TO WSV-TOT-MES
               MOVE 'N' TO WSV-DEL-DIA-SW
               IF OVR-DD = WSV-FB-DD
                   MOVE 'S' TO WSV-DEL-DIA-SW
                   ADD 1 TO WSV-TOT-DIA
                   PERFORM 040-LINEA-DETALLE
               END-IF
               PERFORM 050-CONTAR-TARJETA
               PERFORM 052-CONTAR-OPERADOR
               PERFORM 054-CONTAR-PAREJA
           END-IF
           PERFORM 025-LEER-BITACORA.

       040-LINEA-DETALLE.
           MOVE OVR-PROGRAMA    TO RPTD-PROGRAMA
           MOVE OVR-TARJETA     TO RPTD-TARJETA
           MOVE OVR-OPERADOR    TO RPTD-OPERADOR
           MOVE OVR-HORA        TO WSV-HORA-BRK
           MOVE WSV-HORA-HH     TO RPTD-HH
           MOVE WSV-HORA-MM     TO RPTD-MM
           MOVE WSV-HORA-SS     TO RPTD-SS
           MOVE OVR-EMPRESA     TO RPTD-EMPRESA
           MOVE RPT-DETALLE     TO REPW-LINEA
           MOVE 1               TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE OVR-IMAGEN      TO RPTI-IMAGEN
           MOVE RPT-IMAGEN      TO REPW-LINEA
           MOVE 1               TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       050-CONTAR-TARJETA.
           SET WSV-TAR-IDX TO 1
           SEARCH WSV-TAR-ENTRY
               AT END
                   IF WSV-TAR-CNT = WSC-MAX-TARJETAS
                       MOVE '050-CONTAR-TARJE'    TO ABND-PARRAFO
                       MOVE 'TABLA DE TARJETAS LLENA - MAX 20'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   ADD 1 TO WSV-TAR-CNT
                   SET WSV-TAR-IDX TO WSV-TAR-CNT
                   MOVE OVR-TARJETA TO WSV-TAR-TIPO (WSV-TAR-IDX)
                   MOVE ZEROS       TO WSV-TAR-DIA (WSV-TAR-IDX)
                   MOVE ZEROS       TO WSV-TAR-MES (WSV-TAR-IDX)
               WHEN WSV-TAR-TIPO (WSV-TAR-IDX) = OVR-TARJETA
                   CONTINUE
           END-SEARCH
           ADD 1 TO WSV-TAR-MES (WSV-TAR-IDX)
           IF WSV-DEL-DIA
               ADD 1 TO WSV-TAR-DIA (WSV-TAR-IDX)
           END-IF.

       052-CONTAR-OPERADOR.
           SET WSV-OPE-IDX TO 1
           SEARCH WSV-OPE-ENTRY
               AT END
                   IF WSV-OPE-CNT = WSC-MAX-OPERADORES
                       MOVE '052-CONTAR-OPERA'    TO ABND-PARRAFO
                       MOVE 'TABLA DE OPERADORES LLENA - MAX 50'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   ADD 1 TO WSV-OPE-CNT
                   SET WSV-OPE-IDX TO WSV-OPE-CNT
                   MOVE OVR-OPERADOR TO WSV-OPE-ID (WSV-OPE-IDX)
                   MOVE ZEROS        TO WSV-OPE-DIA (WSV-OPE-IDX)
                   MOVE ZEROS        TO WSV-OPE-MES (WSV-OPE-IDX)
               WHEN WSV-OPE-ID (WSV-OPE-IDX) = OVR-OPERADOR
                   CONTINUE
           END-SEARCH
           ADD 1 TO WSV-OPE-MES (WSV-OPE-IDX)
           IF WSV-DEL-DIA
               ADD 1 TO WSV-OPE-DIA (WSV-OPE-IDX)
           END-IF.

       054-CONTAR-PAREJA.
           SET WSV-PAR-IDX TO 1
           SEARCH WSV-PAR-ENTRY
               AT END
                   IF WSV-PAR-CNT = WSC-MAX-PAREJAS
                       MOVE '054-CONTAR-PAREJ'    TO ABND-PARRAFO
                       MOVE 'TABLA DE PAREJAS LLENA - MAX 200'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   ADD 1 TO WSV-PAR-CNT
                   SET WSV-PAR-IDX TO WSV-PAR-CNT
                   MOVE OVR-TARJETA  TO WSV-PAR-TARJETA (WSV-PAR-IDX)
                   MOVE OVR-OPERADOR TO WSV-PAR-OPERADOR (WSV-PAR-IDX)
                   MOVE ZEROS        TO WSV-PAR-DIA (WSV-PAR-IDX)
                   MOVE ZEROS        TO WSV-PAR-MES (WSV-PAR-IDX)
               WHEN WSV-PAR-TARJETA (WSV-PAR-IDX) = OVR-TARJETA
                AND WSV-PAR-OPERADOR (WSV-PAR-IDX) = OVR-OPERADOR
                   CONTINUE
           END-SEARCH
           ADD 1 TO WSV-PAR-MES (WSV-PAR-IDX)
           IF WSV-DEL-DIA
               ADD 1 TO WSV-PAR-DIA (WSV-PAR-IDX)
           END-IF.

      *LAS TRES TABLAS DE FRECUENCIA, CADA UNA CON LA CUENTA DEL DIA
      *Y LA DEL MES
       060-FRECUENCIAS.
           MOVE SPACES TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           MOVE 'FRECUENCIA POR TIPO DE TARJETA' TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           MOVE 'TARJETA                DIA       MES'
               TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           PERFORM 062-LINEA-TARJETA
               VARYING WSV-TAR-IDX FROM 1 BY 1
               UNTIL WSV-TAR-IDX > WSV-TAR-CNT
           MOVE SPACES TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           MOVE 'FRECUENCIA POR OPERADOR' TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           MOVE 'OPERADOR               DIA       MES'
               TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           PERFORM 063-LINEA-OPERADOR
               VARYING WSV-OPE-IDX FROM 1 BY 1
               UNTIL WSV-OPE-IDX > WSV-OPE-CNT
           MOVE SPACES TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           MOVE 'FRECUENCIA POR TARJETA Y OPERADOR' TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           MOVE 'TARJETA   OPERADOR     DIA       MES'
               TO RPTS-TITULO
           PERFORM 065-LINEA-SECCION
           PERFORM 064-LINEA-PAREJA
               VARYING WSV-PAR-IDX FROM 1 BY 1
               UNTIL WSV-PAR-IDX > WSV-PAR-CNT.

       062-LINEA-TARJETA.
           MOVE WSV-TAR-TIPO (WSV-TAR-IDX) TO RPTF-CLAVE-1
           MOVE SPACES                     TO RPTF-CLAVE-2
           MOVE WSV-TAR-DIA (WSV-TAR-IDX)  TO RPTF-DIA
           MOVE WSV-TAR-MES (WSV-TAR-IDX)  TO RPTF-MES
           PERFORM 066-LINEA-FRECUENCIA.

       063-LINEA-OPERADOR.
           MOVE WSV-OPE-ID (WSV-OPE-IDX)   TO RPTF-CLAVE-1
           MOVE SPACES                     TO RPTF-CLAVE-2
           MOVE WSV-OPE-DIA (WSV-OPE-IDX)  TO RPTF-DIA
           MOVE WSV-OPE-MES (WSV-OPE-IDX)  TO RPTF-MES
           PERFORM 066-LINEA-FRECUENCIA.

       064-LINEA-PAREJA.
           MOVE WSV-PAR-TARJETA (WSV-PAR-IDX)  TO RPTF-CLAVE-1
           MOVE WSV-PAR-OPERADOR (WSV-PAR-IDX) TO RPTF-CLAVE-2
           MOVE WSV-PAR-DIA (WSV-PAR-IDX)      TO RPTF-DIA
           MOVE WSV-PAR-MES (WSV-PAR-IDX)      TO RPTF-MES
           PERFORM 066-LINEA-FRECUENCIA.

       065-LINEA-SECCION.
           MOVE RPT-SECCION TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       066-LINEA-FRECUENCIA.
           MOVE RPT-FRECUENCIA TO REPW-LINEA
           MOVE 1              TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           PERFORM 099-PAGINA-REPORTE
           MOVE 'TARJETAS HONRADAS EN LA FECHA : ' TO RPTT-LITERAL
           MOVE WSV-TOT-DIA                        TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'TARJETAS HONRADAS EN EL MES   : ' TO RPTT-LITERAL
           MOVE WSV-TOT-MES                        TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'TIPOS DE TARJETA EN EL MES    : ' TO RPTT-LITERAL
           MOVE WSV-TAR-CNT                        TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'OPERADORES EN EL MES          : ' TO RPTT-LITERAL
           MOVE WSV-OPE-CNT                        TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           DISPLAY 'BITACORA LEIDA           : ' WSV-TOT-LEIDOS
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
