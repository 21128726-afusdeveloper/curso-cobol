       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CRGMES.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE            ASSIGN TO AUDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDIT-STAT.

      *BITACORA YA ARCHIVADA POR ARCPRG - OPCIONAL, IGUAL QUE EN
      *AUDMES, PARA QUE EL MES CUBRA LOS DIAS QUE YA SALIERON DEL
      *DATASET VIVO
           SELECT AUDIT-ARCH-FILE       ASSIGN TO AUDARCH
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDA-STAT.

      *BITACORA DE USO QUE GRABAN EDITOR, ARITM, LIBERA Y RECICLA
      *POR MEDIO DE USOLOG - SE LEE DOS VECES
           SELECT USO-LOG-FILE          ASSIGN TO USOLOGF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ULOG-STAT.

           SELECT TARIFA-FILE           ASSIGN TO CRGTAR
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TARF-STAT.

      *MES A COBRAR (AAMM) - SIN TARJETA SE COBRA EL MES DE LA
      *FECHA DE NEGOCIO
           SELECT CRG-CARD-FILE         ASSIGN TO CRGCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CARD-STAT.

      *MAESTRO DE SUCURSALES - SOLO PARA NOMBRE Y REGION DEL ESTADO
           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

           SELECT COSTO-FILE            ASSIGN TO CRGCONT
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-COST-STAT.

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

       FD  USO-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY USORWS.

       FD  TARIFA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY CRGTWS.

       FD  CRG-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CRG-CARD-RECORD.
           05 CRG-AAMM                  PIC 9(04).
           05 FILLER                    PIC X(76).

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       FD  COSTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY CRGCWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-AUDIT-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-AUDA-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-ULOG-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-TARF-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-CARD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-SUCM-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-COST-STAT                PIC X(02) VALUE ZEROS.
      *
      *MES COBRADO Y DESGLOSE DE LA FECHA DEL RUN-ID
       77  WSV-MES-BUSCADO              PIC 9(04) VALUE ZEROS.
       01  WSV-FECHA-REG.
           05 WSV-REG-AAMM             PIC 9(04).
           05 WSV-REG-DD               PIC 9(02).
      *
      *ACTIVIDADES COBRABLES EN ORDEN FIJO (EL DEL ESTADO Y DE LA
      *INTERFAZ DE COSTOS) CON SU TARIFA Y LOS TOTALES DEL MES
       01  WSV-ACTIVIDADES-DEF.
           05 FILLER                   PIC X(21)
                                        VALUE 'PPOSTEADOS'.
           05 FILLER                   PIC X(21)
                                        VALUE 'RRECHAZADOS EDITOR'.
           05 FILLER                   PIC X(21)
                                        VALUE 'TRETENIDOS POR MONTO'.
           05 FILLER                   PIC X(21)
                                        VALUE 'LLIBERADOS SUPERVISOR'.
           05 FILLER                   PIC X(21)
                                        VALUE 'CRECICLADOS'.
       01  WSV-TABLA-ACTIVIDADES REDEFINES WSV-ACTIVIDADES-DEF.
           05 WSV-ACT-DEF              OCCURS 5 TIMES
                                        INDEXED BY WSV-ACT-IDX.
               10 WSV-ACT-CODIGO       PIC X(01).
               10 WSV-ACT-DESCRIPCION  PIC X(20).
       01  WSV-TOTALES-ACTIVIDAD.
           05 WSV-TOT-ACT              OCCURS 5 TIMES.
               10 WSV-ACT-TARIFA       PIC 9(03)V99.
               10 WSV-ACT-CON-TARIFA   PIC X(01).
      *        VOLUMEN DEL MES CONTADO AL LEER LA FUENTE, CONTRA EL
      *        QUE CUADRA LA SUMA DE LAS SUCURSALES MAS LO QUE NO
      *        TIENE SUCURSAL
               10 WSV-ACT-VOLUMEN      PIC 9(09).
               10 WSV-ACT-EN-SUC       PIC 9(09).
               10 WSV-ACT-SIN-SUC      PIC 9(09).
               10 WSV-ACT-IMPORTE      PIC 9(11)V99.
       77  WSV-ACT                      PIC 9(01) VALUE ZEROS.
       77  WSV-ACT-CODIGO-BUSCADO       PIC X(01) VALUE SPACES.
      *
      *CORRIDAS QUE REEMPLAZAN - POR PROGRAMA Y FECHA DE NEGOCIO
      *QUEDA EL SELLO (FECHA Y HORA DE SISTEMA) DE LA ULTIMA; LA
      *BITACORA ES CRONOLOGICA, ASI QUE LA ULTIMA LEIDA ES LA VIGENTE
       77  WSC-MAX-CORRIDAS             PIC 9(03) VALUE 200.
       77  WSV-CORR-CNT                 PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-CORRIDAS.
           05 WSV-CORR-ENTRY           OCCURS 1 TO 200 TIMES
                                        DEPENDING ON WSV-CORR-CNT
                                        INDEXED BY WSV-COR-IDX.
               10 WSV-COR-PROGRAMA     PIC X(08).
               10 WSV-COR-FECHA        PIC 9(06).
               10 WSV-COR-SELLO        PIC X(14).
       01  WSV-SELLO.
           05 WSV-SELLO-FECHA          PIC 9(06).
           05 WSV-SELLO-HORA           PIC 9(08).
       77  WSV-USO-VIGENTE-SW           PIC X(01) VALUE 'S'.
         88 WSV-USO-VIGENTE                      VALUE 'S'.
       77  WSV-BITACORA-SW              PIC X(01) VALUE 'N'.
         88 WSV-HAY-BITACORA                     VALUE 'S'.
      *
      *CUENTAS POR SUCURSAL Y ACTIVIDAD; LO QUE NO TIENE SUCURSAL
      *(SUCURSAL '***' O EN BLANCO) NO SE COBRA A NADIE Y SOLO
      *ENTRA EN EL CUADRE DEL RESUMEN
       77  WSC-SIN-SUCURSAL             PIC X(03) VALUE '***'.
       77  WSC-MAX-SUCURSALES           PIC 9(03) VALUE 200.
       77  WSV-SUC-CNT                  PIC 9(03) VALUE ZEROS.
       77  WSV-SUCURSAL-BUSCADA         PIC X(03) VALUE SPACES.
       77  WSV-CANTIDAD                 PIC 9(07) VALUE ZEROS.
       01  WSV-TABLA-SUCURSALES.
           05 WSV-SUC-ENTRY            OCCURS 1 TO 200 TIMES
                                        DEPENDING ON WSV-SUC-CNT
                                        INDEXED BY WSV-SUC-IDX.
               10 WSV-SUC-CODIGO       PIC X(03).
               10 WSV-SUC-CUENTA       PIC 9(07) OCCURS 5 TIMES.
      *
      *ESTADO DE LA SUCURSAL EN CURSO
       77  WSV-IMPORTE                  PIC 9(09)V99 VALUE ZEROS.
       77  WSV-IMP-SUCURSAL             PIC 9(11)V99 VALUE ZEROS.
       77  WSV-REGION                   PIC X(03) VALUE SPACES.
      *
       01  WSV-TOTALES.
           05 WSV-TOT-AUD-LEIDOS       PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-USO-LEIDOS       PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-USO-ANULADOS     PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-TAR-IGNORADAS    PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-DETALLES         PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-IMPORTE          PIC 9(11)V99 VALUE ZEROS.
           05 WSV-TOT-IMP-TARIFA       PIC 9(11)V99 VALUE ZEROS.
       77  WSV-DESCUADRE-SW             PIC X(01) VALUE 'N'.
         88 WSV-HAY-DESCUADRE                    VALUE 'S'.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - EL MES
      *COBRADO VIAJA EN EL TITULO DEL ENCABEZADO
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(24) VALUE
              'A ACTIVIDAD'.
           05 FILLER                   PIC X(09) VALUE
              ' CANTIDAD'.
           05 FILLER                   PIC X(09) VALUE
              '   TARIFA'.
           05 FILLER                   PIC X(20) VALUE
              '             IMPORTE'.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  RPT-SUCURSAL.
           05 FILLER                    PIC X(09) VALUE 'SUCURSAL '.
           05 RPTS-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTS-NOMBRE               PIC X(20).
           05 FILLER                    PIC X(09) VALUE '  REGION '.
           05 RPTS-REGION               PIC X(03).
           05 FILLER                    PIC X(34) VALUE SPACES.

       01  RPT-CARGO.
           05 RPTC-ACTIVIDAD            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTC-DESCRIPCION          PIC X(22).
           05 RPTC-CANTIDAD             PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPTC-TARIFA               PIC ZZ9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPTC-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  RPT-SECCION.
           05 RPTX-TITULO               PIC X(80).

       01  RPT-RESUMEN-ENC.
           05 FILLER                    PIC X(23) VALUE 'A ACTIVIDAD'.
           05 FILLER                    PIC X(07) VALUE 'VOLUMEN'.
           05 FILLER                    PIC X(08) VALUE '  EN SUC'.
           05 FILLER                    PIC X(08) VALUE ' SIN SUC'.
           05 FILLER                    PIC X(18) VALUE
              '           IMPORTE'.
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  RPT-RESUMEN.
           05 RPTR-ACTIVIDAD            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-DESCRIPCION          PIC X(21).
           05 RPTR-VOLUMEN              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-EN-SUC               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-SIN-SUC              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTR-MARCA                PIC X(09).
           05 FILLER                    PIC X(06) VALUE SPACES.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(37) VALUE SPACES.

       01  RPT-TOTAL-IMPORTE.
           05 RPTI-LITERAL              PIC X(32).
           05 RPTI-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTI-MARCA                PIC X(09).
           05 FILLER                    PIC X(21) VALUE SPACES.

      *CARGO MENSUAL POR PROCESAMIENTO A LAS SUCURSALES - CUENTA LO
      *POSTEADO EN LA AUDITORIA (VIVA Y ARCHIVADA, FECHA DEL RUN-ID)
      *Y LOS RECHAZOS, RETENIDOS, LIBERADOS Y RECICLADOS DE LA
      *BITACORA DE USO (FECHA DE NEGOCIO), LOS VALORIZA CON EL
      *TARIFARIO Y EMITE UN ESTADO POR SUCURSAL, UN RESUMEN QUE
      *CUADRA CONTRA EL VOLUMEN TOTAL DEL MES Y LA INTERFAZ DE
      *COSTOS. UN DESCUADRE DEJA RETURN CODE 8
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'CRGMES'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-ABRIR-AUDITORIA
           PERFORM 035-CONTAR-AUDITORIA UNTIL WSS-FIN
           CLOSE AUDIT-FILE
           PERFORM 036-ABRIR-ARCHIVADA
           PERFORM 038-CONTAR-ARCHIVADA UNTIL WSS-FIN
           PERFORM 039-CERRAR-ARCHIVADA
           PERFORM 040-ABRIR-USO
           PERFORM 042-ANOTAR-CORRIDA UNTIL WSS-FIN
           PERFORM 044-REABRIR-USO
           PERFORM 046-CONTAR-USO UNTIL WSS-FIN
           PERFORM 049-CERRAR-USO
           PERFORM 060-ESTADOS
           PERFORM 070-RESUMEN
           PERFORM 080-FIN
           IF WSV-HAY-DESCUADRE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       020-INICIO.
           MOVE ZEROS TO WSV-SUC-CNT
           MOVE ZEROS TO WSV-CORR-CNT
           MOVE 'N'   TO WSV-DESCUADRE-SW
           MOVE 'N'   TO WSV-BITACORA-SW
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE WSV-FECHA-CORRIDA (1:4) TO WSV-MES-BUSCADO
           PERFORM 022-LEER-TARJETA
           PERFORM 024-CARGAR-TARIFAS
           MOVE 'CRGMES'              TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'CARGOS PROCESO MES '
                  WSV-MES-BUSCADO
                  ' EMP ' FECH-EMPRESA DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           OPEN INPUT SUCURSAL-FILE
           IF WSV-SUCM-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN OUTPUT COSTO-FILE
           IF WSV-COST-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN COSTO-FILE FALLO - STATUS '
                      WSV-COST-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE SPACES             TO CRG-COSTO-RECORD
           MOVE 'H'                TO CRC-TIPO
           MOVE WSV-MES-BUSCADO    TO CRC-HDR-AAMM
           MOVE WSV-FECHA-CORRIDA  TO CRC-HDR-FECHA
           MOVE 'CRGMES'           TO CRC-HDR-ORIGEN
           MOVE FECH-EMPRESA       TO CRC-HDR-EMPRESA
           PERFORM 068-GRABAR-COSTO.

      *LA TARJETA ES OPCIONAL - EN BLANCO O EN CEROS DEJA EL MES DE
      *LA FECHA DE NEGOCIO
       022-LEER-TARJETA.
           OPEN INPUT CRG-CARD-FILE
           IF WSV-CARD-STAT = '00'
               READ CRG-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CRG-AAMM NUMERIC AND CRG-AAMM NOT = ZEROS
                           MOVE CRG-AAMM TO WSV-MES-BUSCADO
                       END-IF
               END-READ
               CLOSE CRG-CARD-FILE
           END-IF
           DISPLAY 'CRGMES: MES A COBRAR ' WSV-MES-BUSCADO.

      *SIN TARIFARIO NO HAY CARGO QUE CALCULAR - ES OBLIGATORIO. UNA
      *FILA MAL FORMADA O REPETIDA SE IGNORA CON AVISO EN CONSOLA
      *PARA QUE FINANZAS LA CORRIJA; UNA ACTIVIDAD SIN FILA SE
      *COBRA A CERO, TAMBIEN CON AVISO
       024-CARGAR-TARIFAS.
           PERFORM 024C-LIMPIAR-ACTIVIDAD
               VARYING WSV-ACT FROM 1 BY 1 UNTIL WSV-ACT > 5
           OPEN INPUT TARIFA-FILE
           IF WSV-TARF-STAT NOT = '00'
               MOVE '024-CARGAR-TARIF'    TO ABND-PARRAFO
               STRING 'OPEN TARIFA-FILE FALLO - STATUS '
                      WSV-TARF-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 024A-LEER-TARIFA
           PERFORM 024B-ANOTAR-TARIFA UNTIL WSS-FIN
           CLOSE TARIFA-FILE
           PERFORM 024D-AVISAR-SIN-TARIFA
               VARYING WSV-ACT FROM 1 BY 1 UNTIL WSV-ACT > 5.

       024A-LEER-TARIFA.
           READ TARIFA-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       024B-ANOTAR-TARIFA.
           MOVE ZEROS TO WSV-ACT
           IF CRT-ACTIVIDAD-VALIDA AND CRT-TARIFA NUMERIC
               MOVE CRT-ACTIVIDAD TO WSV-ACT-CODIGO-BUSCADO
               PERFORM 055-UBICAR-ACTIVIDAD
               IF WSV-ACT-CON-TARIFA (WSV-ACT) = 'S'
                   MOVE ZEROS TO WSV-ACT
               END-IF
           END-IF
           IF WSV-ACT = ZEROS
               ADD 1 TO WSV-TOT-TAR-IGNORADAS
               DISPLAY 'CRGMES: FILA DE TARIFARIO IGNORADA - '
                   CRG-TARIFA-RECORD (1:10)
           ELSE
               MOVE CRT-TARIFA TO WSV-ACT-TARIFA (WSV-ACT)
               MOVE 'S'        TO WSV-ACT-CON-TARIFA (WSV-ACT)
           END-IF
           PERFORM 024A-LEER-TARIFA.

       024C-LIMPIAR-ACTIVIDAD.
           MOVE ZEROS TO WSV-ACT-TARIFA (WSV-ACT)
           MOVE 'N'   TO WSV-ACT-CON-TARIFA (WSV-ACT)
           MOVE ZEROS TO WSV-ACT-VOLUMEN (WSV-ACT)
           MOVE ZEROS TO WSV-ACT-EN-SUC (WSV-ACT)
           MOVE ZEROS TO WSV-ACT-SIN-SUC (WSV-ACT)
           MOVE ZEROS TO WSV-ACT-IMPORTE (WSV-ACT).

       024D-AVISAR-SIN-TARIFA.
           IF WSV-ACT-CON-TARIFA (WSV-ACT) NOT = 'S'
               DISPLAY 'CRGMES: SIN TARIFA PARA '
                   WSV-ACT-DESCRIPCION (WSV-ACT) ' - SE COBRA A CERO'
           END-IF.

       030-ABRIR-AUDITORIA.
           OPEN INPUT AUDIT-FILE
           IF WSV-AUDIT-STAT NOT = '00'
               MOVE '030-ABRIR-AUDIT'     TO ABND-PARRAFO
               STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                      WSV-AUDIT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1'   TO WSS-SWITCHES
           PERFORM 032-LEER-AUDITORIA.

       032-LEER-AUDITORIA.
           READ AUDIT-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-AUD-LEIDOS
           END-READ.

       035-CONTAR-AUDITORIA.
           PERFORM 037-CLASIFICAR
           PERFORM 032-LEER-AUDITORIA.

      *EL RUN-ID EMPIEZA CON LA FECHA AAMMDD DE LA CORRIDA - CADA
      *REGISTRO DEL MES ES UN ITEM POSTEADO (LOS REVERSOS TAMBIEN
      *SE POSTEAN Y SE COBRAN). CADA EMPRESA SE COBRA POR SEPARADO:
      *SOLO CUENTA LO DE LA EMPRESA DE LA TARJETA DE FECHA
       037-CLASIFICAR.
           MOVE AUD-RUN-ID (1:6) TO WSV-FECHA-REG
           IF WSV-FECHA-REG NUMERIC
            AND WSV-REG-AAMM = WSV-MES-BUSCADO
            AND AUD-EMPRESA = FECH-EMPRESA
               MOVE 1            TO WSV-ACT
               MOVE AUD-SUCURSAL TO WSV-SUCURSAL-BUSCADA
               MOVE 1            TO WSV-CANTIDAD
               PERFORM 050-SUMAR-CUENTA
           END-IF.

      *LA BITACORA ARCHIVADA ES OPCIONAL - CUBRE LOS DIAS DEL MES
      *QUE ARCPRG YA MOVIO FUERA DEL DATASET VIVO
       036-ABRIR-ARCHIVADA.
           OPEN INPUT AUDIT-ARCH-FILE
           EVALUATE TRUE
               WHEN WSV-AUDA-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 036A-LEER-ARCHIVADA
               WHEN WSV-AUDA-STAT = '35'
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '036-ABRIR-ARCHIV'    TO ABND-PARRAFO
                   STRING 'OPEN AUDIT-ARCH FALLO - STATUS '
                          WSV-AUDA-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       036A-LEER-ARCHIVADA.
           READ AUDIT-ARCH-FILE INTO AUDIT-RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-AUD-LEIDOS
           END-READ.

       038-CONTAR-ARCHIVADA.
           PERFORM 037-CLASIFICAR
           PERFORM 036A-LEER-ARCHIVADA.

       039-CERRAR-ARCHIVADA.
           IF WSV-AUDA-STAT NOT = '35'
               CLOSE AUDIT-ARCH-FILE
           END-IF.

      *PRIMERA PASADA DE LA BITACORA DE USO: EL SELLO DE LA ULTIMA
      *CORRIDA DE CADA PROGRAMA Y FECHA QUE REEMPLAZA A LAS
      *ANTERIORES (RECORRIDAS). SIN BITACORA SOLO SE COBRA LO
      *POSTEADO. LAS CORRIDAS DE OTRA EMPRESA NO SE ANOTAN, ASI QUE
      *NO REEMPLAZAN NI SON REEMPLAZADAS POR LAS DE ESTA
       040-ABRIR-USO.
           OPEN INPUT USO-LOG-FILE
           EVALUATE TRUE
               WHEN WSV-ULOG-STAT = '00'
                   MOVE 'S' TO WSV-BITACORA-SW
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 041-LEER-USO
               WHEN WSV-ULOG-STAT = '35'
                   DISPLAY 'CRGMES: SIN BITACORA DE USO - SOLO SE '
                           'COBRA LO POSTEADO'
                   MOVE '0' TO WSS-SWITCHES
               WHEN OTHER
                   MOVE '040-ABRIR-USO'       TO ABND-PARRAFO
                   STRING 'OPEN USO-LOG FALLO - STATUS '
                          WSV-ULOG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       041-LEER-USO.
           READ USO-LOG-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       042-ANOTAR-CORRIDA.
           IF USO-FECHA-NEGOCIO NUMERIC
            AND USO-AAMM = WSV-MES-BUSCADO
            AND USO-EMPRESA = FECH-EMPRESA
            AND USO-REEMPLAZA = 'S'
               MOVE USO-FECHA-SISTEMA TO WSV-SELLO-FECHA
               MOVE USO-HORA          TO WSV-SELLO-HORA
               SET WSV-COR-IDX TO 1
               SEARCH WSV-CORR-ENTRY
                   AT END
                       PERFORM 043-ALTA-CORRIDA
                   WHEN WSV-COR-PROGRAMA (WSV-COR-IDX) = USO-PROGRAMA
                    AND WSV-COR-FECHA (WSV-COR-IDX)
                           = USO-FECHA-NEGOCIO
                       MOVE WSV-SELLO TO WSV-COR-SELLO (WSV-COR-IDX)
               END-SEARCH
           END-IF
           PERFORM 041-LEER-USO.

       043-ALTA-CORRIDA.
           IF WSV-CORR-CNT = WSC-MAX-CORRIDAS
               MOVE '043-ALTA-CORRIDA'    TO ABND-PARRAFO
               MOVE 'TABLA DE CORRIDAS LLENA - MAX 200'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-CORR-CNT
           SET WSV-COR-IDX TO WSV-CORR-CNT
           MOVE USO-PROGRAMA      TO WSV-COR-PROGRAMA (WSV-COR-IDX)
           MOVE USO-FECHA-NEGOCIO TO WSV-COR-FECHA (WSV-COR-IDX)
           MOVE WSV-SELLO         TO WSV-COR-SELLO (WSV-COR-IDX).

      *SEGUNDA PASADA: SE CUENTA TODO LO DEL MES SALVO LO DE UNA
      *CORRIDA QUE DESPUES FUE REEMPLAZADA
       044-REABRIR-USO.
           IF WSV-HAY-BITACORA
               CLOSE USO-LOG-FILE
               OPEN INPUT USO-LOG-FILE
               IF WSV-ULOG-STAT NOT = '00'
                   MOVE '044-REABRIR-USO'     TO ABND-PARRAFO
                   STRING 'OPEN USO-LOG FALLO - STATUS '
                          WSV-ULOG-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               MOVE '1' TO WSS-SWITCHES
               PERFORM 041-LEER-USO
           END-IF.

      *LOS EVENTOS DE CALIDAD DE LOS FEEDS (SIN CARGO) COMPARTEN LA
      *BITACORA PERO NO SON ACTIVIDAD COBRABLE - SE SALTAN SIN
      *CONTARLOS COMO ANULADOS, IGUAL QUE LO DE OTRA EMPRESA
       046-CONTAR-USO.
           ADD 1 TO WSV-TOT-USO-LEIDOS
           MOVE USO-ACTIVIDAD TO WSV-ACT-CODIGO-BUSCADO
           PERFORM 055-UBICAR-ACTIVIDAD
           IF USO-FECHA-NEGOCIO NUMERIC
            AND USO-AAMM = WSV-MES-BUSCADO
            AND USO-EMPRESA = FECH-EMPRESA
            AND WSV-ACT > 1
               MOVE 'S' TO WSV-USO-VIGENTE-SW
               IF USO-REEMPLAZA = 'S'
                   PERFORM 047-VER-VIGENCIA
               END-IF
               IF USO-CANTIDAD NOT NUMERIC
                   MOVE 'N' TO WSV-USO-VIGENTE-SW
               END-IF
               IF WSV-USO-VIGENTE
                   MOVE USO-SUCURSAL TO WSV-SUCURSAL-BUSCADA
                   MOVE USO-CANTIDAD TO WSV-CANTIDAD
                   PERFORM 050-SUMAR-CUENTA
               ELSE
                   ADD 1 TO WSV-TOT-USO-ANULADOS
               END-IF
           END-IF
           PERFORM 041-LEER-USO.

       047-VER-VIGENCIA.
           MOVE USO-FECHA-SISTEMA TO WSV-SELLO-FECHA
           MOVE USO-HORA          TO WSV-SELLO-HORA
           SET WSV-COR-IDX TO 1
           SEARCH WSV-CORR-ENTRY
               AT END
                   CONTINUE
               WHEN WSV-COR-PROGRAMA (WSV-COR-IDX) = USO-PROGRAMA
                AND WSV-COR-FECHA (WSV-COR-IDX) = USO-FECHA-NEGOCIO
                   IF WSV-COR-SELLO (WSV-COR-IDX) NOT = WSV-SELLO
                       MOVE 'N' TO WSV-USO-VIGENTE-SW
                   END-IF
           END-SEARCH.

       049-CERRAR-USO.
           IF WSV-HAY-BITACORA
               CLOSE USO-LOG-FILE
           END-IF.

      *SUMA WSV-CANTIDAD A LA ACTIVIDAD WSV-ACT DE LA SUCURSAL
      *BUSCADA, DANDOLA DE ALTA EN CEROS SI TODAVIA NO ESTA; EL
      *VOLUMEN DEL MES SE LLEVA APARTE PARA EL CUADRE
       050-SUMAR-CUENTA.
           ADD WSV-CANTIDAD TO WSV-ACT-VOLUMEN (WSV-ACT)
           IF WSV-SUCURSAL-BUSCADA = SPACES
            OR WSV-SUCURSAL-BUSCADA = LOW-VALUES
            OR WSV-SUCURSAL-BUSCADA = WSC-SIN-SUCURSAL
               ADD WSV-CANTIDAD TO WSV-ACT-SIN-SUC (WSV-ACT)
           ELSE
               PERFORM 052-UBICAR-SUCURSAL
               ADD WSV-CANTIDAD
                   TO WSV-SUC-CUENTA (WSV-SUC-IDX, WSV-ACT)
           END-IF.

       052-UBICAR-SUCURSAL.
           SET WSV-SUC-IDX TO 1
           SEARCH WSV-SUC-ENTRY
               AT END
                   IF WSV-SUC-CNT = WSC-MAX-SUCURSALES
                       MOVE '052-UBICAR-SUCUR'    TO ABND-PARRAFO
                       MOVE 'TABLA DE SUCURSALES LLENA - MAX 200'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   ADD 1 TO WSV-SUC-CNT
                   SET WSV-SUC-IDX TO WSV-SUC-CNT
                   MOVE WSV-SUCURSAL-BUSCADA
                       TO WSV-SUC-CODIGO (WSV-SUC-IDX)
                   MOVE ZEROS TO WSV-SUC-CUENTA (WSV-SUC-IDX, 1)
                   MOVE ZEROS TO WSV-SUC-CUENTA (WSV-SUC-IDX, 2)
                   MOVE ZEROS TO WSV-SUC-CUENTA (WSV-SUC-IDX, 3)
                   MOVE ZEROS TO WSV-SUC-CUENTA (WSV-SUC-IDX, 4)
                   MOVE ZEROS TO WSV-SUC-CUENTA (WSV-SUC-IDX, 5)
               WHEN WSV-SUC-CODIGO (WSV-SUC-IDX) = WSV-SUCURSAL-BUSCADA
                   CONTINUE
           END-SEARCH.

      *DEJA EN WSV-ACT EL NUMERO DE LA ACTIVIDAD DEL CODIGO BUSCADO,
      *O CERO SI NO ES UNA ACTIVIDAD COBRABLE
       055-UBICAR-ACTIVIDAD.
           MOVE ZEROS TO WSV-ACT
           SET WSV-ACT-IDX TO 1
           SEARCH WSV-ACT-DEF
               AT END
                   CONTINUE
               WHEN WSV-ACT-CODIGO (WSV-ACT-IDX)
                       = WSV-ACT-CODIGO-BUSCADO
                   SET WSV-ACT TO WSV-ACT-IDX
           END-SEARCH.

      *UN ESTADO POR SUCURSAL EN PAGINA PROPIA, CON UNA LINEA POR
      *ACTIVIDAD QUE TUVO MOVIMIENTO; CADA LINEA SALE TAMBIEN A LA
      *INTERFAZ DE COSTOS
       060-ESTADOS.
           PERFORM 062-ESTADO-SUCURSAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT.

       062-ESTADO-SUCURSAL.
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO SUC-CODIGO
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO RPTS-SUCURSAL
           READ SUCURSAL-FILE
               INVALID KEY
                   MOVE 'NO EN MAESTRO'  TO RPTS-NOMBRE
                   MOVE '???'            TO WSV-REGION
               NOT INVALID KEY
                   MOVE SUC-NOMBRE       TO RPTS-NOMBRE
                   MOVE SUC-REGION       TO WSV-REGION
           END-READ
           IF WSV-SUCM-STAT NOT = '00' AND WSV-SUCM-STAT NOT = '23'
               MOVE '062-ESTADO-SUCUR'    TO ABND-PARRAFO
               STRING 'READ SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE WSV-REGION TO RPTS-REGION
           IF WSV-SUC-IDX > 1
               PERFORM 099-PAGINA-REPORTE
           END-IF
           MOVE RPT-SUCURSAL TO REPW-LINEA
           MOVE 1            TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE SPACES       TO REPW-LINEA
           PERFORM 098-LINEA-REPORTE
           MOVE ZEROS TO WSV-IMP-SUCURSAL
           PERFORM 064-LINEA-CARGO
               VARYING WSV-ACT FROM 1 BY 1 UNTIL WSV-ACT > 5
           MOVE SPACES TO REPW-LINEA
           PERFORM 098-LINEA-REPORTE
           MOVE 'TOTAL A CARGAR A LA SUCURSAL  : ' TO RPTI-LITERAL
           MOVE WSV-IMP-SUCURSAL                   TO RPTI-IMPORTE
           MOVE SPACES                             TO RPTI-MARCA
           MOVE RPT-TOTAL-IMPORTE TO REPW-LINEA
           PERFORM 098-LINEA-REPORTE
           ADD WSV-IMP-SUCURSAL TO WSV-TOT-IMPORTE.

       064-LINEA-CARGO.
           IF WSV-SUC-CUENTA (WSV-SUC-IDX, WSV-ACT) > ZEROS
               ADD WSV-SUC-CUENTA (WSV-SUC-IDX, WSV-ACT)
                   TO WSV-ACT-EN-SUC (WSV-ACT)
               MULTIPLY WSV-SUC-CUENTA (WSV-SUC-IDX, WSV-ACT)
                   BY WSV-ACT-TARIFA (WSV-ACT)
                   GIVING WSV-IMPORTE
               ADD WSV-IMPORTE TO WSV-IMP-SUCURSAL
               ADD WSV-IMPORTE TO WSV-ACT-IMPORTE (WSV-ACT)
               MOVE WSV-ACT-CODIGO (WSV-ACT)      TO RPTC-ACTIVIDAD
               MOVE WSV-ACT-DESCRIPCION (WSV-ACT) TO RPTC-DESCRIPCION
               MOVE WSV-SUC-CUENTA (WSV-SUC-IDX, WSV-ACT)
                   TO RPTC-CANTIDAD
               MOVE WSV-ACT-TARIFA (WSV-ACT)      TO RPTC-TARIFA
               MOVE WSV-IMPORTE                   TO RPTC-IMPORTE
               MOVE RPT-CARGO TO REPW-LINEA
               MOVE 1         TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
               MOVE SPACES                 TO CRG-COSTO-RECORD
               MOVE 'D'                    TO CRC-TIPO
               MOVE WSV-MES-BUSCADO        TO CRC-DET-AAMM
               MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO CRC-DET-SUCURSAL
               MOVE WSV-REGION             TO CRC-DET-REGION
               MOVE WSV-ACT-CODIGO (WSV-ACT) TO CRC-DET-ACTIVIDAD
               MOVE WSV-SUC-CUENTA (WSV-SUC-IDX, WSV-ACT)
                   TO CRC-DET-CANTIDAD
               MOVE WSV-ACT-TARIFA (WSV-ACT) TO CRC-DET-TARIFA
               MOVE WSV-IMPORTE            TO CRC-DET-IMPORTE
               PERFORM 068-GRABAR-COSTO
               ADD 1 TO WSV-TOT-DETALLES
           END-IF.

       068-GRABAR-COSTO.
           WRITE CRG-COSTO-RECORD
           IF WSV-COST-STAT NOT = '00'
               MOVE '068-GRABAR-COSTO'    TO ABND-PARRAFO
               STRING 'WRITE COSTO-FILE FALLO - STATUS '
                      WSV-COST-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *RESUMEN DEL MES POR ACTIVIDAD: EL VOLUMEN CONTADO EN LA
      *FUENTE DEBE SER IGUAL A LO CARGADO A SUCURSALES MAS LO QUE NO
      *TIENE SUCURSAL, Y EL TOTAL DE LOS ESTADOS IGUAL AL VOLUMEN
      *CARGADO POR LA TARIFA
       070-RESUMEN.
           PERFORM 099-PAGINA-REPORTE
           MOVE 'RESUMEN DEL MES POR ACTIVIDAD' TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE RPT-RESUMEN-ENC TO REPW-LINEA
           PERFORM 098-LINEA-REPORTE
           PERFORM 072-RESUMEN-ACTIVIDAD
               VARYING WSV-ACT FROM 1 BY 1 UNTIL WSV-ACT > 5
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE 'TOTAL DE LOS ESTADOS          : ' TO RPTI-LITERAL
           MOVE WSV-TOT-IMPORTE                    TO RPTI-IMPORTE
           MOVE SPACES                             TO RPTI-MARCA
           MOVE RPT-TOTAL-IMPORTE TO REPW-LINEA
           PERFORM 098-LINEA-REPORTE
           MOVE 'VOLUMEN CARGADO POR TARIFA    : ' TO RPTI-LITERAL
           MOVE WSV-TOT-IMP-TARIFA                 TO RPTI-IMPORTE
           IF WSV-TOT-IMP-TARIFA NOT = WSV-TOT-IMPORTE
               MOVE 'S'         TO WSV-DESCUADRE-SW
               MOVE 'DESCUADRE' TO RPTI-MARCA
           END-IF
           MOVE RPT-TOTAL-IMPORTE TO REPW-LINEA
           PERFORM 098-LINEA-REPORTE.

       072-RESUMEN-ACTIVIDAD.
           MOVE WSV-ACT-CODIGO (WSV-ACT)      TO RPTR-ACTIVIDAD
           MOVE WSV-ACT-DESCRIPCION (WSV-ACT) TO RPTR-DESCRIPCION
           MOVE WSV-ACT-VOLUMEN (WSV-ACT)     TO RPTR-VOLUMEN
           MOVE WSV-ACT-EN-SUC (WSV-ACT)      TO RPTR-EN-SUC
           MOVE WSV-ACT-SIN-SUC (WSV-ACT)     TO RPTR-SIN-SUC
           MOVE WSV-ACT-IMPORTE (WSV-ACT)     TO RPTR-IMPORTE
           MOVE SPACES                        TO RPTR-MARCA
           IF WSV-ACT-EN-SUC (WSV-ACT) + WSV-ACT-SIN-SUC (WSV-ACT)
                   NOT = WSV-ACT-VOLUMEN (WSV-ACT)
               MOVE 'S'         TO WSV-DESCUADRE-SW
               MOVE 'DESCUADRE' TO RPTR-MARCA
           END-IF
           COMPUTE WSV-TOT-IMP-TARIFA = WSV-TOT-IMP-TARIFA
                 + WSV-ACT-EN-SUC (WSV-ACT) * WSV-ACT-TARIFA (WSV-ACT)
           MOVE RPT-RESUMEN TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       076-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       079-TITULO-SECCION.
           MOVE RPT-SECCION TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           MOVE SPACES               TO CRG-COSTO-RECORD
           MOVE 'T'                  TO CRC-TIPO
           MOVE WSV-TOT-DETALLES     TO CRC-TRL-REGISTROS
           MOVE WSV-TOT-IMPORTE      TO CRC-TRL-IMPORTE
           PERFORM 068-GRABAR-COSTO
           CLOSE COSTO-FILE
           CLOSE SUCURSAL-FILE
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE 'SUCURSALES CON CARGO          : ' TO RPTT-LITERAL
           MOVE WSV-SUC-CNT                        TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'REGISTROS DE AUDITORIA LEIDOS : ' TO RPTT-LITERAL
           MOVE WSV-TOT-AUD-LEIDOS                 TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'REGISTROS DE USO LEIDOS       : ' TO RPTT-LITERAL
           MOVE WSV-TOT-USO-LEIDOS                 TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'USO ANULADO POR RECORRIDAS    : ' TO RPTT-LITERAL
           MOVE WSV-TOT-USO-ANULADOS               TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'DETALLES A LA INTERFAZ COSTOS : ' TO RPTT-LITERAL
           MOVE WSV-TOT-DETALLES                   TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'FILAS DE TARIFARIO IGNORADAS  : ' TO RPTT-LITERAL
           MOVE WSV-TOT-TAR-IGNORADAS              TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           DISPLAY 'CRGMES - SUCURSALES   : ' WSV-SUC-CNT
           DISPLAY 'CRGMES - IMPORTE      : ' WSV-TOT-IMPORTE
           IF WSV-HAY-DESCUADRE
               DISPLAY 'CRGMES - DESCUADRE CONTRA EL VOLUMEN DEL MES'
           END-IF
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
