       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CODUSO.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *HISTORIAL DE USO DE LOS CODIGOS QUE GRABA CONVE - EN ORDEN DE
      *CODIGO Y FECHA, EL MISMO ORDEN DEL MAESTRO
           SELECT USO-COD-FILE          ASSIGN TO USOCODF
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS UCD-LLAVE
                                         FILE STATUS IS WSV-UCOD-STAT.

           SELECT MASTER-FILE           ASSIGN TO MSTRFILE
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS MST-LLAVE
                                         FILE STATUS IS WSV-MSTR-STAT.

      *MES A EVALUAR (AAMM) Y CUANTOS MESES SIN USO HACEN A UN
      *CODIGO CANDIDATO A DEPURAR - OPCIONAL
           SELECT COD-CARD-FILE         ASSIGN TO CODUCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CARD-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  USO-COD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY USOCWS.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS.
           COPY MSTRWS.

       FD  COD-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  COD-CARD-RECORD.
           05 CODC-AAMM                 PIC 9(04).
           05 FILLER                    PIC X(01).
           05 CODC-MESES                PIC 9(02).
           05 FILLER                    PIC X(73).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-UCOD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-MSTR-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-CARD-STAT                PIC X(02) VALUE ZEROS.
      *
      *MES EVALUADO - SU PRIMER DIA Y UN TOPE 31 PARA COMPARAR FECHAS
      *AAMMDD; EL USO POSTERIOR AL MES NO SE CUENTA (REPORTE DE UN
      *MES YA CERRADO)
       01  WSV-MES-BUSCADO.
           05 WSV-MES-AA               PIC 9(02) VALUE ZEROS.
           05 WSV-MES-MM               PIC 9(02) VALUE ZEROS.
       01  WSV-MES-FIN-X.
           05 WSV-MES-FIN-AAMM         PIC 9(04) VALUE ZEROS.
           05 WSV-MES-FIN-DD           PIC 9(02) VALUE 31.
       01  WSV-MES-FIN REDEFINES WSV-MES-FIN-X PIC 9(06).
      *
      *LA VERSION VIGENTE DE CADA CODIGO SE TOMA A LA FECHA DE
      *NEGOCIO SI SE EVALUA EL MES EN CURSO, Y AL FIN DEL MES SI SE
      *EVALUA UNO ANTERIOR
       77  WSV-CORTE-VIGENCIA           PIC 9(06) VALUE ZEROS.
      *
      *VENTANA DE INACTIVIDAD - LOS N MESES QUE TERMINAN CON EL MES
      *EVALUADO, DESDE EL PRIMER DIA DEL MAS VIEJO (TARJETA,
      *COLUMNAS 6-7)
       77  WSC-MESES-DEFECTO            PIC 9(02) VALUE 6.
       77  WSV-MESES                    PIC 9(02) VALUE ZEROS.
       77  WSV-MESES-ATRAS              PIC 9(02) VALUE ZEROS.
       01  WSV-DESDE-X.
           05 WSV-DESDE-AA             PIC 9(02).
           05 WSV-DESDE-MM             PIC 9(02).
           05 WSV-DESDE-DD             PIC 9(02).
       01  WSV-DESDE REDEFINES WSV-DESDE-X PIC 9(06).
      *
      *CRUCE DEL MAESTRO CON EL HISTORIAL POR CODIGO - EL CODIGO
      *SIGUIENTE DE CADA LADO QUEDA EN HIGH-VALUES AL TERMINAR
       77  WSV-MST-SIGUIENTE            PIC X(02) VALUE SPACES.
       77  WSV-USO-SIGUIENTE            PIC X(02) VALUE SPACES.
       77  WSV-CODIGO-ACTUAL            PIC X(02) VALUE SPACES.
       77  WSV-FECHA-ANTERIOR           PIC 9(06) VALUE ZEROS.
       77  WSV-HISTORIAL-SW             PIC X(01) VALUE 'N'.
         88 WSV-HAY-HISTORIAL                    VALUE 'S'.
      *
      *UN RENGLON POR CODIGO DEL MAESTRO O DEL HISTORIAL: SUS
      *VERSIONES, LA VIGENTE, EL USO DEL MES, EL ULTIMO USO Y SI LA
      *VERSION VIGENTE SE USO ALGUNA VEZ
       77  WSC-MAX-CODIGOS              PIC 9(04) VALUE 2000.
       77  WSV-COD-CNT                  PIC 9(04) VALUE ZEROS.
       01  WSV-TABLA-CODIGOS.
           05 WSV-COD-ENTRY            OCCURS 1 TO 2000 TIMES
                                        DEPENDING ON WSV-COD-CNT
                                        INDEXED BY WSV-COD-IDX.
               10 WSV-COD-CODIGO       PIC X(02).
               10 WSV-COD-EN-MAESTRO   PIC X(01).
               10 WSV-COD-VERSIONES    PIC 9(03).
               10 WSV-COD-PRIMERA      PIC 9(06).
               10 WSV-COD-HAY-VIGENTE  PIC X(01).
               10 WSV-COD-VIGENTE      PIC 9(06).
               10 WSV-COD-DESCRIPCION  PIC X(10).
               10 WSV-COD-OCURRENCIAS  PIC 9(09).
               10 WSV-COD-IMPORTE      PIC S9(13)V99 COMP-3.
               10 WSV-COD-DIAS         PIC 9(03).
               10 WSV-COD-ULTIMO-USO   PIC 9(06).
               10 WSV-COD-USO-VIGENTE  PIC X(01).
      *
       01  WSV-TOTALES.
           05 WSV-TOT-EN-MAESTRO       PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-VERSIONES        PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-ACTIVOS          PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-OCURRENCIAS      PIC 9(11) VALUE ZEROS.
           05 WSV-TOT-IMPORTE          PIC S9(13)V99 VALUE ZEROS.
           05 WSV-TOT-CANDIDATOS       PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-SIN-USO-VIG      PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-USO-LEIDOS       PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-USO-POSTERIOR    PIC 9(07) VALUE ZEROS.
      *
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
       01  RPT-ACTIVOS-ENC.
           05 FILLER                   PIC X(30) VALUE
              'CD DESCRIPC.  VIGENCIA  DIAS'.
           05 FILLER                   PIC X(50) VALUE
              ' OCURRENCIAS     IMPORTE CONVERTIDO'.

       01  RPT-ACTIVO.
           05 RPTA-CODIGO               PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTA-DESCRIPCION          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTA-VIGENCIA             PIC X(06).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPTA-DIAS                 PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTA-OCURRENCIAS          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTA-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(20) VALUE SPACES.

       01  RPT-INACTIVOS-ENC.
           05 FILLER                   PIC X(30) VALUE
              'CD DESCRIPC.  VIGENCIA  VERS.'.
           05 FILLER                   PIC X(50) VALUE
              ' ALTA      ULTIMO USO'.

       01  RPT-INACTIVO.
           05 RPTI-CODIGO               PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTI-DESCRIPCION          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-VIGENCIA             PIC X(06).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPTI-VERSIONES            PIC ZZ9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPTI-PRIMERA              PIC X(06).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPTI-ULTIMO-USO           PIC X(06).
           05 FILLER                    PIC X(33) VALUE SPACES.

       01  RPT-SECCION.
           05 RPTX-TITULO               PIC X(80).

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(34) VALUE SPACES.

       01  RPT-TOTAL-IMPORTE.
           05 RPTM-LITERAL              PIC X(32).
           05 RPTM-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(30) VALUE SPACES.

      *USO MENSUAL DE LOS CODIGOS DEL MAESTRO - CRUZA EL MAESTRO DE
      *CODIGOS CON EL HISTORIAL DE USO QUE GRABA CONVE Y LISTA EN
      *TRES SECCIONES:
      *  - LOS CODIGOS USADOS EN EL MES, CON DIAS DE USO, OCURRENCIAS
      *    E IMPORTE CONVERTIDO
      *  - LOS CODIGOS DEL MAESTRO SIN USO EN LOS ULTIMOS N MESES,
      *    CANDIDATOS A DEPURAR (SOLO LOS QUE YA EXISTIAN AL EMPEZAR
      *    LA VENTANA - UN CODIGO RECIEN DADO DE ALTA NO ES CANDIDATO)
      *  - LOS CODIGOS CUYA VERSION VIGENTE DE LA DESCRIPCION NUNCA
      *    SE USO (CONVE NUNCA RESOLVIO EL CODIGO CON ELLA)
      *EL USO ES DE TODAS LAS EMPRESAS, PORQUE EL MAESTRO ES UNO.
      *SIN HISTORIAL SALE EL REPORTE CON TODO EL MAESTRO SIN USO Y
      *RETURN CODE 4
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'CODUSO'                TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 026-ABRIR-ARCHIVOS
           PERFORM 040-PROCESAR-CODIGO
               UNTIL WSV-MST-SIGUIENTE = HIGH-VALUES
                 AND WSV-USO-SIGUIENTE = HIGH-VALUES
           PERFORM 060-LISTAR-ACTIVOS
           PERFORM 065-LISTAR-INACTIVOS
           PERFORM 070-LISTAR-SIN-USO-VIGENTE
           PERFORM 080-FIN
           IF NOT WSV-HAY-HISTORIAL
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       020-INICIO.
           MOVE ZEROS TO WSV-COD-CNT
           MOVE 'N'   TO WSV-HISTORIAL-SW
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE WSV-FECHA-CORRIDA (1:4) TO WSV-MES-BUSCADO
           MOVE WSC-MESES-DEFECTO       TO WSV-MESES
           PERFORM 022-LEER-TARJETA
           MOVE WSV-MES-BUSCADO         TO WSV-MES-FIN-AAMM
           IF WSV-MES-BUSCADO = WSV-FECHA-CORRIDA (1:4)
               MOVE WSV-FECHA-CORRIDA   TO WSV-CORTE-VIGENCIA
           ELSE
               MOVE WSV-MES-FIN         TO WSV-CORTE-VIGENCIA
           END-IF
           PERFORM 024-CALCULAR-VENTANA
           DISPLAY 'CODUSO: MES EVALUADO ' WSV-MES-BUSCADO
               ' - SIN USO DESDE EL ' WSV-DESDE
           MOVE 'CODUSO'              TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'USO DE CODIGOS - MES '
                  WSV-MES-BUSCADO DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE RPT-ACTIVOS-ENC       TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *LA TARJETA ES OPCIONAL - EL MES EN BLANCO O EN CEROS DEJA EL
      *DE LA FECHA DE NEGOCIO Y LOS MESES EN BLANCO O EN CEROS DEJAN
      *LOS DE OMISION
       022-LEER-TARJETA.
           OPEN INPUT COD-CARD-FILE
           IF WSV-CARD-STAT = '00'
               READ COD-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CODC-AAMM NUMERIC AND CODC-AAMM NOT = ZEROS
                           MOVE CODC-AAMM TO WSV-MES-BUSCADO
                       END-IF
                       IF CODC-MESES NUMERIC AND CODC-MESES NOT = ZEROS
                           MOVE CODC-MESES TO WSV-MESES
                       END-IF
               END-READ
               CLOSE COD-CARD-FILE
           END-IF.

       024-CALCULAR-VENTANA.
           MOVE WSV-MES-AA  TO WSV-DESDE-AA
           MOVE WSV-MES-MM  TO WSV-DESDE-MM
           MOVE 1           TO WSV-DESDE-DD
           SUBTRACT 1 FROM WSV-MESES GIVING WSV-MESES-ATRAS
           PERFORM 024A-RETROCEDER-MES WSV-MESES-ATRAS TIMES.

       024A-RETROCEDER-MES.
           IF WSV-DESDE-MM > 1
               SUBTRACT 1 FROM WSV-DESDE-MM
           ELSE
               MOVE 12 TO WSV-DESDE-MM
               IF WSV-DESDE-AA = ZEROS
                   MOVE 99 TO WSV-DESDE-AA
               ELSE
                   SUBTRACT 1 FROM WSV-DESDE-AA
               END-IF
           END-IF.

      *EL MAESTRO ES OBLIGATORIO; EL HISTORIAL NO (TODAVIA NO CORRIO
      *CONVE CON EL)
       026-ABRIR-ARCHIVOS.
           OPEN INPUT MASTER-FILE
           IF WSV-MSTR-STAT NOT = '00'
               MOVE '026-ABRIR-ARCHIV'    TO ABND-PARRAFO
               STRING 'OPEN MASTER-FILE FALLO - STATUS '
                      WSV-MSTR-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 032-LEER-MAESTRO
           OPEN INPUT USO-COD-FILE
           EVALUATE TRUE
               WHEN WSV-UCOD-STAT = '00'
                   MOVE 'S' TO WSV-HISTORIAL-SW
                   PERFORM 034-LEER-USO
               WHEN WSV-UCOD-STAT = '35'
                   DISPLAY 'CODUSO: SIN HISTORIAL DE USO DE CODIGOS'
                   MOVE HIGH-VALUES TO WSV-USO-SIGUIENTE
               WHEN OTHER
                   MOVE '026-ABRIR-ARCHIV'    TO ABND-PARRAFO
                   STRING 'OPEN USO-COD-FILE FALLO - STATUS '
                          WSV-UCOD-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       032-LEER-MAESTRO.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WSV-MST-SIGUIENTE
               NOT AT END
                   MOVE MST-CODIGO  TO WSV-MST-SIGUIENTE
           END-READ
           IF WSV-MSTR-STAT NOT = '00' AND WSV-MSTR-STAT NOT = '10'
               MOVE '032-LEER-MAESTRO'    TO ABND-PARRAFO
               STRING 'READ MASTER-FILE FALLO - STATUS '
                      WSV-MSTR-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       034-LEER-USO.
           READ USO-COD-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WSV-USO-SIGUIENTE
               NOT AT END
                   ADD 1 TO WSV-TOT-USO-LEIDOS
                   MOVE UCD-CODIGO  TO WSV-USO-SIGUIENTE
           END-READ
           IF WSV-UCOD-STAT NOT = '00' AND WSV-UCOD-STAT NOT = '10'
               MOVE '034-LEER-USO'        TO ABND-PARRAFO
               STRING 'READ USO-COD-FILE FALLO - STATUS '
                      WSV-UCOD-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *UN RENGLON POR CODIGO - PRIMERO SUS VERSIONES DEL MAESTRO,
      *PARA SABER CUAL ES LA VIGENTE ANTES DE MIRAR CON QUE VERSION
      *SE USO
       040-PROCESAR-CODIGO.
           IF WSV-MST-SIGUIENTE < WSV-USO-SIGUIENTE
               MOVE WSV-MST-SIGUIENTE TO WSV-CODIGO-ACTUAL
           ELSE
               MOVE WSV-USO-SIGUIENTE TO WSV-CODIGO-ACTUAL
           END-IF
           IF WSV-COD-CNT = WSC-MAX-CODIGOS
               MOVE '040-PROCESAR-COD'    TO ABND-PARRAFO
               MOVE 'TABLA DE CODIGOS LLENA - MAX 2000'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-COD-CNT
           SET WSV-COD-IDX TO WSV-COD-CNT
           MOVE WSV-CODIGO-ACTUAL TO WSV-COD-CODIGO (WSV-COD-IDX)
           MOVE 'N'    TO WSV-COD-EN-MAESTRO (WSV-COD-IDX)
           MOVE ZEROS  TO WSV-COD-VERSIONES (WSV-COD-IDX)
           MOVE ZEROS  TO WSV-COD-PRIMERA (WSV-COD-IDX)
           MOVE 'N'    TO WSV-COD-HAY-VIGENTE (WSV-COD-IDX)
           MOVE ZEROS  TO WSV-COD-VIGENTE (WSV-COD-IDX)
           MOVE SPACES TO WSV-COD-DESCRIPCION (WSV-COD-IDX)
           MOVE ZEROS  TO WSV-COD-OCURRENCIAS (WSV-COD-IDX)
           MOVE ZEROS  TO WSV-COD-IMPORTE (WSV-COD-IDX)
           MOVE ZEROS  TO WSV-COD-DIAS (WSV-COD-IDX)
           MOVE ZEROS  TO WSV-COD-ULTIMO-USO (WSV-COD-IDX)
           MOVE 'N'    TO WSV-COD-USO-VIGENTE (WSV-COD-IDX)
           MOVE ZEROS  TO WSV-FECHA-ANTERIOR
           PERFORM 042-TOMAR-VERSION
               UNTIL WSV-MST-SIGUIENTE NOT = WSV-CODIGO-ACTUAL
           PERFORM 046-TOMAR-USO
               UNTIL WSV-USO-SIGUIENTE NOT = WSV-CODIGO-ACTUAL.

      *LAS VERSIONES VIENEN EN ORDEN DE FECHA EFECTIVA - LA VIGENTE
      *ES LA ULTIMA QUE NO PASA EL CORTE, LA PRIMERA DICE DESDE
      *CUANDO EXISTE EL CODIGO
       042-TOMAR-VERSION.
           ADD 1 TO WSV-TOT-VERSIONES
           IF WSV-COD-VERSIONES (WSV-COD-IDX) = ZEROS
               ADD 1 TO WSV-TOT-EN-MAESTRO
               MOVE 'S' TO WSV-COD-EN-MAESTRO (WSV-COD-IDX)
               MOVE MST-FECHA-EFECTIVA
                   TO WSV-COD-PRIMERA (WSV-COD-IDX)
           END-IF
           ADD 1 TO WSV-COD-VERSIONES (WSV-COD-IDX)
           IF MST-FECHA-EFECTIVA NOT > WSV-CORTE-VIGENCIA
               MOVE 'S' TO WSV-COD-HAY-VIGENTE (WSV-COD-IDX)
               MOVE MST-FECHA-EFECTIVA
                   TO WSV-COD-VIGENTE (WSV-COD-IDX)
               MOVE MST-DESCRIPCION
                   TO WSV-COD-DESCRIPCION (WSV-COD-IDX)
           END-IF
           PERFORM 032-LEER-MAESTRO.

      *EL HISTORIAL VIENE EN ORDEN DE FECHA DENTRO DEL CODIGO (UNO
      *POR EMPRESA EN LA MISMA FECHA) - EL ULTIMO LEIDO ES EL USO MAS
      *RECIENTE, Y LOS DIAS DE USO SON LAS FECHAS DISTINTAS DEL MES
       046-TOMAR-USO.
           IF UCD-FECHA-NEGOCIO > WSV-MES-FIN
               ADD 1 TO WSV-TOT-USO-POSTERIOR
           ELSE
               MOVE UCD-FECHA-NEGOCIO
                   TO WSV-COD-ULTIMO-USO (WSV-COD-IDX)
               IF UCD-AAMM = WSV-MES-BUSCADO
                   ADD UCD-OCURRENCIAS
                       TO WSV-COD-OCURRENCIAS (WSV-COD-IDX)
                   ADD UCD-IMPORTE
                       TO WSV-COD-IMPORTE (WSV-COD-IDX)
                   IF UCD-FECHA-NEGOCIO NOT = WSV-FECHA-ANTERIOR
                       ADD 1 TO WSV-COD-DIAS (WSV-COD-IDX)
                       MOVE UCD-FECHA-NEGOCIO TO WSV-FECHA-ANTERIOR
                   END-IF
               END-IF
               IF UCD-CODIGO-CONOCIDO
                AND WSV-COD-HAY-VIGENTE (WSV-COD-IDX) = 'S'
                AND UCD-VERSION = WSV-COD-VIGENTE (WSV-COD-IDX)
                   MOVE 'S' TO WSV-COD-USO-VIGENTE (WSV-COD-IDX)
               END-IF
           END-IF
           PERFORM 034-LEER-USO.

      *---------------- CODIGOS ACTIVOS EN EL MES ----------------
       060-LISTAR-ACTIVOS.
           MOVE 'CODIGOS USADOS EN EL MES' TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           PERFORM 062-LINEA-ACTIVO
               VARYING WSV-COD-IDX FROM 1 BY 1
               UNTIL WSV-COD-IDX > WSV-COD-CNT.

      *UN CODIGO USADO SIN VERSION VIGENTE EN EL MAESTRO (CONVE LO
      *INFORMO COMO DESCONOCIDO) SE LISTA IGUAL, SIN DESCRIPCION
       062-LINEA-ACTIVO.
           IF WSV-COD-OCURRENCIAS (WSV-COD-IDX) > ZEROS
               ADD 1 TO WSV-TOT-ACTIVOS
               ADD WSV-COD-OCURRENCIAS (WSV-COD-IDX)
                   TO WSV-TOT-OCURRENCIAS
               ADD WSV-COD-IMPORTE (WSV-COD-IDX) TO WSV-TOT-IMPORTE
               MOVE WSV-COD-CODIGO (WSV-COD-IDX)  TO RPTA-CODIGO
               PERFORM 064-DESCRIPCION-ACTIVO
               MOVE WSV-COD-DIAS (WSV-COD-IDX)    TO RPTA-DIAS
               MOVE WSV-COD-OCURRENCIAS (WSV-COD-IDX)
                   TO RPTA-OCURRENCIAS
               MOVE WSV-COD-IMPORTE (WSV-COD-IDX) TO RPTA-IMPORTE
               MOVE RPT-ACTIVO TO REPW-LINEA
               MOVE 1          TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF.

       064-DESCRIPCION-ACTIVO.
           IF WSV-COD-HAY-VIGENTE (WSV-COD-IDX) = 'S'
               MOVE WSV-COD-DESCRIPCION (WSV-COD-IDX)
                   TO RPTA-DESCRIPCION
               PERFORM 090-EDITAR-VIGENCIA
               MOVE RPTI-VIGENCIA TO RPTA-VIGENCIA
           ELSE
               MOVE 'DESCONOC.'   TO RPTA-DESCRIPCION
               MOVE SPACES        TO RPTA-VIGENCIA
           END-IF.

      *---------------- CANDIDATOS A DEPURAR ----------------
       065-LISTAR-INACTIVOS.
           MOVE RPT-INACTIVOS-ENC TO REPW-ENCAB2
           PERFORM 099-PAGINA-REPORTE
           MOVE SPACES TO RPTX-TITULO
           STRING 'CODIGOS SIN USO DESDE EL ' WSV-DESDE
                  ' (' WSV-MESES ' MESES) - CANDIDATOS A DEPURAR'
                  DELIMITED BY SIZE
                  INTO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           PERFORM 067-LINEA-INACTIVO
               VARYING WSV-COD-IDX FROM 1 BY 1
               UNTIL WSV-COD-IDX > WSV-COD-CNT.

       067-LINEA-INACTIVO.
           IF WSV-COD-EN-MAESTRO (WSV-COD-IDX) = 'S'
            AND WSV-COD-ULTIMO-USO (WSV-COD-IDX) < WSV-DESDE
            AND WSV-COD-PRIMERA (WSV-COD-IDX) < WSV-DESDE
               ADD 1 TO WSV-TOT-CANDIDATOS
               PERFORM 068-ARMAR-INACTIVO
               MOVE RPT-INACTIVO TO REPW-LINEA
               MOVE 1            TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF.

      *EL MISMO RENGLON SIRVE A LAS DOS ULTIMAS SECCIONES
       068-ARMAR-INACTIVO.
           MOVE WSV-COD-CODIGO (WSV-COD-IDX) TO RPTI-CODIGO
           IF WSV-COD-HAY-VIGENTE (WSV-COD-IDX) = 'S'
               MOVE WSV-COD-DESCRIPCION (WSV-COD-IDX)
                   TO RPTI-DESCRIPCION
               PERFORM 090-EDITAR-VIGENCIA
           ELSE
               MOVE 'SOLO FUTUR'   TO RPTI-DESCRIPCION
               MOVE SPACES         TO RPTI-VIGENCIA
           END-IF
           MOVE WSV-COD-VERSIONES (WSV-COD-IDX) TO RPTI-VERSIONES
           IF WSV-COD-PRIMERA (WSV-COD-IDX) = ZEROS
               MOVE 'BASE'         TO RPTI-PRIMERA
           ELSE
               MOVE WSV-COD-PRIMERA (WSV-COD-IDX) TO RPTI-PRIMERA
           END-IF
           IF WSV-COD-ULTIMO-USO (WSV-COD-IDX) = ZEROS
               MOVE 'NUNCA'        TO RPTI-ULTIMO-USO
           ELSE
               MOVE WSV-COD-ULTIMO-USO (WSV-COD-IDX)
                   TO RPTI-ULTIMO-USO
           END-IF.

      *---------------- VERSION VIGENTE NUNCA USADA ----------------
       070-LISTAR-SIN-USO-VIGENTE.
           PERFORM 099-PAGINA-REPORTE
           MOVE 'CODIGOS CUYA VERSION VIGENTE NUNCA SE USO'
               TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           PERFORM 072-LINEA-SIN-USO-VIGENTE
               VARYING WSV-COD-IDX FROM 1 BY 1
               UNTIL WSV-COD-IDX > WSV-COD-CNT.

       072-LINEA-SIN-USO-VIGENTE.
           IF WSV-COD-HAY-VIGENTE (WSV-COD-IDX) = 'S'
            AND WSV-COD-USO-VIGENTE (WSV-COD-IDX) = 'N'
               ADD 1 TO WSV-TOT-SIN-USO-VIG
               PERFORM 068-ARMAR-INACTIVO
               MOVE RPT-INACTIVO TO REPW-LINEA
               MOVE 1            TO REPW-AVANCE
               PERFORM 098-LINEA-REPORTE
           END-IF.

       076-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       079-TITULO-SECCION.
           MOVE RPT-SECCION TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           CLOSE MASTER-FILE
           IF WSV-HAY-HISTORIAL
               CLOSE USO-COD-FILE
           END-IF
           MOVE SPACES TO REPW-ENCAB2
           PERFORM 099-PAGINA-REPORTE
           MOVE 'RESUMEN DEL MES' TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE 'CODIGOS EN EL MAESTRO         : ' TO RPTT-LITERAL
           MOVE WSV-TOT-EN-MAESTRO                 TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'VERSIONES EN EL MAESTRO       : ' TO RPTT-LITERAL
           MOVE WSV-TOT-VERSIONES                  TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'CODIGOS USADOS EN EL MES      : ' TO RPTT-LITERAL
           MOVE WSV-TOT-ACTIVOS                    TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'OCURRENCIAS DEL MES           : ' TO RPTT-LITERAL
           MOVE WSV-TOT-OCURRENCIAS                TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'IMPORTE CONVERTIDO DEL MES    : ' TO RPTM-LITERAL
           MOVE WSV-TOT-IMPORTE                    TO RPTM-IMPORTE
           MOVE RPT-TOTAL-IMPORTE TO REPW-LINEA
           MOVE 1                 TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'CANDIDATOS A DEPURAR          : ' TO RPTT-LITERAL
           MOVE WSV-TOT-CANDIDATOS                 TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'VERSION VIGENTE NUNCA USADA   : ' TO RPTT-LITERAL
           MOVE WSV-TOT-SIN-USO-VIG                TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE SPACES TO RPTX-TITULO
           PERFORM 079-TITULO-SECCION
           MOVE 'REGISTROS DE USO LEIDOS       : ' TO RPTT-LITERAL
           MOVE WSV-TOT-USO-LEIDOS                 TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           MOVE 'POSTERIORES AL MES EVALUADO   : ' TO RPTT-LITERAL
           MOVE WSV-TOT-USO-POSTERIOR              TO RPTT-CANTIDAD
           PERFORM 076-TOTAL-LINEA
           IF NOT WSV-HAY-HISTORIAL
               MOVE SPACES TO RPTX-TITULO
               PERFORM 079-TITULO-SECCION
               MOVE 'SIN HISTORIAL DE USO - TODO EL MAESTRO FIGURA SIN'
                   TO RPTX-TITULO
               PERFORM 079-TITULO-SECCION
               MOVE 'USO' TO RPTX-TITULO
               PERFORM 079-TITULO-SECCION
           END-IF
           DISPLAY 'CODUSO - CODIGOS USADOS EN EL MES : '
               WSV-TOT-ACTIVOS
           DISPLAY 'CODUSO - CANDIDATOS A DEPURAR     : '
               WSV-TOT-CANDIDATOS
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *LA VERSION BASE (000000) SE MUESTRA COMO BASE
       090-EDITAR-VIGENCIA.
           IF WSV-COD-VIGENTE (WSV-COD-IDX) = ZEROS
               MOVE 'BASE'         TO RPTI-VIGENCIA
           ELSE
               MOVE WSV-COD-VIGENTE (WSV-COD-IDX) TO RPTI-VIGENCIA
           END-IF.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
