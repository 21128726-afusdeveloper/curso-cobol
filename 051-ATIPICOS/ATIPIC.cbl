       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ATIPIC.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LA HISTORIA SALE DE LA AUDITORIA VIGENTE Y DE LA ULTIMA
      *GENERACION ARCHIVADA POR ARCPRG (OPCIONAL)
           SELECT AUDIT-FILE            ASSIGN TO AUDFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDIT-STAT.

           SELECT AUDIT-ARCH-FILE       ASSIGN TO AUDARCH
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-AUDA-STAT.

           SELECT EXCEPTION-FILE        ASSIGN TO EXCPFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-EXCP-STAT.

           SELECT ATI-CARD-FILE         ASSIGN TO ATICARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ATIC-STAT.

           SELECT OPER-FILE             ASSIGN TO OPERCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OPER-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  AUDIT-FILE-RECORD            PIC X(60).

       FD  AUDIT-ARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  AUDIT-ARCH-RECORD            PIC X(60).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
           COPY EXCPWS.

      *TARJETA DE PARAMETROS (OPCIONAL) - DIAS DE POSTEO DEL PERFIL,
      *DESVIOS TOLERADOS (9V99) Y DIAS MINIMOS DE ACTIVIDAD DE LA
      *SUCURSAL PARA JUZGARLA; UN CAMPO INVALIDO DEJA EL DEFECTO
       FD  ATI-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ATI-CARD-RECORD.
           05 ATIC-DIAS                 PIC 9(02).
           05 FILLER                    PIC X(01).
           05 ATIC-DESVIOS              PIC 9(01)V99.
           05 FILLER                    PIC X(01).
           05 ATIC-MINIMO               PIC 9(02).
           05 FILLER                    PIC X(71).

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPERWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
           COPY ALRTWS.
           COPY AUDWS.
      *
       77  WSV-AUDIT-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-AUDA-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-EXCP-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-ATIC-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-OPER-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSV-OPERADOR                 PIC X(08) VALUE 'NOIDENT'.
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
       01  WSV-RUN-STAMP.
           05 WSV-RUN-DATE              PIC 9(06) VALUE ZEROS.
           05 WSV-RUN-TIME              PIC 9(08) VALUE ZEROS.
       77  WSV-RUN-ID                   PIC X(14) VALUE SPACES.
      *
      *PARAMETROS DEL ANALISIS - UN DESVIO A PARTIR DEL FACTOR ES
      *ADVERTENCIA (SEVERIDAD 2); A PARTIR DEL DOBLE ES GRAVE
      *(SEVERIDAD 3) Y SALE ADEMAS POR ALERTA
       77  WSV-DIAS-PERFIL              PIC 9(02) VALUE 20.
       77  WSV-FACTOR                   PIC 9(01)V99 VALUE 3.00.
       77  WSV-FACTOR-GRAVE             PIC 9(02)V99 VALUE 6.00.
       77  WSV-FACTOR-EDIT              PIC 9.99.
       77  WSV-MINIMO-DIAS              PIC 9(02) VALUE 5.
      *UN DESVIO MENOR QUE ESTE PISO (PERFIL CASI CONSTANTE) SE LLEVA
      *AL PISO PARA QUE CUALQUIER DIFERENCIA MINIMA NO SEA INFINITA
       77  WSC-DESVIO-PISO              PIC 9(01)V99 VALUE 1.00.
      *
       77  WSV-ARCH-SW                  PIC X(01) VALUE 'N'.
         88 WSV-HAY-ARCHIVO                      VALUE 'S'.
       77  WSV-PASADA                   PIC 9(01) VALUE ZEROS.
         88 WSV-PASADA-DIAS                      VALUE 1.
         88 WSV-PASADA-PERFIL                    VALUE 2.
       77  WSV-FECHA-REG                PIC 9(06) VALUE ZEROS.
       77  WSV-SEC-EDIT                 PIC 9(07) VALUE ZEROS.
      *
      *DIAS DE POSTEO DEL PERFIL - LOS ULTIMOS WSV-DIAS-PERFIL DIAS
      *CON AUDITORIA ANTERIORES A LA FECHA DE NEGOCIO, ORDENADOS DE
      *MENOR A MAYOR (UN DIA HABIL SIN POSTEO NO ES DIA DE POSTEO)
       77  WSC-MAX-DIAS                 PIC 9(02) VALUE 60.
       77  WSV-DIA-CNT                  PIC 9(02) VALUE ZEROS.
       77  WSV-DIA-POS                  PIC 9(02) VALUE ZEROS.
       77  WSV-DIA-MOV                  PIC 9(02) VALUE ZEROS.
       77  WSV-DIA-SW                   PIC X(01) VALUE 'N'.
         88 WSV-DIA-YA-ESTA                      VALUE 'S'.
       01  WSV-TABLA-DIAS.
           05 WSV-DIA-FECHA            PIC 9(06) OCCURS 60 TIMES
                                        INDEXED BY WSV-DIA-IDX.
      *
      *PERFIL POR SUCURSAL - CANTIDADES POR DIA DE POSTEO DE LA
      *VENTANA (VOLUMEN) Y SUMAS DE LOS OPERANDOS Y DE SUS CUADRADOS
      *(MONTOS) PARA PROMEDIO Y DESVIO ESTANDAR
       77  WSC-MAX-SUCURSALES           PIC 9(02) VALUE 50.
       77  WSV-SUC-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-SUCURSALES.
           05 WSV-SUC-ENTRY            OCCURS 1 TO 50 TIMES
                                        DEPENDING ON WSV-SUC-CNT
                                        INDEXED BY WSV-SUC-IDX.
               10 WSV-SUC-CODIGO       PIC X(03).
               10 WSV-SUC-HOY          PIC 9(07).
               10 WSV-SUC-ITEMS        PIC 9(07).
               10 WSV-SUC-DIAS-ACT     PIC 9(02).
               10 WSV-SUC-SUMA-A       PIC S9(11)V99 COMP-3.
               10 WSV-SUC-CUAD-A       PIC S9(16)V99 COMP-3.
               10 WSV-SUC-SUMA-B       PIC S9(11)V99 COMP-3.
               10 WSV-SUC-CUAD-B       PIC S9(16)V99 COMP-3.
               10 WSV-SUC-PROM-VOL     PIC S9(07)V99 COMP-3.
               10 WSV-SUC-DESV-VOL     PIC S9(07)V99 COMP-3.
               10 WSV-SUC-PROM-A       PIC S9(07)V99 COMP-3.
               10 WSV-SUC-DESV-A       PIC S9(07)V99 COMP-3.
               10 WSV-SUC-PROM-B       PIC S9(07)V99 COMP-3.
               10 WSV-SUC-DESV-B       PIC S9(07)V99 COMP-3.
               10 WSV-SUC-PERFIL-SW    PIC X(01).
                 88 WSV-SUC-CON-PERFIL           VALUE 'S'.
               10 WSV-SUC-DIA-CUENTA   PIC 9(05) OCCURS 60 TIMES.
      *
      *CALCULO DEL PROMEDIO, LA VARIANZA Y SU RAIZ (NEWTON)
       77  WSV-CUAD-DIAS                PIC S9(13) COMP-3 VALUE ZEROS.
       77  WSV-VARIANZA                 PIC S9(11)V9(04) COMP-3
                                                   VALUE ZEROS.
       77  WSV-RAIZ                     PIC S9(11)V9(04) COMP-3
                                                   VALUE ZEROS.
       77  WSC-ITER-RAIZ                PIC 9(02) VALUE 40.
       77  WSV-DIFERENCIA               PIC S9(07)V99 COMP-3
                                                   VALUE ZEROS.
       77  WSV-DESVIOS                  PIC 9(03)V99 VALUE ZEROS.
       77  WSV-DESVIOS-B                PIC 9(03)V99 VALUE ZEROS.
       77  WSV-SEVERIDAD                PIC 9(01) VALUE ZEROS.
      *
       01  WSV-CONTADORES.
           05 WSV-CNT-LEIDOS           PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-HOY              PIC 9(07) VALUE ZEROS.
           05 WSV-CNT-SUC-MARCADAS     PIC 9(05) VALUE ZEROS.
           05 WSV-CNT-ITEMS-MARCADOS   PIC 9(05) VALUE ZEROS.
           05 WSV-CNT-GRAVES           PIC 9(05) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - UNA LINEA
      *POR SUCURSAL CON SU PERFIL Y EL DIA, Y DESPUES LOS ITEMS
      *FUERA DE RANGO
       01  RPT-ENCABEZADO-2.
           05 FILLER              PIC X(05) VALUE 'SUC'.
           05 FILLER              PIC X(06) VALUE 'DIAS'.
           05 FILLER              PIC X(11) VALUE ' PROM/DIA'.
           05 FILLER              PIC X(11) VALUE '   DESVIO'.
           05 FILLER              PIC X(09) VALUE '    HOY'.
           05 FILLER              PIC X(09) VALUE 'DESVIOS'.
           05 FILLER              PIC X(29) VALUE 'MARCA'.

       01  RPT-SUCURSAL.
           05 RPTS-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTS-DIAS                 PIC Z9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTS-PROMEDIO             PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTS-DESVIO               PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTS-HOY                  PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTS-DESVIOS              PIC ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTS-MARCA                PIC X(12).
           05 FILLER                    PIC X(18) VALUE SPACES.

       01  RPT-ITEM.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-RUN-ID               PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTI-SECUENCIA            PIC ZZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-NUM-A                PIC ZZZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-NUM-B                PIC ZZZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-DESVIOS              PIC ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTI-MARCA                PIC X(12).
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  RPT-TITULO-ITEMS.
           05 FILLER                    PIC X(80) VALUE
              'ITEMS DEL DIA FUERA DEL RANGO DE SU SUCURSAL'.

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.
      *
       01  WSV-RAZON-VOLUMEN.
           05 FILLER                    PIC X(20) VALUE
              'VOLUMEN ATIPICO HOY '.
           05 WSV-RV-HOY                PIC ZZZZZZ9.
           05 FILLER                    PIC X(06) VALUE ' PROM '.
           05 WSV-RV-PROMEDIO           PIC ZZZZZZ9.
       01  WSV-RAZON-MONTO.
           05 FILLER                    PIC X(18) VALUE
              'MONTO ATIPICO SUC '.
           05 WSV-RM-SUCURSAL           PIC X(03).
           05 FILLER                    PIC X(03) VALUE ' - '.
           05 WSV-RM-DESVIOS            PIC ZZ9.99.
           05 FILLER                    PIC X(08) VALUE ' DESVIOS'.

      *ANALISIS NOCTURNO DE ACTIVIDAD INUSUAL - CADA SUCURSAL SE
      *COMPARA CONTRA SU PROPIA HISTORIA: EL VOLUMEN DEL DIA CONTRA
      *EL PROMEDIO Y EL DESVIO DE SUS CANTIDADES DIARIAS EN LOS
      *ULTIMOS DIAS DE POSTEO, Y CADA ITEM DEL DIA CONTRA EL PROMEDIO
      *Y EL DESVIO DE SUS OPERANDOS. LO QUE SE SALE DEL RANGO QUEDA
      *EN EXCPFILE (DE AHI A EXCPHIST, EXCAGE Y ALERTA COMO CUALQUIER
      *EXCEPCION). LOS REGISTROS REVERSANTES NO ENTRAN AL PERFIL
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'ATIPIC'                TO ABND-PROGRAMA
           MOVE ZEROS  TO WSV-CNT-LEIDOS
           MOVE ZEROS  TO WSV-CNT-HOY
           MOVE ZEROS  TO WSV-CNT-SUC-MARCADAS
           MOVE ZEROS  TO WSV-CNT-ITEMS-MARCADOS
           MOVE ZEROS  TO WSV-CNT-GRAVES
           MOVE ZEROS  TO WSV-DIA-CNT
           MOVE ZEROS  TO WSV-SUC-CNT
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           MOVE FECH-FECHA TO WSV-RUN-DATE
           ACCEPT WSV-RUN-TIME FROM TIME
           STRING WSV-RUN-DATE WSV-RUN-TIME DELIMITED BY SIZE
               INTO WSV-RUN-ID
           PERFORM 011-LEER-OPERADOR
           PERFORM 015-LEER-TARJETA
           PERFORM 020-INICIO
           MOVE 1 TO WSV-PASADA
           PERFORM 030-RECORRER-AUDITORIA
           MOVE 2 TO WSV-PASADA
           PERFORM 030-RECORRER-AUDITORIA
           PERFORM 050-JUZGAR-SUCURSAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT
           PERFORM 060-JUZGAR-ITEMS
           PERFORM 080-FIN
      *LO MARCADO TERMINA CON RETURN CODE 4 - AVISO SIN DETENER LOS
      *PASOS POSTERIORES, QUE SON LOS QUE LLEVAN LAS EXCEPCIONES AL
      *HISTORIAL
           IF WSV-CNT-SUC-MARCADAS > ZEROS
            OR WSV-CNT-ITEMS-MARCADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       011-LEER-OPERADOR.
           OPEN INPUT OPER-FILE
           IF WSV-OPER-STAT = '00'
               READ OPER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPER-ID NOT = SPACES
                           MOVE OPER-ID TO WSV-OPERADOR
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

      *LA TARJETA ES OPCIONAL - SIN ELLA EL PERFIL ES DE 20 DIAS DE
      *POSTEO, SE TOLERAN 3 DESVIOS Y SE EXIGEN 5 DIAS DE ACTIVIDAD
       015-LEER-TARJETA.
           MOVE 20   TO WSV-DIAS-PERFIL
           MOVE 3.00 TO WSV-FACTOR
           MOVE 5    TO WSV-MINIMO-DIAS
           OPEN INPUT ATI-CARD-FILE
           IF WSV-ATIC-STAT = '00'
               READ ATI-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 016-ANOTAR-TARJETA
               END-READ
               CLOSE ATI-CARD-FILE
           END-IF
           COMPUTE WSV-FACTOR-GRAVE = WSV-FACTOR * 2
           MOVE WSV-FACTOR TO WSV-FACTOR-EDIT
           DISPLAY 'PERFIL DE ' WSV-DIAS-PERFIL ' DIAS - TOLERANCIA '
               WSV-FACTOR-EDIT ' DESVIOS - MINIMO ' WSV-MINIMO-DIAS
               ' DIAS'.

       016-ANOTAR-TARJETA.
           IF ATIC-DIAS NUMERIC
            AND ATIC-DIAS > ZEROS
            AND ATIC-DIAS NOT > WSC-MAX-DIAS
               MOVE ATIC-DIAS TO WSV-DIAS-PERFIL
           ELSE
               DISPLAY 'TARJETA ATICARD - DIAS INVALIDOS, SE USA '
                   WSV-DIAS-PERFIL
           END-IF
           IF ATIC-DESVIOS NUMERIC AND ATIC-DESVIOS > ZEROS
               MOVE ATIC-DESVIOS TO WSV-FACTOR
           ELSE
               MOVE WSV-FACTOR TO WSV-FACTOR-EDIT
               DISPLAY 'TARJETA ATICARD - DESVIOS INVALIDOS, SE USA '
                   WSV-FACTOR-EDIT
           END-IF
           IF ATIC-MINIMO NUMERIC AND ATIC-MINIMO > ZEROS
               MOVE ATIC-MINIMO TO WSV-MINIMO-DIAS
           ELSE
               DISPLAY 'TARJETA ATICARD - MINIMO INVALIDO, SE USA '
                   WSV-MINIMO-DIAS
           END-IF
           IF WSV-MINIMO-DIAS > WSV-DIAS-PERFIL
               MOVE WSV-DIAS-PERFIL TO WSV-MINIMO-DIAS
           END-IF.

       020-INICIO.
           OPEN EXTEND EXCEPTION-FILE
           IF WSV-EXCP-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN EXCEPTION-FILE FALLO - STATUS '
                      WSV-EXCP-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN INPUT AUDIT-ARCH-FILE
           EVALUATE TRUE
               WHEN WSV-AUDA-STAT = '00'
                   MOVE 'S' TO WSV-ARCH-SW
                   CLOSE AUDIT-ARCH-FILE
               WHEN WSV-AUDA-STAT = '35'
                   MOVE 'N' TO WSV-ARCH-SW
                   DISPLAY 'SIN AUDITORIA ARCHIVADA - SOLO AUDFILE'
               WHEN OTHER
                   MOVE '020-INICIO'          TO ABND-PARRAFO
                   STRING 'OPEN AUDIT-ARCH FALLO - STATUS '
                          WSV-AUDA-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           MOVE 'ATIPIC'              TO REPW-REPORT-ID
           MOVE 'ACTIVIDAD ATIPICA'   TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *UNA PASADA COMPLETA POR LA HISTORIA (ARCHIVADA Y VIGENTE) -
      *LA PRIMERA JUNTA LOS DIAS DE POSTEO DE LA VENTANA, LA SEGUNDA
      *ARMA EL PERFIL DE CADA SUCURSAL SOBRE ESOS DIAS
       030-RECORRER-AUDITORIA.
           IF WSV-HAY-ARCHIVO
               OPEN INPUT AUDIT-ARCH-FILE
               IF WSV-AUDA-STAT NOT = '00'
                   MOVE '030-RECORRER-AUD'    TO ABND-PARRAFO
                   STRING 'OPEN AUDIT-ARCH FALLO - STATUS '
                          WSV-AUDA-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               MOVE '1' TO WSS-SWITCHES
               PERFORM 032-LEER-ARCHIVO
               PERFORM 033-PROCESAR-ARCHIVO UNTIL WSS-FIN
               CLOSE AUDIT-ARCH-FILE
           END-IF
           PERFORM 031-ABRIR-AUDIT
           PERFORM 034-LEER-AUDIT
           PERFORM 035-PROCESAR-AUDIT UNTIL WSS-FIN
           CLOSE AUDIT-FILE
           MOVE '1' TO WSS-SWITCHES.

       031-ABRIR-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WSV-AUDIT-STAT NOT = '00'
               MOVE '031-ABRIR-AUDIT'     TO ABND-PARRAFO
               STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                      WSV-AUDIT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES.

       032-LEER-ARCHIVO.
           READ AUDIT-ARCH-FILE INTO AUDIT-RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       033-PROCESAR-ARCHIVO.
           PERFORM 036-PROCESAR-REGISTRO
           PERFORM 032-LEER-ARCHIVO.

       034-LEER-AUDIT.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       035-PROCESAR-AUDIT.
           PERFORM 036-PROCESAR-REGISTRO
           PERFORM 034-LEER-AUDIT.

      *LA FECHA DE POSTEO ES LA DEL RUN-ID DE LA CORRIDA DE ARITM.
      *LA BITACORA ES COMUN A LAS EMPRESAS - CADA UNA PERFILA Y
      *JUZGA SOLO LO SUYO
       036-PROCESAR-REGISTRO.
           IF NOT AUD-REVERSANTE
            AND AUD-RUN-ID (1:6) NUMERIC
            AND AUD-EMPRESA = FECH-EMPRESA
               MOVE AUD-RUN-ID (1:6) TO WSV-FECHA-REG
               EVALUATE TRUE
                   WHEN WSV-PASADA-DIAS
                    AND WSV-FECHA-REG < WSV-FECHA-CORRIDA
                       ADD 1 TO WSV-CNT-LEIDOS
                       PERFORM 037-ANOTAR-DIA
                   WHEN WSV-PASADA-PERFIL
                    AND WSV-FECHA-REG = WSV-FECHA-CORRIDA
                       ADD 1 TO WSV-CNT-HOY
                       PERFORM 040-UBICAR-SUCURSAL
                       ADD 1 TO WSV-SUC-HOY (WSV-SUC-IDX)
                   WHEN WSV-PASADA-PERFIL
                    AND WSV-DIA-CNT > ZEROS
                    AND WSV-FECHA-REG < WSV-FECHA-CORRIDA
                    AND WSV-FECHA-REG NOT < WSV-DIA-FECHA (1)
                       PERFORM 042-ACUMULAR-PERFIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *LA TABLA GUARDA SOLO LOS DIAS MAS RECIENTES - CON LA TABLA
      *LLENA UN DIA MAS NUEVO DESPLAZA AL MAS VIEJO
       037-ANOTAR-DIA.
           MOVE 'N' TO WSV-DIA-SW
           IF WSV-DIA-CNT > ZEROS
               SET WSV-DIA-IDX TO 1
               SEARCH WSV-DIA-FECHA
                   VARYING WSV-DIA-IDX
                   AT END
                       CONTINUE
                   WHEN WSV-DIA-IDX > WSV-DIA-CNT
                       CONTINUE
                   WHEN WSV-DIA-FECHA (WSV-DIA-IDX) = WSV-FECHA-REG
                       MOVE 'S' TO WSV-DIA-SW
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WSV-DIA-YA-ESTA
                   CONTINUE
               WHEN WSV-DIA-CNT < WSV-DIAS-PERFIL
                   ADD 1 TO WSV-DIA-CNT
                   MOVE WSV-DIA-CNT TO WSV-DIA-POS
                   PERFORM 038-UBICAR-DIA
               WHEN WSV-FECHA-REG > WSV-DIA-FECHA (1)
                   PERFORM 039-CORRER-ABAJO
                       VARYING WSV-DIA-MOV FROM 1 BY 1
                       UNTIL WSV-DIA-MOV = WSV-DIA-CNT
                   MOVE WSV-DIA-CNT TO WSV-DIA-POS
                   PERFORM 038-UBICAR-DIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *INSERCION ORDENADA - EL HUECO EN WSV-DIA-POS BAJA CORRIENDO
      *HACIA ARRIBA LOS DIAS MAYORES QUE LA FECHA NUEVA
       038-UBICAR-DIA.
           PERFORM 038A-CORRER-ARRIBA
               UNTIL WSV-DIA-POS = 1
                  OR WSV-DIA-FECHA (WSV-DIA-POS - 1) < WSV-FECHA-REG
           MOVE WSV-FECHA-REG TO WSV-DIA-FECHA (WSV-DIA-POS).

       038A-CORRER-ARRIBA.
           MOVE WSV-DIA-FECHA (WSV-DIA-POS - 1)
               TO WSV-DIA-FECHA (WSV-DIA-POS)
           SUBTRACT 1 FROM WSV-DIA-POS.

       039-CORRER-ABAJO.
           MOVE WSV-DIA-FECHA (WSV-DIA-MOV + 1)
               TO WSV-DIA-FECHA (WSV-DIA-MOV).

       040-UBICAR-SUCURSAL.
           SET WSV-SUC-IDX TO 1
           SEARCH WSV-SUC-ENTRY
               AT END
                   PERFORM 041-AGREGAR-SUCURSAL
               WHEN WSV-SUC-CODIGO (WSV-SUC-IDX) = AUD-SUCURSAL
                   CONTINUE
           END-SEARCH.

       041-AGREGAR-SUCURSAL.
           IF WSV-SUC-CNT = WSC-MAX-SUCURSALES
               MOVE '041-AGREGAR-SUCU'    TO ABND-PARRAFO
               MOVE 'TABLA DE SUCURSALES LLENA - MAX 50'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-SUC-CNT
           SET WSV-SUC-IDX TO WSV-SUC-CNT
           MOVE AUD-SUCURSAL TO WSV-SUC-CODIGO (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-HOY (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-ITEMS (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-DIAS-ACT (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-SUMA-A (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-CUAD-A (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-SUMA-B (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-CUAD-B (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-PROM-VOL (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-DESV-VOL (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-PROM-A (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-DESV-A (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-PROM-B (WSV-SUC-IDX)
           MOVE ZEROS        TO WSV-SUC-DESV-B (WSV-SUC-IDX)
           MOVE 'N'          TO WSV-SUC-PERFIL-SW (WSV-SUC-IDX)
           PERFORM 041A-LIMPIAR-DIA
               VARYING WSV-DIA-MOV FROM 1 BY 1
               UNTIL WSV-DIA-MOV > WSC-MAX-DIAS.

       041A-LIMPIAR-DIA.
           MOVE ZEROS TO WSV-SUC-DIA-CUENTA (WSV-SUC-IDX, WSV-DIA-MOV).

      *SOLO CUENTAN LOS DIAS QUE QUEDARON EN LA TABLA - UN DIA SIN
      *POSTEO ENTRE DOS DE LA VENTANA NO ES DIA DE POSTEO
       042-ACUMULAR-PERFIL.
           SET WSV-DIA-IDX TO 1
           SEARCH WSV-DIA-FECHA
               VARYING WSV-DIA-IDX
               AT END
                   CONTINUE
               WHEN WSV-DIA-IDX > WSV-DIA-CNT
                   CONTINUE
               WHEN WSV-DIA-FECHA (WSV-DIA-IDX) = WSV-FECHA-REG
                   PERFORM 040-UBICAR-SUCURSAL
                   SET WSV-DIA-POS TO WSV-DIA-IDX
                   ADD 1 TO WSV-SUC-DIA-CUENTA (WSV-SUC-IDX,
                                                WSV-DIA-POS)
                   ADD 1 TO WSV-SUC-ITEMS (WSV-SUC-IDX)
                   ADD AUD-NUM-A TO WSV-SUC-SUMA-A (WSV-SUC-IDX)
                   COMPUTE WSV-SUC-CUAD-A (WSV-SUC-IDX) =
                       WSV-SUC-CUAD-A (WSV-SUC-IDX)
                           + AUD-NUM-A * AUD-NUM-A
                   ADD AUD-NUM-B TO WSV-SUC-SUMA-B (WSV-SUC-IDX)
                   COMPUTE WSV-SUC-CUAD-B (WSV-SUC-IDX) =
                       WSV-SUC-CUAD-B (WSV-SUC-IDX)
                           + AUD-NUM-B * AUD-NUM-B
           END-SEARCH.

      *PERFIL DE LA SUCURSAL Y JUICIO DE SU VOLUMEN DEL DIA - LOS
      *DIAS DE LA VENTANA SIN ACTIVIDAD DE LA SUCURSAL CUENTAN CERO;
      *SIN EL MINIMO DE DIAS CON ACTIVIDAD LA SUCURSAL NO SE JUZGA
       050-JUZGAR-SUCURSAL.
           MOVE ZEROS TO WSV-CUAD-DIAS
           PERFORM 051-SUMAR-DIA
               VARYING WSV-DIA-MOV FROM 1 BY 1
               UNTIL WSV-DIA-MOV > WSV-DIA-CNT
           MOVE ZEROS  TO WSV-DESVIOS
           MOVE SPACES TO RPTS-MARCA
           IF WSV-SUC-DIAS-ACT (WSV-SUC-IDX) < WSV-MINIMO-DIAS
               MOVE 'SIN PERFIL' TO RPTS-MARCA
           ELSE
               MOVE 'S' TO WSV-SUC-PERFIL-SW (WSV-SUC-IDX)
               PERFORM 052-CALCULAR-PERFIL
               IF WSV-SUC-HOY (WSV-SUC-IDX)
                       > WSV-SUC-PROM-VOL (WSV-SUC-IDX)
                   COMPUTE WSV-DESVIOS ROUNDED =
                       (WSV-SUC-HOY (WSV-SUC-IDX)
                          - WSV-SUC-PROM-VOL (WSV-SUC-IDX))
                       / WSV-SUC-DESV-VOL (WSV-SUC-IDX)
                       ON SIZE ERROR
                           MOVE 999.99 TO WSV-DESVIOS
                   END-COMPUTE
               END-IF
               IF WSV-DESVIOS NOT < WSV-FACTOR
                   ADD 1 TO WSV-CNT-SUC-MARCADAS
                   PERFORM 055-EXCEPCION-VOLUMEN
               END-IF
           END-IF
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX)   TO RPTS-SUCURSAL
           MOVE WSV-SUC-DIAS-ACT (WSV-SUC-IDX) TO RPTS-DIAS
           MOVE WSV-SUC-PROM-VOL (WSV-SUC-IDX) TO RPTS-PROMEDIO
           MOVE WSV-SUC-DESV-VOL (WSV-SUC-IDX) TO RPTS-DESVIO
           MOVE WSV-SUC-HOY (WSV-SUC-IDX)      TO RPTS-HOY
           MOVE WSV-DESVIOS                    TO RPTS-DESVIOS
           MOVE RPT-SUCURSAL                   TO REPW-LINEA
           MOVE 1                              TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       051-SUMAR-DIA.
           IF WSV-SUC-DIA-CUENTA (WSV-SUC-IDX, WSV-DIA-MOV) > ZEROS
               ADD 1 TO WSV-SUC-DIAS-ACT (WSV-SUC-IDX)
               COMPUTE WSV-CUAD-DIAS = WSV-CUAD-DIAS
                   + WSV-SUC-DIA-CUENTA (WSV-SUC-IDX, WSV-DIA-MOV)
                   * WSV-SUC-DIA-CUENTA (WSV-SUC-IDX, WSV-DIA-MOV)
           END-IF.

      *PROMEDIO Y DESVIO ESTANDAR (POBLACIONAL) DEL VOLUMEN DIARIO Y
      *DE CADA OPERANDO: VARIANZA = PROMEDIO DE LOS CUADRADOS MENOS
      *EL CUADRADO DEL PROMEDIO
       052-CALCULAR-PERFIL.
           COMPUTE WSV-SUC-PROM-VOL (WSV-SUC-IDX) ROUNDED =
               WSV-SUC-ITEMS (WSV-SUC-IDX) / WSV-DIA-CNT
           COMPUTE WSV-VARIANZA ROUNDED =
               WSV-CUAD-DIAS / WSV-DIA-CNT
                   - WSV-SUC-PROM-VOL (WSV-SUC-IDX)
                   * WSV-SUC-PROM-VOL (WSV-SUC-IDX)
           PERFORM 090-RAIZ
           MOVE WSV-RAIZ TO WSV-SUC-DESV-VOL (WSV-SUC-IDX)
           IF WSV-SUC-DESV-VOL (WSV-SUC-IDX) < WSC-DESVIO-PISO
               MOVE WSC-DESVIO-PISO TO WSV-SUC-DESV-VOL (WSV-SUC-IDX)
           END-IF
           COMPUTE WSV-SUC-PROM-A (WSV-SUC-IDX) ROUNDED =
               WSV-SUC-SUMA-A (WSV-SUC-IDX)
                   / WSV-SUC-ITEMS (WSV-SUC-IDX)
           COMPUTE WSV-VARIANZA ROUNDED =
               WSV-SUC-CUAD-A (WSV-SUC-IDX)
                   / WSV-SUC-ITEMS (WSV-SUC-IDX)
                   - WSV-SUC-PROM-A (WSV-SUC-IDX)
                   * WSV-SUC-PROM-A (WSV-SUC-IDX)
           PERFORM 090-RAIZ
           MOVE WSV-RAIZ TO WSV-SUC-DESV-A (WSV-SUC-IDX)
           IF WSV-SUC-DESV-A (WSV-SUC-IDX) < WSC-DESVIO-PISO
               MOVE WSC-DESVIO-PISO TO WSV-SUC-DESV-A (WSV-SUC-IDX)
           END-IF
           COMPUTE WSV-SUC-PROM-B (WSV-SUC-IDX) ROUNDED =
               WSV-SUC-SUMA-B (WSV-SUC-IDX)
                   / WSV-SUC-ITEMS (WSV-SUC-IDX)
           COMPUTE WSV-VARIANZA ROUNDED =
               WSV-SUC-CUAD-B (WSV-SUC-IDX)
                   / WSV-SUC-ITEMS (WSV-SUC-IDX)
                   - WSV-SUC-PROM-B (WSV-SUC-IDX)
                   * WSV-SUC-PROM-B (WSV-SUC-IDX)
           PERFORM 090-RAIZ
           MOVE WSV-RAIZ TO WSV-SUC-DESV-B (WSV-SUC-IDX)
           IF WSV-SUC-DESV-B (WSV-SUC-IDX) < WSC-DESVIO-PISO
               MOVE WSC-DESVIO-PISO TO WSV-SUC-DESV-B (WSV-SUC-IDX)
           END-IF.

       055-EXCEPCION-VOLUMEN.
           PERFORM 057-FIJAR-SEVERIDAD
           MOVE WSV-SUC-HOY (WSV-SUC-IDX)      TO WSV-RV-HOY
           MOVE WSV-SUC-PROM-VOL (WSV-SUC-IDX) TO WSV-RV-PROMEDIO
           MOVE WSV-RUN-ID                     TO EXCP-RUN-ID
           MOVE SPACES                         TO EXCP-ID-REGISTRO
           STRING 'SUC ' WSV-SUC-CODIGO (WSV-SUC-IDX)
                  DELIMITED BY SIZE INTO EXCP-ID-REGISTRO
           MOVE WSV-RAZON-VOLUMEN              TO EXCP-RAZON
           PERFORM 058-GRABAR-EXCEPCION.

      *MAS ALLA DEL DOBLE DE LA TOLERANCIA LA EXCEPCION ES GRAVE
       057-FIJAR-SEVERIDAD.
           IF WSV-DESVIOS NOT < WSV-FACTOR-GRAVE
               MOVE 3             TO WSV-SEVERIDAD
               MOVE 'GRAVE'       TO RPTS-MARCA
               ADD 1 TO WSV-CNT-GRAVES
           ELSE
               MOVE 2             TO WSV-SEVERIDAD
               MOVE 'ATIPICO'     TO RPTS-MARCA
           END-IF.

       058-GRABAR-EXCEPCION.
           MOVE 'ATIPIC'                       TO EXCP-PROGRAMA
           MOVE WSV-SEVERIDAD                  TO EXCP-SEVERIDAD
           MOVE WSV-OPERADOR                   TO EXCP-OPERADOR
           MOVE FECH-EMPRESA                   TO EXCP-EMPRESA
           WRITE EXCP-RECORD
           IF WSV-EXCP-STAT NOT = '00'
               MOVE '058-GRABAR-EXCEP'    TO ABND-PARRAFO
               STRING 'WRITE EXCEPTION-FILE FALLO - STATUS '
                      WSV-EXCP-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF WSV-SEVERIDAD = 3
               PERFORM 059-AVISAR-ALERTA
           END-IF.

      *AVISO INMEDIATO DE LA EXCEPCION GRAVE RECIEN ESCRITA
       059-AVISAR-ALERTA.
           MOVE EXCP-PROGRAMA              TO ALRT-PROGRAMA
           MOVE EXCP-RUN-ID                TO ALRT-RUN-ID
           MOVE EXCP-ID-REGISTRO           TO ALRT-ID-REGISTRO
           MOVE EXCP-RAZON                 TO ALRT-RAZON
           MOVE EXCP-OPERADOR              TO ALRT-OPERADOR
           CALL 'ALERTA' USING ALRT-DATOS.

      *TERCERA PASADA, SOLO POR LA AUDITORIA VIGENTE - CADA ITEM DEL
      *DIA SE MIDE CONTRA EL PERFIL DE SU SUCURSAL; LA EXCEPCION
      *LLEVA EL RUN-ID Y LA SECUENCIA DEL ITEM PARA UBICARLO
       060-JUZGAR-ITEMS.
           MOVE SPACES TO REPW-LINEA
           MOVE 2      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE RPT-TITULO-ITEMS TO REPW-LINEA
           MOVE 1                TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           PERFORM 031-ABRIR-AUDIT
           PERFORM 034-LEER-AUDIT
           PERFORM 062-JUZGAR-ITEM UNTIL WSS-FIN
           CLOSE AUDIT-FILE
           MOVE '1' TO WSS-SWITCHES.

       062-JUZGAR-ITEM.
           IF NOT AUD-REVERSANTE
            AND AUD-RUN-ID (1:6) = WSV-FECHA-CORRIDA
            AND AUD-EMPRESA = FECH-EMPRESA
               PERFORM 040-UBICAR-SUCURSAL
               IF WSV-SUC-CON-PERFIL (WSV-SUC-IDX)
                   PERFORM 064-MEDIR-ITEM
               END-IF
           END-IF
           PERFORM 034-LEER-AUDIT.

       064-MEDIR-ITEM.
           COMPUTE WSV-DIFERENCIA =
               AUD-NUM-A - WSV-SUC-PROM-A (WSV-SUC-IDX)
           IF WSV-DIFERENCIA < ZEROS
               COMPUTE WSV-DIFERENCIA = ZERO - WSV-DIFERENCIA
           END-IF
           COMPUTE WSV-DESVIOS ROUNDED =
               WSV-DIFERENCIA / WSV-SUC-DESV-A (WSV-SUC-IDX)
               ON SIZE ERROR
                   MOVE 999.99 TO WSV-DESVIOS
           END-COMPUTE
           COMPUTE WSV-DIFERENCIA =
               AUD-NUM-B - WSV-SUC-PROM-B (WSV-SUC-IDX)
           IF WSV-DIFERENCIA < ZEROS
               COMPUTE WSV-DIFERENCIA = ZERO - WSV-DIFERENCIA
           END-IF
           COMPUTE WSV-DESVIOS-B ROUNDED =
               WSV-DIFERENCIA / WSV-SUC-DESV-B (WSV-SUC-IDX)
               ON SIZE ERROR
                   MOVE 999.99 TO WSV-DESVIOS-B
           END-COMPUTE
           IF WSV-DESVIOS-B > WSV-DESVIOS
               MOVE WSV-DESVIOS-B TO WSV-DESVIOS
           END-IF
           IF WSV-DESVIOS NOT < WSV-FACTOR
               ADD 1 TO WSV-CNT-ITEMS-MARCADOS
               PERFORM 066-EXCEPCION-ITEM
           END-IF.

       066-EXCEPCION-ITEM.
           PERFORM 057-FIJAR-SEVERIDAD
           MOVE ZEROS TO WSV-SEC-EDIT
           IF AUD-SECUENCIA-X NOT = SPACES
               MOVE AUD-SECUENCIA TO WSV-SEC-EDIT
           END-IF
           MOVE AUD-SUCURSAL                   TO WSV-RM-SUCURSAL
           MOVE WSV-DESVIOS                    TO WSV-RM-DESVIOS
           MOVE AUD-RUN-ID                     TO EXCP-RUN-ID
           MOVE WSV-SEC-EDIT                   TO EXCP-ID-REGISTRO
           MOVE WSV-RAZON-MONTO                TO EXCP-RAZON
           PERFORM 058-GRABAR-EXCEPCION
           MOVE AUD-SUCURSAL                   TO RPTI-SUCURSAL
           MOVE AUD-RUN-ID                     TO RPTI-RUN-ID
           MOVE WSV-SEC-EDIT                   TO RPTI-SECUENCIA
           MOVE AUD-NUM-A                      TO RPTI-NUM-A
           MOVE AUD-NUM-B                      TO RPTI-NUM-B
           MOVE WSV-DESVIOS                    TO RPTI-DESVIOS
           MOVE RPTS-MARCA                     TO RPTI-MARCA
           MOVE RPT-ITEM                       TO REPW-LINEA
           MOVE 1                              TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           MOVE SPACES TO REPW-LINEA
           MOVE 2      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'DIAS DE POSTEO EN EL PERFIL   : ' TO RPTT-LITERAL
           MOVE WSV-DIA-CNT                        TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'ITEMS DE HISTORIA LEIDOS      : ' TO RPTT-LITERAL
           MOVE WSV-CNT-LEIDOS                     TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'ITEMS DEL DIA                 : ' TO RPTT-LITERAL
           MOVE WSV-CNT-HOY                        TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'SUCURSALES CON VOLUMEN ATIPICO: ' TO RPTT-LITERAL
           MOVE WSV-CNT-SUC-MARCADAS               TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'ITEMS CON MONTO ATIPICO       : ' TO RPTT-LITERAL
           MOVE WSV-CNT-ITEMS-MARCADOS             TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'EXCEPCIONES GRAVES            : ' TO RPTT-LITERAL
           MOVE WSV-CNT-GRAVES                     TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           CLOSE EXCEPTION-FILE
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

      *RAIZ CUADRADA DE WSV-VARIANZA POR NEWTON - UNA VARIANZA
      *NEGATIVA (REDONDEO SOBRE UN PERFIL CONSTANTE) ES CERO
       090-RAIZ.
           MOVE ZEROS TO WSV-RAIZ
           IF WSV-VARIANZA > ZEROS
               COMPUTE WSV-RAIZ ROUNDED = WSV-VARIANZA / 2 + 0.5
               PERFORM 091-ITERAR-RAIZ WSC-ITER-RAIZ TIMES
           END-IF.

       091-ITERAR-RAIZ.
           COMPUTE WSV-RAIZ ROUNDED =
               (WSV-RAIZ + WSV-VARIANZA / WSV-RAIZ) / 2.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
