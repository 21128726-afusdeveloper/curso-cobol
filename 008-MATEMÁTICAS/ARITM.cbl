                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-GL-STAT.

      *MAESTRO DE SUCURSALES - DA LA REGION DE CADA SUCURSAL PARA
      *LOS SUBTOTALES REGIONALES DEL RESUMEN Y DE LA INTERFAZ CONTABLE
           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

      *BITACORA PERMANENTE DE REVERSOS - UN REGISTRO POR REVERSO
      *PEDIDO, ACEPTADO O RECHAZADO, PARA EL LISTADO DE REVRPT
           SELECT REV-FILE              ASSIGN TO REVFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-REV-STAT.

      *TARIFARIO DE COMISIONES POR SUCURSAL Y OPERACION (OPCIONAL) -
      *SIN TARIFARIO NO SE COBRA COMISION ALGUNA
           SELECT TARIFA-FILE           ASSIGN TO COMITAB
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TARF-STAT.

      *COMISIONES COBRADAS - UN REGISTRO POR OPERACION POSTEADA CON
      *TARIFA, PARA QUE FINANZAS NO LAS CALCULE A MANO DESDE AUDMES
           SELECT COMISION-FILE         ASSIGN TO COMIFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-COMI-STAT.

      *VENTANA DEL CONTROL DE DUPLICADOS (TARJETA OPCIONAL) - SIN
      *TARJETA SE BUSCA SOLO EN LA MISMA FECHA DE NEGOCIO
           SELECT DUP-CARD-FILE         ASSIGN TO DUPCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-DUPC-STAT.

      *HISTORIAL DE HUELLAS DE DETALLES - UN DETALLE QUE REPITE LA
      *HUELLA DE OTRO ANTERIOR DENTRO DE LA VENTANA SE RETIENE COMO
      *SOSPECHA DE DUPLICADO EN LUGAR DE POSTEARSE
           SELECT DUPH-FILE             ASSIGN TO DUPHIST
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS DYNAMIC
                                         RECORD KEY IS DUPH-LLAVE
                                         FILE STATUS IS WSV-DUPH-STAT.

      *SOSPECHAS DE DUPLICADO CON SUS DOS OCURRENCIAS PARA DUPRPT
           SELECT DUPS-FILE             ASSIGN TO DUPFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-DUPS-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE

       FD  ART-RESTART-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 960 CHARACTERS.
           COPY ARSTWS.

       FD  LIMITE-FILE
           LABEL RECORDS ARE STANDARD
           05 LREG-FECHA-LOTE           PIC 9(06).
           05 LREG-RUN-ID               PIC X(14).
           05 LREG-FECHA-POSTEO         PIC 9(06).
           05 LREG-EMPRESA              PIC X(01).
           05 FILLER                    PIC X(45).

       FD  LOTE-OVR-FILE
           LABEL RECORDS ARE STANDARD
             88 LOVR-RETRANS-PERMITIDA           VALUE 'S'.
           05 FILLER                    PIC X(79).

       FD  GL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY GLWS.

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       FD  REV-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY REVWS.

       FD  TARIFA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY TARFWS.

       FD  COMISION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY COMIWS.

       FD  DUP-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DUP-CARD-RECORD.
           05 DUPC-DIAS                 PIC 9(02).
           05 FILLER                    PIC X(01).
           05 DUPC-CONTROL              PIC X(01).
             88 DUPC-CONTROL-APAGADO             VALUE 'N'.
           05 FILLER                    PIC X(76).

       FD  DUPH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY DUPHWS.

       FD  DUPS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY DUPSWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY RUNCWS.
           COPY FECHWS.
           COPY ALRTWS.
           COPY OVRLWS.
           COPY USOLWS.
           COPY TOTLWS.
      *
       77  WSV-TRANS-STAT              PIC X(02) VALUE ZEROS.
       77  WSV-AUDIT-STAT              PIC X(02) VALUE ZEROS.
       77  WSV-LREG-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-LOVR-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-GL-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-SUCM-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-REV-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-TARF-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-COMI-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-DUPC-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-DUPH-STAT               PIC X(02) VALUE ZEROS.
       77  WSV-DUPS-STAT               PIC X(02) VALUE ZEROS.
      *
      *CONTROL DE LA INTERFAZ CONTABLE
       77  WSV-GL-REGISTROS            PIC 9(07) VALUE ZEROS.
                                                  VALUE ZEROS.
       77  WSV-GL-TOTAL                PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-GL-TIPO                 PIC X(01) VALUE SPACES.
       77  WSV-GL-REGION               PIC X(03) VALUE SPACES.
       77  WSV-GL-REG-IMP              PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-GL-REG-CUENTA           PIC 9(07) VALUE ZEROS.
       77  WSV-GL-REG-SUCS             PIC 9(02) VALUE ZEROS.
      *
      *OPERADOR RESPONSABLE DE LA CORRIDA - DE LA TARJETA OPERCARD
      *(GRABADA POR MENU O INCLUIDA EN EL JOB); SIN TARJETA LA
       77  WSV-ERROR-SW                PIC X(01) VALUE 'N'.
         88 WSV-ERROR-FOUND                      VALUE 'Y'.
      *
      *SECUENCIA DEL ITEM EN LA ENTRADA Y MARCA DE REVERSO QUE VAN
      *AL REGISTRO DE AUDITORIA - UN LIBERADO LLEVA LA SECUENCIA DE
      *SU CORRIDA ORIGINAL
       77  WSV-SECUENCIA-ACTUAL        PIC 9(07) VALUE ZEROS.
       77  WSV-REVERSO-SW              PIC X(01) VALUE SPACES.
      *
      *OPERACIONES PEDIDAS POR EL DETALLE EN CURSO - EL CODIGO EN
      *BLANCO (FEEDS VIEJOS) EJECUTA LAS CINCO
       01  WSV-OPS-PEDIDAS.
             88 WSV-OP-DIV                       VALUE 'S'.
           05 WSV-PIDE-COMP            PIC X(01).
             88 WSV-OP-COMP                      VALUE 'S'.
       01  WSV-OPS-TABLA REDEFINES WSV-OPS-PEDIDAS.
           05 WSV-PIDE-OP              PIC X(01) OCCURS 5 TIMES.
      *
      *COMISIONES - CON TARIFARIO (DD COMITAB) CADA OPERACION POSTEADA
      *PAGA LA TARIFA DE SU SUCURSAL, O LA FILA POR DEFECTO '***' SI
      *LA SUCURSAL NO TIENE FILA PROPIA PARA ESA OPERACION; SIN NINGUNA
      *DE LAS DOS LA OPERACION NO PAGA. LOS REVERSOS NO COBRAN NI
      *DEVUELVEN COMISION - LA DEL ORIGINAL QUEDA COBRADA
       77  WSV-TARIFA-SW               PIC X(01) VALUE 'N'.
         88 WSV-HAY-TARIFAS                      VALUE 'S'.
       77  WSC-TARIFA-DEFECTO          PIC X(03) VALUE '***'.
       77  WSV-TAR-LEIDAS              PIC 9(05) VALUE ZEROS.
       77  WSV-TAR-IGNORADAS           PIC 9(05) VALUE ZEROS.
       77  WSV-COM-OP                  PIC 9(01) VALUE ZEROS.
       77  WSV-COM-BASE                PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77  WSV-COM-CALCULO             PIC S9(07)V99 COMP-3 VALUE ZEROS.
       77  WSV-COM-IMPORTE             PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77  WSV-COM-FILA                PIC X(03) VALUE SPACES.
       77  WSV-COM-ENCONTRADA-SW       PIC X(01) VALUE 'N'.
         88 WSV-COM-ENCONTRADA                   VALUE 'S'.
       77  WSV-LOTE-ACTUAL             PIC X(08) VALUE SPACES.
       77  WSV-CTA-COMISIONES          PIC 9(07) VALUE ZEROS.
       77  WSV-TOT-COMISIONES          PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WSC-MAX-TARIFAS             PIC 9(03) VALUE 200.
       77  WSV-TAR-CNT                 PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-TARIFAS.
           05 WSV-TAR-ENTRY            OCCURS 1 TO 200 TIMES
                                        DEPENDING ON WSV-TAR-CNT
                                        INDEXED BY WSV-TAR-IDX.
               10 WSV-TAR-SUCURSAL     PIC X(03).
               10 WSV-TAR-OPERACION    PIC 9(01).
               10 WSV-TAR-FIJO         PIC 9(03)V99 COMP-3.
               10 WSV-TAR-PORCENTAJE   PIC 9(02)V9(04) COMP-3.
               10 WSV-TAR-MINIMO       PIC 9(05)V99 COMP-3.
               10 WSV-TAR-MAXIMO       PIC 9(05)V99 COMP-3.
      *
      *RETENCION POR MONTO - CON TARJETA LIMCARD UN DETALLE CUYO
      *OPERANDO EXCEDE EL UMBRAL (EN VALOR ABSOLUTO) SE RETIENE EN
       77  WSV-TOT-RETENIDAS           PIC 9(07) VALUE ZEROS.
       77  WSV-TOT-LIBERADAS           PIC 9(07) VALUE ZEROS.
       77  WSV-RUN-ID-SALVADO          PIC X(14) VALUE SPACES.
      *    M RETENIDO POR MONTO, D POR SOSPECHA DE DUPLICADO
       77  WSV-MOTIVO-RETENCION        PIC X(01) VALUE SPACES.
      *
      *CONTROL DE DUPLICADOS - CADA DETALLE SE BUSCA EN EL HISTORIAL
      *DUPHIST POR SUCURSAL, OPERANDOS Y OPERACIONES PEDIDAS DESDE LA
      *FECHA DE NEGOCIO MENOS LOS DIAS DE LA TARJETA DUPCARD; SI YA
      *HAY UNO ANTERIOR (OTRA CORRIDA, U OTRO DETALLE PREVIO DE ESTA)
      *SE RETIENE PARA EL SUPERVISOR. UNA RECORRIDA TRAS ABEND
      *ENCUENTRA SUS PROPIAS HUELLAS CON SU RUN-ID Y SU SECUENCIA O
      *UNA POSTERIOR, Y ESAS NO CUENTAN COMO DUPLICADO
       77  WSV-DUP-CONTROL-SW          PIC X(01) VALUE 'S'.
         88 WSV-HAY-CONTROL-DUP                  VALUE 'S'.
      *
      *IMAGEN DE LAS TARJETAS LIMCARD Y DUPCARD HONRADAS - SE
      *ASIENTAN EN LA BITACORA DE EXCEPCIONES RECIEN CUANDO EL
      *CONTROL DE CORRIDAS ACEPTA LA CORRIDA
       77  WSV-IMAGEN-LIMCARD          PIC X(80) VALUE SPACES.
       77  WSV-IMAGEN-DUPCARD          PIC X(80) VALUE SPACES.
       77  WSV-DUP-SW                  PIC X(01) VALUE 'N'.
         88 WSV-ES-DUPLICADO                     VALUE 'S'.
       77  WSV-DUP-FIN-SW              PIC X(01) VALUE 'N'.
         88 WSV-DUP-FIN-BUSQUEDA                 VALUE 'S'.
       77  WSV-DUP-DIAS                PIC 9(02) VALUE ZEROS.
       77  WSV-DUP-DESDE               PIC 9(06) VALUE ZEROS.
       77  WSV-TOT-DUPLICADOS          PIC 9(07) VALUE ZEROS.
       01  WSV-DUP-HUELLA.
           05 WSV-DUP-SUCURSAL         PIC X(03).
           05 WSV-DUP-NUM-A            PIC S9(05)V99 COMP-3.
           05 WSV-DUP-NUM-B            PIC S9(05)V99 COMP-3.
           05 WSV-DUP-OPERACIONES      PIC X(05).
       01  WSV-DUP-ANTERIOR.
           05 WSV-DUP-ORI-FECHA        PIC 9(06).
           05 WSV-DUP-ORI-RUN-ID       PIC X(14).
           05 WSV-DUP-ORI-LOTE         PIC X(08).
           05 WSV-DUP-ORI-SECUENCIA    PIC 9(07).
           05 WSV-DUP-ORI-OPERADOR     PIC X(08).
       01  WSV-DUP-FECHA-TRABAJO.
           05 WSV-DUP-FT-AA            PIC 9(02).
           05 WSV-DUP-FT-MM            PIC 9(02).
           05 WSV-DUP-FT-DD            PIC 9(02).
       77  WSV-DUP-DIAS-MES            PIC 9(02) VALUE ZEROS.
       77  WSV-DUP-COCIENTE            PIC 9(02) VALUE ZEROS.
       77  WSV-DUP-RESIDUO             PIC 9(01) VALUE ZEROS.
      *DIAS POR MES - FEBRERO SE AJUSTA POR BISIESTO (ANOS 00-99
      *INTERPRETADOS COMO 2000-2099)
       01  WSC-DUP-DIAS-POR-MES.
           05 FILLER                   PIC X(24) VALUE
              '312831303130313130313031'.
       01  WSC-DUP-DIAS-TABLA REDEFINES WSC-DUP-DIAS-POR-MES.
           05 WSC-DUP-DIAS-MES         OCCURS 12 TIMES PIC 9(02).
      *
      *REPARTO DE LA ENTRADA PARA EL CUADRE DE LA CADENA - LOS
      *DETALLES POSTEADOS CON ERROR ARITMETICO (VIAJAN EN EL PUNTO DE
      *CONTROL) Y LOS ITEMS DE UN LOTE BLOQUEADO, QUE NO LLEGAN AL
      *CUADRE DEL TRAILER
       77  WSV-CTA-ERRORES             PIC 9(07) VALUE ZEROS.
       77  WSV-TOT-BLOQUEADOS          PIC 9(07) VALUE ZEROS.
       77  WSV-BLQ-HASH-A              PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WSV-BLQ-HASH-B              PIC S9(09)V99 COMP-3 VALUE ZEROS.
      *
      *REVERSOS DEL LOTE - SE JUNTAN RELEYENDO LA ENTRADA AL FINAL DE
      *LA CORRIDA (ASI UN REARRANQUE NO PIERDE LOS ANTERIORES AL
      *PUNTO DE CONTROL), SE BUSCA SU ORIGINAL EN LA AUDITORIA POR
      *RUN-ID Y SECUENCIA Y SE POSTEAN LOS NEGATIVOS EXACTOS. EL
      *ORIGINAL SE MARCA REVERTIDO RECIEN DESPUES DE POSTEADO SU
      *REVERSANTE; UNA RECORRIDA TRAS ABEND (CON EL MISMO RUN-ID)
      *RECONOCE LOS REVERSANTES Y LOS ASIENTOS DE REVFILE QUE YA
      *HABIA GRABADO Y NO LOS REPITE
       77  WSV-REV-LEIDOS              PIC 9(07) VALUE ZEROS.
       77  WSV-TOT-REVERSOS            PIC 9(07) VALUE ZEROS.
       77  WSV-TOT-REV-RECHAZOS        PIC 9(07) VALUE ZEROS.
       77  WSV-REV-ESTADO-NUEVO        PIC X(01) VALUE SPACES.
       77  WSV-REV-RAZON-NUEVA         PIC X(30) VALUE SPACES.
       77  WSC-MAX-REVERSOS            PIC 9(03) VALUE 100.
       77  WSV-REV-CNT                 PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-REVERSOS.
           05 WSV-REV-ENTRY            OCCURS 1 TO 100 TIMES
                                        DEPENDING ON WSV-REV-CNT
                                        INDEXED BY WSV-REV-IDX.
               10 WSV-REV-ORI-RUN-ID   PIC X(14).
               10 WSV-REV-ORI-SEC      PIC 9(07).
               10 WSV-REV-SUCURSAL     PIC X(03).
               10 WSV-REV-SEC-PROPIA   PIC 9(07).
      *            P PENDIENTE, A ACEPTADO, X RECHAZADO, M ORIGINAL
      *            YA MARCADO (SE RESUELVE AL TERMINAR LA BUSQUEDA)
               10 WSV-REV-ESTADO       PIC X(01).
      *            S SI ESTA CORRIDA YA GRABO SU REVERSANTE EN LA
      *            AUDITORIA O SU ASIENTO EN REVFILE
               10 WSV-REV-POSTEADO     PIC X(01).
               10 WSV-REV-ASENTADO     PIC X(01).
               10 WSV-REV-RAZON        PIC X(30).
               10 WSV-REV-ORI-OPERADOR PIC X(08).
               10 WSV-REV-ORI-NUM-A    PIC S9(05)V99 COMP-3.
               10 WSV-REV-ORI-NUM-B    PIC S9(05)V99 COMP-3.
               10 WSV-REV-ORI-R1       PIC S9(05)V99 COMP-3.
               10 WSV-REV-ORI-R2       PIC S9(05)V99 COMP-3.
               10 WSV-REV-ORI-R3       PIC S9(05)V99 COMP-3.
               10 WSV-REV-ORI-R4       PIC S9(05)V99 COMP-3.
               10 WSV-REV-ORI-R5       PIC S9(05)V99 COMP-3.
      *
      *CUENTAS POR OPERACION EJECUTADA PARA EL RESUMEN DE CUADRE
       01  WSV-CUENTAS-OPERACION.
       77  WSV-RETRANS-SW              PIC X(01) VALUE 'N'.
         88 WSV-RETRANS-OK                       VALUE 'S'.
      *
      *LOTE DE OTRA EMPRESA - TAMPOCO POSTEA NADA, PERO NO ES UNA
      *RETRANSMISION Y NO SE ASIENTA COMO TAL EN LA BITACORA DE USO
       77  WSV-LOTE-EMP-SW             PIC X(01) VALUE 'N'.
         88 WSV-LOTE-OTRA-EMPRESA                VALUE 'S'.
      *
      *EVENTOS DE CALIDAD DEL FEED PARA EL TABLERO MENSUAL (CALMES):
      *EL PROBLEMA DE TRAILER DEL LOTE ('CU' CUENTA, 'HA' HASH, 'ST'
      *SIN TRAILER) Y LAS SUCURSALES DEL LOTE, QUE SE SACAN RELEYENDO
      *LA ENTRADA AL FINAL PARA QUE UNA CORRIDA REANUDADA LAS VEA
      *TODAS; LA PRIMERA SUCURSAL QUE ROMPE EL ORDEN ES LA QUE SE
      *ASIENTA FUERA DE SECUENCIA
       77  WSV-CAL-LOTE                PIC X(02) VALUE SPACES.
       77  WSC-MAX-CAL-SUC             PIC 9(03) VALUE 100.
       77  WSV-CAL-SUC-CNT             PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-CAL-SUC.
           05 WSV-CAL-SUC-ENTRY        OCCURS 1 TO 100 TIMES
                                        DEPENDING ON WSV-CAL-SUC-CNT
                                        INDEXED BY WSV-CAL-IDX.
               10 WSV-CAL-SUC-CODIGO   PIC X(03).
       77  WSV-CAL-SUC-ANT             PIC X(03) VALUE LOW-VALUES.
       77  WSV-CAL-SUC-ROTA            PIC X(03) VALUE SPACES.
      *
      *ACUMULADOS REALES DEL LOTE PARA EL CUADRE CONTRA EL TRAILER
       01  WSV-CUADRE-LOTE.
           05 WSV-CUENTA-DETALLES      PIC 9(07) VALUE ZEROS.
                                        DEPENDING ON WSV-SUC-CNT
                                        INDEXED BY WSV-SUC-IDX.
               10 WSV-SUC-CODIGO       PIC X(03).
               10 WSV-SUC-REGION       PIC X(03).
               10 WSV-SUC-CUENTA       PIC 9(07).
               10 WSV-SUC-R1           PIC S9(07)V99 COMP-3.
               10 WSV-SUC-R2           PIC S9(07)V99 COMP-3.
               10 WSV-SUC-R3           PIC S9(07)V99 COMP-3.
               10 WSV-SUC-R4           PIC S9(07)V99 COMP-3.
               10 WSV-SUC-R5           PIC S9(07)V99 COMP-3.
               10 WSV-SUC-COMI         PIC S9(07)V99 COMP-3.
      *
      *SUBTOTALES POR REGION - SE ARMAN AL FINAL DE LA CORRIDA DESDE
      *LA TABLA DE SUCURSALES CON LA REGION DEL MAESTRO, ASI NO
      *VIAJAN EN EL PUNTO DE CONTROL; UNA SUCURSAL QUE YA NO ESTA EN
      *EL MAESTRO (UN LIBERADO VIEJO) SE AGRUPA BAJO WSC-SIN-REGION
       77  WSC-SIN-REGION              PIC X(03) VALUE '???'.
       77  WSC-MAX-REGIONES            PIC 9(02) VALUE 10.
       77  WSV-REG-CNT                 PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-REGIONES.
           05 WSV-REG-ENTRY            OCCURS 1 TO 10 TIMES
                                        DEPENDING ON WSV-REG-CNT
                                        INDEXED BY WSV-REG-IDX.
               10 WSV-REG-CODIGO       PIC X(03).
               10 WSV-REG-SUCURSALES   PIC 9(02).
               10 WSV-REG-CUENTA       PIC 9(07).
               10 WSV-REG-R1           PIC S9(09)V99 COMP-3.
               10 WSV-REG-R2           PIC S9(09)V99 COMP-3.
               10 WSV-REG-R3           PIC S9(09)V99 COMP-3.
               10 WSV-REG-R4           PIC S9(09)V99 COMP-3.
               10 WSV-REG-R5           PIC S9(09)V99 COMP-3.
               10 WSV-REG-COMI         PIC S9(09)V99 COMP-3.
      *
      *TOTAL GENERAL DE TODAS LAS REGIONES
       01  WSV-TOTAL-GENERAL.
           05 WSV-GRAL-SUCURSALES      PIC 9(02) VALUE ZEROS.
           05 WSV-GRAL-CUENTA          PIC 9(07) VALUE ZEROS.
           05 WSV-GRAL-R1              PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WSV-GRAL-R2              PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WSV-GRAL-R3              PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WSV-GRAL-R4              PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WSV-GRAL-R5              PIC S9(09)V99 COMP-3 VALUE ZEROS.
           05 WSV-GRAL-COMI            PIC S9(09)V99 COMP-3 VALUE ZEROS.
      *
      *TOTALES DE CONTROL PARA EL CUADRE DEL LOTE
       01  WSV-TOTALES.
           MOVE 'N'        TO WSV-TRL-SW
           MOVE 'B'        TO WSV-LOTE-SW
           MOVE 'N'        TO WSV-LOTE-BLQ-SW
           MOVE 'N'        TO WSV-LOTE-EMP-SW
           MOVE 'N'        TO WSV-RETRANS-SW
           MOVE SPACES     TO WSV-CAL-LOTE
           MOVE 'N'        TO WSV-SEC-SW
           MOVE SPACES     TO WSV-LOTE-ID
           MOVE ZEROS      TO WSV-FECHA-LOTE
           MOVE ZEROS      TO WSV-CTA-COMP
           MOVE ZEROS      TO WSV-TOT-RETENIDAS
           MOVE ZEROS      TO WSV-TOT-LIBERADAS
           MOVE ZEROS      TO WSV-TOT-DUPLICADOS
           MOVE ZEROS      TO WSV-CTA-ERRORES
           MOVE ZEROS      TO WSV-TOT-BLOQUEADOS
           MOVE ZEROS      TO WSV-BLQ-HASH-A
           MOVE ZEROS      TO WSV-BLQ-HASH-B
           MOVE ZEROS      TO WSV-TOT-REVERSOS
           MOVE ZEROS      TO WSV-TOT-REV-RECHAZOS
           MOVE ZEROS      TO WSV-REV-CNT
           MOVE SPACES     TO WSV-REVERSO-SW
           MOVE 'N'        TO WSV-UMBRAL-SW
           MOVE ZEROS      TO WSV-UMBRAL
           MOVE ZEROS      TO WSV-UMBRAL-NEG
           MOVE SPACES     TO WSV-IMAGEN-LIMCARD
           MOVE SPACES     TO WSV-IMAGEN-DUPCARD
           MOVE 'N'        TO WSV-TARIFA-SW
           MOVE ZEROS      TO WSV-TAR-CNT
           MOVE ZEROS      TO WSV-CTA-COMISIONES
           MOVE ZEROS      TO WSV-TOT-COMISIONES
           MOVE ZEROS      TO WSV-SUC-CNT
           MOVE LOW-VALUES TO WSV-SUC-ANTERIOR
           MOVE SPACES     TO WSV-SUCURSAL-ACTUAL
               INTO WSV-RUN-ID
           PERFORM 011-LEER-OPERADOR
           PERFORM 016-LEER-UMBRAL
           PERFORM 016B-LEER-DUPLICADOS
           PERFORM 026-CARGAR-TARIFAS
           PERFORM 012-REGISTRAR-INICIO
           PERFORM 016D-ASENTAR-TARJETAS
           PERFORM 013-LEER-RESTART
           IF WSV-SALTAR > ZEROS
               PERFORM 015-READ-TRANS WSV-SALTAR TIMES
               PERFORM 047-EXCEPCION-LOTE
           END-IF
           IF NOT WSV-HAY-TRAILER AND NOT WSV-LOTE-BLOQUEADO
            AND NOT WSV-LOTE-OTRA-EMPRESA
               MOVE 'LOTE SIN TRAILER - ENTRADA INCOMPLETA'
                   TO WSV-RAZON-LOTE
               MOVE 'ST' TO WSV-CAL-LOTE
               PERFORM 047-EXCEPCION-LOTE
           END-IF
           IF NOT WSV-LOTE-MALO AND WSV-HAY-HEADER
               PERFORM 093-REGISTRAR-LOTE
           END-IF
           PERFORM 027-PROCESAR-LIBERADOS
           IF NOT WSV-LOTE-BLOQUEADO AND NOT WSV-LOTE-OTRA-EMPRESA
               PERFORM 060-PROCESAR-REVERSOS
           END-IF
           PERFORM 048-LIMPIAR-RESTART
           PERFORM 091-ARMAR-REGIONES
           PERFORM 090-PRINT-TOTALS
           PERFORM 094-ESCRIBIR-GL
           CLOSE TRANS-FILE
           CLOSE AUDIT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE HELD-FILE
           IF WSV-HAY-TARIFAS
               CLOSE COMISION-FILE
           END-IF
           IF WSV-HAY-CONTROL-DUP
               CLOSE DUPH-FILE
               CLOSE DUPS-FILE
           END-IF
           PERFORM 096-ASENTAR-USO
           PERFORM 098-ASENTAR-TOTALES
      *EL REGISTRO DE FIN VA ANTES DE FIJAR EL RETURN CODE - EL
      *RETORNO NORMAL DE UN SUBPROGRAMA LLAMADO LO DEJA EN CERO
           PERFORM 095-REGISTRAR-FIN
                           COMPUTE WSV-UMBRAL-NEG = ZERO - WSV-UMBRAL
                           DISPLAY 'UMBRAL DE RETENCION ACTIVO: '
                               WSV-UMBRAL
                           MOVE LIMITE-RECORD TO WSV-IMAGEN-LIMCARD
                       END-IF
               END-READ
               CLOSE LIMITE-FILE
           END-IF.

      *TODA TARJETA QUE CAMBIA O APAGA UN CONTROL QUEDA EN LA
      *BITACORA DE EXCEPCIONES CON EL OPERADOR DE LA CORRIDA
       016A-ASENTAR-EXCEPCION.
           MOVE 'ARITM'       TO OVRL-PROGRAMA
           MOVE WSV-RUN-DATE  TO OVRL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA  TO OVRL-EMPRESA
           MOVE WSV-OPERADOR  TO OVRL-OPERADOR
           CALL 'OVRLOG' USING OVRL-DATOS.

      *LA TARJETA DE DUPLICADOS ES OPCIONAL - SIN TARJETA EL CONTROL
      *BUSCA SOLO EN LA MISMA FECHA DE NEGOCIO; COLUMNAS 1-2 SON LOS
      *DIAS ANTERIORES A REVISAR Y UNA 'N' EN LA COLUMNA 4 APAGA EL
      *CONTROL (QUEDA EN LA BITACORA DE EXCEPCIONES)
       016B-LEER-DUPLICADOS.
           MOVE 'S'   TO WSV-DUP-CONTROL-SW
           MOVE ZEROS TO WSV-DUP-DIAS
           OPEN INPUT DUP-CARD-FILE
           IF WSV-DUPC-STAT = '00'
               READ DUP-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 016C-ANOTAR-DUPCARD
               END-READ
               CLOSE DUP-CARD-FILE
           END-IF
           IF WSV-HAY-CONTROL-DUP
               PERFORM 031-CALCULAR-VENTANA
               OPEN I-O DUPH-FILE
               IF WSV-DUPH-STAT NOT = '00'
                   MOVE '016B-LEER-DUPLIC'    TO ABND-PARRAFO
                   STRING 'OPEN DUPH-FILE FALLO - STATUS '
                          WSV-DUPH-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               OPEN EXTEND DUPS-FILE
               IF WSV-DUPS-STAT NOT = '00'
                   MOVE '016B-LEER-DUPLIC'    TO ABND-PARRAFO
                   STRING 'OPEN DUPS-FILE FALLO - STATUS '
                          WSV-DUPS-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               DISPLAY 'CONTROL DE DUPLICADOS DESDE EL ' WSV-DUP-DESDE
           END-IF.

       016C-ANOTAR-DUPCARD.
           IF DUPC-CONTROL-APAGADO
               MOVE 'N' TO WSV-DUP-CONTROL-SW
               DISPLAY 'CONTROL DE DUPLICADOS APAGADO POR TARJETA'
               MOVE DUP-CARD-RECORD TO WSV-IMAGEN-DUPCARD
           ELSE
               IF DUPC-DIAS NUMERIC
                   MOVE DUPC-DIAS TO WSV-DUP-DIAS
               ELSE
                   DISPLAY 'TARJETA DUPCARD IGNORADA - DIAS NO '
                       'NUMERICOS'
               END-IF
           END-IF.

      *LAS TARJETAS SE LEEN ANTES DEL CONTROL DE CORRIDAS PERO
      *QUEDAN EN LA BITACORA SOLO SI LA CORRIDA FUE ACEPTADA - UNA
      *CORRIDA RECHAZADA NO HONRO NINGUNA
       016D-ASENTAR-TARJETAS.
           IF WSV-IMAGEN-LIMCARD NOT = SPACES
               MOVE 'LIMCARD'          TO OVRL-TARJETA
               MOVE WSV-IMAGEN-LIMCARD TO OVRL-IMAGEN
               PERFORM 016A-ASENTAR-EXCEPCION
           END-IF
           IF WSV-IMAGEN-DUPCARD NOT = SPACES
               MOVE 'DUPCARD'          TO OVRL-TARJETA
               MOVE WSV-IMAGEN-DUPCARD TO OVRL-IMAGEN
               PERFORM 016A-ASENTAR-EXCEPCION
           END-IF.

      *CARGA EL TARIFARIO DE COMISIONES EN MEMORIA - UNA FILA MAL
      *FORMADA O REPETIDA SE IGNORA CON AVISO EN CONSOLA PARA QUE
      *FINANZAS LA CORRIJA; SIN TARIFARIO NO SE COBRA NADA
       026-CARGAR-TARIFAS.
           MOVE ZEROS TO WSV-TAR-LEIDAS
           MOVE ZEROS TO WSV-TAR-IGNORADAS
           OPEN INPUT TARIFA-FILE
           EVALUATE TRUE
               WHEN WSV-TARF-STAT = '00'
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 026A-LEER-TARIFA
                   PERFORM 026B-ANOTAR-TARIFA UNTIL WSS-FIN
                   CLOSE TARIFA-FILE
                   MOVE '1' TO WSS-SWITCHES
               WHEN WSV-TARF-STAT = '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '026-CARGAR-TARIF'    TO ABND-PARRAFO
                   STRING 'OPEN TARIFA-FILE FALLO - STATUS '
                          WSV-TARF-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-TAR-CNT > ZEROS
               MOVE 'S' TO WSV-TARIFA-SW
               OPEN EXTEND COMISION-FILE
               IF WSV-COMI-STAT NOT = '00'
                   MOVE '026-CARGAR-TARIF'    TO ABND-PARRAFO
                   STRING 'OPEN COMISION-FILE FALLO - STATUS '
                          WSV-COMI-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               DISPLAY 'TARIFARIO DE COMISIONES ACTIVO - FILAS: '
                   WSV-TAR-CNT ' IGNORADAS: ' WSV-TAR-IGNORADAS
           END-IF.

       026A-LEER-TARIFA.
           READ TARIFA-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TAR-LEIDAS
           END-READ.

       026B-ANOTAR-TARIFA.
           MOVE 'N' TO WSV-COM-ENCONTRADA-SW
           IF TARF-SUCURSAL = SPACES
            OR TARF-OPERACION NOT NUMERIC
            OR NOT TARF-OPERACION-VALIDA
            OR TARF-FIJO NOT NUMERIC
            OR TARF-PORCENTAJE NOT NUMERIC
            OR TARF-MINIMO NOT NUMERIC
            OR TARF-MAXIMO NOT NUMERIC
               MOVE 'S' TO WSV-COM-ENCONTRADA-SW
           ELSE
               IF TARF-MAXIMO > ZEROS AND TARF-MAXIMO < TARF-MINIMO
                   MOVE 'S' TO WSV-COM-ENCONTRADA-SW
               END-IF
           END-IF
           IF NOT WSV-COM-ENCONTRADA AND WSV-TAR-CNT > ZEROS
               SET WSV-TAR-IDX TO 1
               SEARCH WSV-TAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSV-TAR-SUCURSAL (WSV-TAR-IDX) = TARF-SUCURSAL
                    AND WSV-TAR-OPERACION (WSV-TAR-IDX)
                            = TARF-OPERACION
                       MOVE 'S' TO WSV-COM-ENCONTRADA-SW
               END-SEARCH
           END-IF
           IF WSV-COM-ENCONTRADA
               ADD 1 TO WSV-TAR-IGNORADAS
               DISPLAY 'FILA DE TARIFARIO IGNORADA - REGISTRO '
                   WSV-TAR-LEIDAS ' SUCURSAL ' TARF-SUCURSAL
           ELSE
               IF WSV-TAR-CNT = WSC-MAX-TARIFAS
                   MOVE '026B-ANOTAR-TARI'    TO ABND-PARRAFO
                   MOVE 'TABLA DE TARIFAS LLENA - MAX 200'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-TAR-CNT
               SET WSV-TAR-IDX TO WSV-TAR-CNT
               MOVE TARF-SUCURSAL   TO WSV-TAR-SUCURSAL (WSV-TAR-IDX)
               MOVE TARF-OPERACION  TO WSV-TAR-OPERACION (WSV-TAR-IDX)
               MOVE TARF-FIJO       TO WSV-TAR-FIJO (WSV-TAR-IDX)
               MOVE TARF-PORCENTAJE TO WSV-TAR-PORCENTAJE (WSV-TAR-IDX)
               MOVE TARF-MINIMO     TO WSV-TAR-MINIMO (WSV-TAR-IDX)
               MOVE TARF-MAXIMO     TO WSV-TAR-MAXIMO (WSV-TAR-IDX)
           END-IF
           PERFORM 026A-LEER-TARIFA.

      *REGISTRO DE ARRANQUE EN EL CONTROL DE CORRIDAS - UNA SEGUNDA
      *CORRIDA DEL MISMO DIA SOLO PROCEDE CON TARJETA DE RECORRIDA
       012-REGISTRAR-INICIO.
           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'ARITM'               TO RUNC-PROGRAMA
           MOVE WSV-RUN-DATE          TO RUNC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO RUNC-EMPRESA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           MOVE ZEROS                 TO RUNC-CUENTA
           CALL 'RUNCTL' USING RUNC-PARAMETROS
                       MOVE ARST-CTA-DIV     TO WSV-CTA-DIV
                       MOVE ARST-CTA-COMP    TO WSV-CTA-COMP
                       MOVE ARST-RETENIDAS   TO WSV-TOT-RETENIDAS
                       IF ARST-CTA-ERRORES NUMERIC
                           MOVE ARST-CTA-ERRORES TO WSV-CTA-ERRORES
                       END-IF
                       IF ARST-DUPLICADOS NUMERIC
                           MOVE ARST-DUPLICADOS TO WSV-TOT-DUPLICADOS
                       END-IF
                       MOVE ARST-CTA-COMI    TO WSV-CTA-COMISIONES
                       MOVE ARST-TOT-COMI    TO WSV-TOT-COMISIONES
                       MOVE ARST-HDR-SW      TO WSV-HDR-SW
                       MOVE ARST-LOTE-ID     TO WSV-LOTE-ID
                       MOVE ARST-FECHA-LOTE  TO WSV-FECHA-LOTE
           MOVE ARST-SUC-R4 (WSV-CHK-COCIENTE)
               TO WSV-SUC-R4 (WSV-SUC-IDX)
           MOVE ARST-SUC-R5 (WSV-CHK-COCIENTE)
               TO WSV-SUC-R5 (WSV-SUC-IDX)
           MOVE ARST-SUC-COMI (WSV-CHK-COCIENTE)
               TO WSV-SUC-COMI (WSV-SUC-IDX).

       015-READ-TRANS.
           READ TRANS-FILE
           EVALUATE TRUE
               WHEN TR-TIPO-HEADER
                   PERFORM 017-PROCESAR-HEADER
      *UN LOTE BLOQUEADO POR RETRANSMISION O DE OTRA EMPRESA SE
      *SALTA COMPLETO - NI SUS DETALLES NI SU TRAILER SE PROCESAN
               WHEN (WSV-LOTE-BLOQUEADO OR WSV-LOTE-OTRA-EMPRESA)
                AND (TR-TIPO-DETALLE OR TR-TIPO-REVERSO)
                   PERFORM 020A-CONTAR-BLOQUEADO
               WHEN (WSV-LOTE-BLOQUEADO OR WSV-LOTE-OTRA-EMPRESA)
                AND TR-TIPO-TRAILER
                   CONTINUE
               WHEN TR-TIPO-DETALLE
                   PERFORM 022-PROCESAR-DETALLE
      *EL REVERSO CUENTA PARA EL TRAILER AHORA Y SE POSTEA AL FINAL
      *DE LA CORRIDA, CUANDO YA SE PUEDE BUSCAR SU ORIGINAL
               WHEN TR-TIPO-REVERSO
                   ADD 1 TO WSV-CUENTA-DETALLES
               WHEN TR-TIPO-TRAILER
                   PERFORM 025-VERIFICAR-TRAILER
               WHEN OTHER
           END-EVALUATE
           PERFORM 015-READ-TRANS.

      *EL ITEM BLOQUEADO NO SE POSTEA NI SE CUADRA CONTRA EL TRAILER,
      *PERO SE CUENTA PARA QUE LA CADENA LO VEA ENTRAR Y NO POSTEAR
       020A-CONTAR-BLOQUEADO.
           ADD 1 TO WSV-TOT-BLOQUEADOS
           IF TR-TIPO-DETALLE
               ADD TR-NUM-A TO WSV-BLQ-HASH-A
               ADD TR-NUM-B TO WSV-BLQ-HASH-B
           END-IF.

       017-PROCESAR-HEADER.
           IF WSV-HAY-HEADER
               MOVE 'HEADER DE LOTE DUPLICADO'
               MOVE TR-HDR-FECHA TO WSV-FECHA-LOTE
               DISPLAY 'LOTE EN PROCESO: ' WSV-LOTE-ID
                       ' FECHA: ' WSV-FECHA-LOTE
               IF TR-HDR-EMPRESA NOT = FECH-EMPRESA
                   PERFORM 017A-LOTE-OTRA-EMPRESA
               ELSE
                   PERFORM 018-CHEQUEAR-LOTE
               END-IF
           END-IF.

      *UN LOTE DE OTRA EMPRESA NO SE POSTEA CON LA FECHA Y LA
      *INTERFAZ CONTABLE DE ESTA - SE BLOQUEA COMPLETO CON SU PROPIA
      *SENAL (NO ES RETRANSMISION) Y VA EN LA CORRIDA DE SU EMPRESA
       017A-LOTE-OTRA-EMPRESA.
           MOVE 'S'    TO WSV-LOTE-EMP-SW
           MOVE SPACES TO WSV-RAZON-LOTE
           STRING 'LOTE DE EMPRESA ' TR-HDR-EMPRESA
                  ' - CORRIDA DE EMPRESA ' FECH-EMPRESA
                  DELIMITED BY SIZE INTO WSV-RAZON-LOTE
           PERFORM 047-EXCEPCION-LOTE.

      *BUSCA EL LOTE EN EL REGISTRO PERMANENTE DE LOTES POSTEADOS -
      *SI YA FIGURA ES UNA RETRANSMISION: SE RECHAZA CON EXCEPCION
      *GRAVE Y SE BLOQUEA EL POSTEO DE SUS DETALLES, SALVO QUE EL

       019A-BUSCAR-LOTE.
           IF LREG-LOTE = WSV-LOTE-ID
              AND LREG-EMPRESA = FECH-EMPRESA
               MOVE 'S' TO WSV-LOTE-BLQ-SW
           END-IF
           PERFORM 019-LEER-LOTE-REG.
                   NOT AT END
                       IF LOVR-RETRANS-PERMITIDA
                           MOVE 'S' TO WSV-RETRANS-SW
                           MOVE 'LOTOVRD'       TO OVRL-TARJETA
                           MOVE LOTE-OVR-RECORD TO OVRL-IMAGEN
                           PERFORM 016A-ASENTAR-EXCEPCION
                       END-IF
               END-READ
               CLOSE LOTE-OVR-FILE
           END-IF.

       022-PROCESAR-DETALLE.
           MOVE WSV-TOTAL-LEIDOS TO WSV-SECUENCIA-ACTUAL
           MOVE TR-NUM-A TO WSC-NUM-A
           MOVE TR-NUM-B TO WSC-NUM-B
           MOVE TR-DET-SUCURSAL TO WSV-SUCURSAL-ACTUAL
           MOVE WSV-LOTE-ID TO WSV-LOTE-ACTUAL
           IF WSV-SUCURSAL-ACTUAL < WSV-SUC-ANTERIOR
            AND NOT WSV-SECUENCIA-ROTA
               PERFORM 046-EXCEPCION-SECUENCIA
           ADD WSC-NUM-B TO WSV-HASH-B
      *EL DETALLE RETENIDO CUENTA PARA EL CUADRE DEL TRAILER (FUE
      *TRANSMITIDO) PERO NO SE POSTEA - QUEDA EN HELDFILE HASTA QUE
      *EL SUPERVISOR LO LIBERE O LO RECHACE. LA SOSPECHA DE
      *DUPLICADO SE MIRA PRIMERO: TODO DETALLE DEJA SU HUELLA, AUN
      *EL QUE DESPUES SE RETIENE POR MONTO
           MOVE 'N' TO WSV-DUP-SW
           IF WSV-HAY-CONTROL-DUP
               PERFORM 032-BUSCAR-DUPLICADO
           END-IF
           EVALUATE TRUE
               WHEN WSV-ES-DUPLICADO
                   MOVE 'D' TO WSV-MOTIVO-RETENCION
                   PERFORM 023-RETENER-DETALLE
                   PERFORM 035-ANOTAR-SOSPECHA
               WHEN WSV-HAY-UMBRAL
                AND (WSC-NUM-A > WSV-UMBRAL
                  OR WSC-NUM-A < WSV-UMBRAL-NEG
                  OR WSC-NUM-B > WSV-UMBRAL
                  OR WSC-NUM-B < WSV-UMBRAL-NEG)
                   MOVE 'M' TO WSV-MOTIVO-RETENCION
                   PERFORM 023-RETENER-DETALLE
               WHEN OTHER
                   PERFORM 024-POSTEAR-DETALLE
                   IF WSV-ERROR-FOUND
                       ADD 1 TO WSV-CTA-ERRORES
                   END-IF
           END-EVALUATE
           DIVIDE WSV-TOTAL-LEIDOS BY WSC-CHECKPOINT-INTERVAL
               GIVING WSV-CHK-COCIENTE REMAINDER WSV-CHK-RESIDUO
           IF WSV-CHK-RESIDUO = ZEROS
           MOVE WSV-TOTAL-LEIDOS    TO HLD-SECUENCIA
           MOVE TRANS-RECORD        TO HLD-IMAGEN
           MOVE WSV-OPERADOR        TO HLD-OPERADOR
           MOVE WSV-MOTIVO-RETENCION TO HLD-MOTIVO
           WRITE HELD-RECORD
           IF WSV-HELD-STAT NOT = '00'
               MOVE '023-RETENER-DET'     TO ABND-PARRAFO
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF HLD-POR-DUPLICADO
               DISPLAY 'DETALLE RETENIDO POR DUPLICADO - SECUENCIA '
                   HLD-SECUENCIA
           ELSE
               DISPLAY 'DETALLE RETENIDO POR MONTO - SECUENCIA '
                   HLD-SECUENCIA
           END-IF.

       024-POSTEAR-DETALLE.
           MOVE 'N' TO WSV-ERROR-SW
           PERFORM 030-WRITE-AUDIT
           PERFORM 040-TOTALS-ACCUM
           PERFORM 041-SUCURSAL-ACCUM
           IF WSV-HAY-TARIFAS
               PERFORM 050-COBRAR-COMISIONES
           END-IF
           IF WSV-ERROR-FOUND
               PERFORM 045-WRITE-EXCEPTION
           END-IF.
           MOVE TR-NUM-A            TO WSC-NUM-A
           MOVE TR-NUM-B            TO WSC-NUM-B
           MOVE TR-DET-SUCURSAL     TO WSV-SUCURSAL-ACTUAL
           MOVE REL-SECUENCIA       TO WSV-SECUENCIA-ACTUAL
           MOVE REL-LOTE            TO WSV-LOTE-ACTUAL
           MOVE WSV-RUN-ID          TO WSV-RUN-ID-SALVADO
           MOVE REL-RUN-ID          TO WSV-RUN-ID
           PERFORM 024-POSTEAR-DETALLE
           END-IF
           CLOSE REL-FILE.

      *PRIMER DIA DE LA VENTANA DEL CONTROL DE DUPLICADOS - LA FECHA
      *DE NEGOCIO MENOS LOS DIAS CORRIDOS DE LA TARJETA DUPCARD
       031-CALCULAR-VENTANA.
           MOVE WSV-RUN-DATE TO WSV-DUP-FECHA-TRABAJO
           PERFORM 031A-RETROCEDER-UN-DIA WSV-DUP-DIAS TIMES
           MOVE WSV-DUP-FECHA-TRABAJO TO WSV-DUP-DESDE.

       031A-RETROCEDER-UN-DIA.
           IF WSV-DUP-FT-DD > 1
               SUBTRACT 1 FROM WSV-DUP-FT-DD
           ELSE
               IF WSV-DUP-FT-MM > 1
                   SUBTRACT 1 FROM WSV-DUP-FT-MM
               ELSE
                   MOVE 12 TO WSV-DUP-FT-MM
                   SUBTRACT 1 FROM WSV-DUP-FT-AA
               END-IF
               PERFORM 031B-DIAS-DEL-MES
               MOVE WSV-DUP-DIAS-MES TO WSV-DUP-FT-DD
           END-IF.

       031B-DIAS-DEL-MES.
           MOVE WSC-DUP-DIAS-MES (WSV-DUP-FT-MM) TO WSV-DUP-DIAS-MES
           IF WSV-DUP-FT-MM = 2
               DIVIDE WSV-DUP-FT-AA BY 4
                   GIVING WSV-DUP-COCIENTE REMAINDER WSV-DUP-RESIDUO
               IF WSV-DUP-RESIDUO = ZEROS
                   MOVE 29 TO WSV-DUP-DIAS-MES
               END-IF
           END-IF.

      *BUSCA LA HUELLA DEL DETALLE EN CURSO DESDE EL PRIMER DIA DE LA
      *VENTANA HASTA LA FECHA DE NEGOCIO Y DESPUES GRABA LA PROPIA -
      *EL CODIGO DE OPERACION EN BLANCO SE NORMALIZA COMO EN EL
      *POSTEO PARA QUE BLANCO Y 'SSSSS' SEAN LA MISMA HUELLA
       032-BUSCAR-DUPLICADO.
           MOVE 'N'                 TO WSV-DUP-FIN-SW
           MOVE WSV-SUCURSAL-ACTUAL TO WSV-DUP-SUCURSAL
           MOVE WSC-NUM-A           TO WSV-DUP-NUM-A
           MOVE WSC-NUM-B           TO WSV-DUP-NUM-B
           MOVE TR-DET-OPERACIONES  TO WSV-DUP-OPERACIONES
           IF WSV-DUP-OPERACIONES = SPACES
               MOVE 'SSSSS' TO WSV-DUP-OPERACIONES
           END-IF
           MOVE WSV-DUP-HUELLA TO DUPH-HUELLA
           MOVE WSV-DUP-DESDE  TO DUPH-FECHA-NEGOCIO
           MOVE LOW-VALUES     TO DUPH-RUN-ID
           MOVE ZEROS          TO DUPH-SECUENCIA
           START DUPH-FILE KEY IS NOT LESS THAN DUPH-LLAVE
               INVALID KEY
                   MOVE 'S' TO WSV-DUP-FIN-SW
           END-START
           IF WSV-DUPH-STAT NOT = '00' AND WSV-DUPH-STAT NOT = '23'
               MOVE '032-BUSCAR-DUPLI'    TO ABND-PARRAFO
               STRING 'START DUPH-FILE FALLO - STATUS '
                      WSV-DUPH-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 033-LEER-HUELLA UNTIL WSV-DUP-FIN-BUSQUEDA
           PERFORM 034-GRABAR-HUELLA.

       033-LEER-HUELLA.
           READ DUPH-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WSV-DUP-FIN-SW
               NOT AT END
                   IF DUPH-HUELLA NOT = WSV-DUP-HUELLA
                    OR DUPH-FECHA-NEGOCIO > WSV-RUN-DATE
                       MOVE 'S' TO WSV-DUP-FIN-SW
                   ELSE
                       IF DUPH-RUN-ID NOT = WSV-RUN-ID
                        OR DUPH-SECUENCIA < WSV-SECUENCIA-ACTUAL
                           MOVE 'S' TO WSV-DUP-SW
                           MOVE 'S' TO WSV-DUP-FIN-SW
                           MOVE DUPH-FECHA-NEGOCIO
                               TO WSV-DUP-ORI-FECHA
                           MOVE DUPH-RUN-ID    TO WSV-DUP-ORI-RUN-ID
                           MOVE DUPH-LOTE      TO WSV-DUP-ORI-LOTE
                           MOVE DUPH-SECUENCIA
                               TO WSV-DUP-ORI-SECUENCIA
                           MOVE DUPH-OPERADOR  TO WSV-DUP-ORI-OPERADOR
                       END-IF
                   END-IF
           END-READ
           IF WSV-DUPH-STAT NOT = '00' AND WSV-DUPH-STAT NOT = '10'
               MOVE '033-LEER-HUELLA'     TO ABND-PARRAFO
               STRING 'READ DUPH-FILE FALLO - STATUS '
                      WSV-DUPH-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *LA HUELLA YA GRABADA POR UNA CORRIDA INTERRUMPIDA (MISMO
      *RUN-ID Y SECUENCIA) NO ES ERROR - SE DEJA LA QUE ESTABA
       034-GRABAR-HUELLA.
           MOVE SPACES               TO DUPH-RECORD
           MOVE WSV-DUP-HUELLA       TO DUPH-HUELLA
           MOVE WSV-RUN-DATE         TO DUPH-FECHA-NEGOCIO
           MOVE WSV-RUN-ID           TO DUPH-RUN-ID
           MOVE WSV-SECUENCIA-ACTUAL TO DUPH-SECUENCIA
           MOVE WSV-LOTE-ID          TO DUPH-LOTE
           MOVE WSV-OPERADOR         TO DUPH-OPERADOR
           WRITE DUPH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WSV-DUPH-STAT NOT = '00' AND WSV-DUPH-STAT NOT = '22'
               MOVE '034-GRABAR-HUELL'    TO ABND-PARRAFO
               STRING 'WRITE DUPH-FILE FALLO - STATUS '
                      WSV-DUPH-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *LA SOSPECHA LLEVA LAS DOS OCURRENCIAS - LA RETENIDA CON LOS
      *MISMOS DATOS DE SU REGISTRO EN HELDFILE
       035-ANOTAR-SOSPECHA.
           ADD 1 TO WSV-TOT-DUPLICADOS
           MOVE SPACES                TO DUPS-RECORD
           MOVE WSV-RUN-DATE          TO DUPS-FECHA-NEGOCIO
           MOVE WSV-DUP-SUCURSAL      TO DUPS-SUCURSAL
           MOVE WSV-DUP-NUM-A         TO DUPS-NUM-A
           MOVE WSV-DUP-NUM-B         TO DUPS-NUM-B
           MOVE WSV-DUP-OPERACIONES   TO DUPS-OPERACIONES
           MOVE HLD-RUN-ID            TO DUPS-RUN-ID
           MOVE HLD-LOTE              TO DUPS-LOTE
           MOVE HLD-SECUENCIA         TO DUPS-SECUENCIA
           MOVE HLD-OPERADOR          TO DUPS-OPERADOR
           MOVE WSV-DUP-ORI-FECHA     TO DUPS-ORI-FECHA
           MOVE WSV-DUP-ORI-RUN-ID    TO DUPS-ORI-RUN-ID
           MOVE WSV-DUP-ORI-LOTE      TO DUPS-ORI-LOTE
           MOVE WSV-DUP-ORI-SECUENCIA TO DUPS-ORI-SECUENCIA
           MOVE WSV-DUP-ORI-OPERADOR  TO DUPS-ORI-OPERADOR
           WRITE DUPS-RECORD
           IF WSV-DUPS-STAT NOT = '00'
               MOVE '035-ANOTAR-SOSPE'    TO ABND-PARRAFO
               STRING 'WRITE DUPS-FILE FALLO - STATUS '
                      WSV-DUPS-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *GRABA EL PUNTO DE CONTROL - POSICION DE LA ENTRADA Y TODOS
      *LOS ACUMULADOS NECESARIOS PARA REANUDAR EL CUADRE
       043-CHECKPOINT.
           MOVE WSV-CTA-DIV         TO ARST-CTA-DIV
           MOVE WSV-CTA-COMP        TO ARST-CTA-COMP
           MOVE WSV-TOT-RETENIDAS   TO ARST-RETENIDAS
           MOVE WSV-CTA-ERRORES     TO ARST-CTA-ERRORES
           MOVE WSV-TOT-DUPLICADOS  TO ARST-DUPLICADOS
           MOVE WSV-CTA-COMISIONES  TO ARST-CTA-COMI
           MOVE WSV-TOT-COMISIONES  TO ARST-TOT-COMI
           MOVE WSV-HDR-SW          TO ARST-HDR-SW
           MOVE WSV-LOTE-ID         TO ARST-LOTE-ID
           MOVE WSV-FECHA-LOTE      TO ARST-FECHA-LOTE
           MOVE WSV-SUC-R4 (WSV-SUC-IDX)
               TO ARST-SUC-R4 (WSV-CHK-COCIENTE)
           MOVE WSV-SUC-R5 (WSV-SUC-IDX)
               TO ARST-SUC-R5 (WSV-CHK-COCIENTE)
           MOVE WSV-SUC-COMI (WSV-SUC-IDX)
               TO ARST-SUC-COMI (WSV-CHK-COCIENTE).

      *LA CORRIDA TERMINO NORMALMENTE - SE REPONE EL PUNTO DE
      *CONTROL EN CEROS PARA QUE LA PROXIMA CORRIDA EMPIECE DESDE
               IF TR-TRL-CUENTA NOT = WSV-CUENTA-DETALLES
                   MOVE 'CUENTA DE TRAILER NO CUADRA CON LEIDO'
                       TO WSV-RAZON-LOTE
                   MOVE 'CU' TO WSV-CAL-LOTE
                   PERFORM 047-EXCEPCION-LOTE
               END-IF
               IF TR-TRL-HASH-A NOT = WSV-HASH-A
                 OR TR-TRL-HASH-B NOT = WSV-HASH-B
                   MOVE 'HASH DE OPERANDOS NO CUADRA CON LEIDO'
                       TO WSV-RAZON-LOTE
                   IF WSV-CAL-LOTE = SPACES
                       MOVE 'HA' TO WSV-CAL-LOTE
                   END-IF
                   PERFORM 047-EXCEPCION-LOTE
               END-IF
           END-IF.

       030-WRITE-AUDIT.
           MOVE SPACES                     TO AUDIT-RECORD
           MOVE WSV-RUN-ID                TO AUD-RUN-ID
           MOVE WSC-NUM-A                  TO AUD-NUM-A
           MOVE WSC-NUM-B                  TO AUD-NUM-B
           MOVE WSV-ERROR-SW               TO AUD-ERROR-SW
           MOVE WSV-OPERADOR               TO AUD-OPERADOR
           MOVE WSV-SUCURSAL-ACTUAL        TO AUD-SUCURSAL
           MOVE WSV-SECUENCIA-ACTUAL       TO AUD-SECUENCIA
           MOVE WSV-REVERSO-SW             TO AUD-REVERSO-SW
           MOVE FECH-EMPRESA               TO AUD-EMPRESA
           WRITE AUDIT-RECORD.

      *ACUMULA LA TRANSACCION EN SU SUCURSAL - LA TABLA SE LLENA EN
                   MOVE ZEROS TO WSV-SUC-R3 (WSV-SUC-CNT)
                   MOVE ZEROS TO WSV-SUC-R4 (WSV-SUC-CNT)
                   MOVE ZEROS TO WSV-SUC-R5 (WSV-SUC-CNT)
                   MOVE ZEROS TO WSV-SUC-COMI (WSV-SUC-CNT)
                   SET WSV-SUC-IDX TO WSV-SUC-CNT
                   PERFORM 042-SUMAR-SUCURSAL
               WHEN WSV-SUC-CODIGO (WSV-SUC-IDX)
           ADD WSV-RESULT-5                TO WSV-TOTAL-RESULT-5.

      *REPORTA LA TRANSACCION CON ERROR ARITMETICO AL LISTADO
      *CONSOLIDADO DE EXCEPCIONES DEL DIA (EXCPFILE) - EL ID ES LA
      *SECUENCIA DEL ITEM, LA MISMA QUE QUEDA EN LA AUDITORIA, PARA
      *QUE LA TRAZA (TRAZA) LLEGUE DEL ITEM A SU TICKET
       045-WRITE-EXCEPTION.
           MOVE WSV-RUN-ID                 TO EXCP-RUN-ID
           MOVE 'ARITM'                    TO EXCP-PROGRAMA
           MOVE WSV-SECUENCIA-ACTUAL       TO EXCP-ID-REGISTRO
           MOVE 'ERROR ARITMETICO - VER AUDITORIA'
               TO EXCP-RAZON
           MOVE 3                          TO EXCP-SEVERIDAD
           MOVE WSV-OPERADOR               TO EXCP-OPERADOR
           MOVE FECH-EMPRESA               TO EXCP-EMPRESA
           WRITE EXCP-RECORD
           PERFORM 049-AVISAR-ALERTA.

               TO EXCP-RAZON
           MOVE 2                          TO EXCP-SEVERIDAD
           MOVE WSV-OPERADOR               TO EXCP-OPERADOR
           MOVE FECH-EMPRESA               TO EXCP-EMPRESA
           WRITE EXCP-RECORD
           DISPLAY 'FEED CON SUCURSALES FUERA DE SECUENCIA'.

           MOVE WSV-RAZON-LOTE             TO EXCP-RAZON
           MOVE 3                          TO EXCP-SEVERIDAD
           MOVE WSV-OPERADOR               TO EXCP-OPERADOR
           MOVE FECH-EMPRESA               TO EXCP-EMPRESA
           WRITE EXCP-RECORD
           PERFORM 049-AVISAR-ALERTA
           DISPLAY 'LOTE RECHAZADO: ' WSV-RAZON-LOTE.
           MOVE EXCP-OPERADOR              TO ALRT-OPERADOR
           CALL 'ALERTA' USING ALRT-DATOS.

      *COMISIONES DEL DETALLE RECIEN POSTEADO - UNA POR CADA
      *OPERACION PEDIDA QUE TENGA TARIFA; SE ACUMULAN EN LA SUCURSAL
      *QUE DEJO POSICIONADA 041-SUCURSAL-ACCUM
       050-COBRAR-COMISIONES.
           PERFORM 051-COMISION-OPERACION
               VARYING WSV-COM-OP FROM 1 BY 1
               UNTIL WSV-COM-OP > 5.

       051-COMISION-OPERACION.
           IF WSV-PIDE-OP (WSV-COM-OP) = 'S'
               PERFORM 052-BUSCAR-TARIFA
               IF WSV-COM-ENCONTRADA
                   PERFORM 053-CALCULAR-COMISION
                   PERFORM 054-GRABAR-COMISION
               END-IF
           END-IF.

      *PRIMERO LA FILA PROPIA DE LA SUCURSAL, DESPUES LA POR DEFECTO
       052-BUSCAR-TARIFA.
           MOVE 'N' TO WSV-COM-ENCONTRADA-SW
           SET WSV-TAR-IDX TO 1
           SEARCH WSV-TAR-ENTRY
               AT END
                   CONTINUE
               WHEN WSV-TAR-SUCURSAL (WSV-TAR-IDX) = WSV-SUCURSAL-ACTUAL
                AND WSV-TAR-OPERACION (WSV-TAR-IDX) = WSV-COM-OP
                   MOVE 'S' TO WSV-COM-ENCONTRADA-SW
           END-SEARCH
           IF NOT WSV-COM-ENCONTRADA
               SET WSV-TAR-IDX TO 1
               SEARCH WSV-TAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSV-TAR-SUCURSAL (WSV-TAR-IDX)
                            = WSC-TARIFA-DEFECTO
                    AND WSV-TAR-OPERACION (WSV-TAR-IDX) = WSV-COM-OP
                       MOVE 'S' TO WSV-COM-ENCONTRADA-SW
               END-SEARCH
           END-IF.

      *CARGO FIJO MAS PORCENTAJE SOBRE EL OPERANDO A EN VALOR
      *ABSOLUTO, LLEVADO AL MINIMO Y TOPEADO EN EL MAXIMO
       053-CALCULAR-COMISION.
           MOVE WSV-TAR-SUCURSAL (WSV-TAR-IDX) TO WSV-COM-FILA
           IF WSC-NUM-A < ZERO
               COMPUTE WSV-COM-BASE = ZERO - WSC-NUM-A
           ELSE
               MOVE WSC-NUM-A TO WSV-COM-BASE
           END-IF
           COMPUTE WSV-COM-CALCULO ROUNDED =
               WSV-TAR-FIJO (WSV-TAR-IDX)
             + WSV-COM-BASE * WSV-TAR-PORCENTAJE (WSV-TAR-IDX) / 100
           IF WSV-COM-CALCULO < WSV-TAR-MINIMO (WSV-TAR-IDX)
               MOVE WSV-TAR-MINIMO (WSV-TAR-IDX) TO WSV-COM-CALCULO
           END-IF
           IF WSV-TAR-MAXIMO (WSV-TAR-IDX) > ZEROS
            AND WSV-COM-CALCULO > WSV-TAR-MAXIMO (WSV-TAR-IDX)
               MOVE WSV-TAR-MAXIMO (WSV-TAR-IDX) TO WSV-COM-CALCULO
           END-IF
           COMPUTE WSV-COM-IMPORTE = WSV-COM-CALCULO
               ON SIZE ERROR
                   MOVE 99999.99 TO WSV-COM-IMPORTE
           END-COMPUTE.

       054-GRABAR-COMISION.
           MOVE SPACES                 TO COMISION-RECORD
           MOVE WSV-RUN-ID             TO CMI-RUN-ID
           MOVE WSV-RUN-DATE           TO CMI-FECHA-NEGOCIO
           MOVE WSV-LOTE-ACTUAL        TO CMI-LOTE
           MOVE WSV-SECUENCIA-ACTUAL   TO CMI-SECUENCIA
           MOVE WSV-SUCURSAL-ACTUAL    TO CMI-SUCURSAL
           MOVE WSV-COM-OP             TO CMI-OPERACION
           MOVE WSV-COM-BASE           TO CMI-BASE
           MOVE WSV-COM-IMPORTE        TO CMI-IMPORTE
           MOVE WSV-COM-FILA           TO CMI-TARIFA
           MOVE WSV-OPERADOR           TO CMI-OPERADOR
           WRITE COMISION-RECORD
           IF WSV-COMI-STAT NOT = '00'
               MOVE '054-GRABAR-COMIS'    TO ABND-PARRAFO
               STRING 'WRITE COMISION-FILE FALLO - STATUS '
                      WSV-COMI-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           ADD WSV-COM-IMPORTE TO WSV-SUC-COMI (WSV-SUC-IDX)
           ADD WSV-COM-IMPORTE TO WSV-TOT-COMISIONES
           ADD 1               TO WSV-CTA-COMISIONES.

      *REVERSOS DEL LOTE - SE RELEE LA ENTRADA PARA JUNTARLOS, SE
      *RECORRE LA AUDITORIA BUSCANDO Y VALIDANDO CADA ORIGINAL, SE
      *POSTEAN LOS NEGATIVOS EXACTOS DE SUS RESULTADOS BAJO LA MISMA
      *SUCURSAL Y RECIEN ENTONCES SE MARCAN LOS ORIGINALES COMO
      *REVERTIDOS; LOS RECHAZADOS VAN A EXCEPCIONES Y TODOS QUEDAN
      *EN LA BITACORA DE REVERSOS
       060-PROCESAR-REVERSOS.
           MOVE ZEROS TO WSV-REV-CNT
           MOVE ZEROS TO WSV-REV-LEIDOS
           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           IF WSV-TRANS-STAT NOT = '00'
               MOVE '060-PROC-REVERSO'    TO ABND-PARRAFO
               STRING 'OPEN TRANS-FILE FALLO - STATUS '
                      WSV-TRANS-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 061-LEER-ENTRADA
           PERFORM 062-ANOTAR-REVERSO UNTIL WSS-FIN
           IF WSV-REV-CNT > ZEROS
               PERFORM 063-BUSCAR-ORIGINALES
               PERFORM 066-POSTEAR-REVERSOS
               PERFORM 070-MARCAR-ORIGINALES
           END-IF.

       061-LEER-ENTRADA.
           READ TRANS-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   MOVE '1' TO WSS-SWITCHES
                   ADD 1 TO WSV-REV-LEIDOS
           END-READ.

      *LA SECUENCIA PROPIA DEL REVERSO ES SU POSICION EN LA ENTRADA,
      *IGUAL QUE LA DE UN DETALLE - UN SEGUNDO PEDIDO SOBRE EL MISMO
      *ORIGINAL EN EL MISMO LOTE SE RECHAZA DE ENTRADA
       062-ANOTAR-REVERSO.
           IF TR-TIPO-REVERSO
               MOVE 'P'    TO WSV-REV-ESTADO-NUEVO
               MOVE SPACES TO WSV-REV-RAZON-NUEVA
               IF WSV-REV-CNT > ZEROS
                   SET WSV-REV-IDX TO 1
                   SEARCH WSV-REV-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSV-REV-ORI-RUN-ID (WSV-REV-IDX)
                                = TR-REV-RUN-ID
                        AND WSV-REV-ORI-SEC (WSV-REV-IDX)
                                = TR-REV-SECUENCIA
                           MOVE 'X' TO WSV-REV-ESTADO-NUEVO
                           MOVE 'REVERSO DUPLICADO EN EL LOTE'
                               TO WSV-REV-RAZON-NUEVA
                   END-SEARCH
               END-IF
               IF WSV-REV-CNT = WSC-MAX-REVERSOS
                   MOVE '062-ANOTAR-REVER'    TO ABND-PARRAFO
                   MOVE 'TABLA DE REVERSOS LLENA - MAX 100'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-REV-CNT
               SET WSV-REV-IDX TO WSV-REV-CNT
               MOVE TR-REV-RUN-ID    TO WSV-REV-ORI-RUN-ID (WSV-REV-IDX)
               MOVE TR-REV-SECUENCIA TO WSV-REV-ORI-SEC (WSV-REV-IDX)
               MOVE TR-REV-SUCURSAL  TO WSV-REV-SUCURSAL (WSV-REV-IDX)
               MOVE WSV-REV-LEIDOS   TO WSV-REV-SEC-PROPIA (WSV-REV-IDX)
               MOVE WSV-REV-ESTADO-NUEVO
                   TO WSV-REV-ESTADO (WSV-REV-IDX)
               MOVE WSV-REV-RAZON-NUEVA
                   TO WSV-REV-RAZON (WSV-REV-IDX)
               MOVE 'N'    TO WSV-REV-POSTEADO (WSV-REV-IDX)
               MOVE 'N'    TO WSV-REV-ASENTADO (WSV-REV-IDX)
               MOVE SPACES TO WSV-REV-ORI-OPERADOR (WSV-REV-IDX)
               MOVE ZEROS  TO WSV-REV-ORI-NUM-A (WSV-REV-IDX)
               MOVE ZEROS  TO WSV-REV-ORI-NUM-B (WSV-REV-IDX)
               MOVE ZEROS  TO WSV-REV-ORI-R1 (WSV-REV-IDX)
               MOVE ZEROS  TO WSV-REV-ORI-R2 (WSV-REV-IDX)
               MOVE ZEROS  TO WSV-REV-ORI-R3 (WSV-REV-IDX)
               MOVE ZEROS  TO WSV-REV-ORI-R4 (WSV-REV-IDX)
               MOVE ZEROS  TO WSV-REV-ORI-R5 (WSV-REV-IDX)
           END-IF
           PERFORM 061-LEER-ENTRADA.

      *LA AUDITORIA SE REABRE DE ENTRADA PARA BUSCAR LOS ORIGINALES
      *Y LOS REVERSANTES QUE ESTA MISMA CORRIDA YA HUBIERA POSTEADO
      *ANTES DE UN ABEND; LA BITACORA DE REVERSOS SE RECORRE POR LOS
      *ASIENTOS DE ESTA CORRIDA
       063-BUSCAR-ORIGINALES.
           CLOSE AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           IF WSV-AUDIT-STAT NOT = '00'
               MOVE '063-BUSCAR-ORIGI'    TO ABND-PARRAFO
               STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                      WSV-AUDIT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 064-LEER-AUDITORIA
           PERFORM 065-BUSCAR-ORIGINAL UNTIL WSS-FIN
           CLOSE AUDIT-FILE
           PERFORM 065B-RESOLVER-MARCADO
               VARYING WSV-REV-IDX FROM 1 BY 1
               UNTIL WSV-REV-IDX > WSV-REV-CNT
           OPEN INPUT REV-FILE
           IF WSV-REV-STAT = '00'
               MOVE '1' TO WSS-SWITCHES
               PERFORM 065C-LEER-BITACORA
               PERFORM 065D-BUSCAR-ASENTADO UNTIL WSS-FIN
               CLOSE REV-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WSV-AUDIT-STAT NOT = '00'
               MOVE '063-BUSCAR-ORIGI'    TO ABND-PARRAFO
               STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                      WSV-AUDIT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       064-LEER-AUDITORIA.
           READ AUDIT-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

      *LOS REGISTROS SIN SECUENCIA (ANTERIORES A LOS REVERSOS) NO
      *PUEDEN SER NOMBRADOS POR UN REVERSO Y SE SALTAN. UN
      *REVERSANTE CON EL RUN-ID DE ESTA CORRIDA Y LA SECUENCIA DE UN
      *REVERSO DEL LOTE ES ESE REVERSO YA POSTEADO
       065-BUSCAR-ORIGINAL.
           IF AUD-SECUENCIA-X NOT = SPACES
               IF AUD-REVERSANTE AND AUD-RUN-ID = WSV-RUN-ID
                   SET WSV-REV-IDX TO 1
                   SEARCH WSV-REV-ENTRY
                       AT END
                           CONTINUE
                       WHEN WSV-REV-SEC-PROPIA (WSV-REV-IDX)
                                = AUD-SECUENCIA
                           MOVE 'S' TO WSV-REV-POSTEADO (WSV-REV-IDX)
                   END-SEARCH
               END-IF
               SET WSV-REV-IDX TO 1
               SEARCH WSV-REV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSV-REV-ESTADO (WSV-REV-IDX) = 'P'
                    AND WSV-REV-ORI-RUN-ID (WSV-REV-IDX) = AUD-RUN-ID
                    AND WSV-REV-ORI-SEC (WSV-REV-IDX) = AUD-SECUENCIA
                       PERFORM 065A-VALIDAR-ORIGINAL
               END-SEARCH
           END-IF
           PERFORM 064-LEER-AUDITORIA.

      *UN ORIGINAL YA MARCADO QUEDA EN 'M' CON SUS DATOS - RECIEN AL
      *TERMINAR LA BUSQUEDA SE SABE SI LO MARCO ESTA MISMA CORRIDA
       065A-VALIDAR-ORIGINAL.
           EVALUATE TRUE
               WHEN AUD-REVERSANTE
                   MOVE 'X' TO WSV-REV-ESTADO (WSV-REV-IDX)
                   MOVE 'REVERSO DE OTRO REVERSO'
                       TO WSV-REV-RAZON (WSV-REV-IDX)
               WHEN AUD-SUCURSAL NOT = WSV-REV-SUCURSAL (WSV-REV-IDX)
                   MOVE 'X' TO WSV-REV-ESTADO (WSV-REV-IDX)
                   MOVE 'REVERSO CON SUCURSAL DISTINTA'
                       TO WSV-REV-RAZON (WSV-REV-IDX)
               WHEN OTHER
                   IF AUD-REVERTIDO
                       MOVE 'M'      TO WSV-REV-ESTADO (WSV-REV-IDX)
                   ELSE
                       MOVE 'A'      TO WSV-REV-ESTADO (WSV-REV-IDX)
                   END-IF
                   MOVE AUD-OPERADOR
                       TO WSV-REV-ORI-OPERADOR (WSV-REV-IDX)
                   MOVE AUD-NUM-A    TO WSV-REV-ORI-NUM-A (WSV-REV-IDX)
                   MOVE AUD-NUM-B    TO WSV-REV-ORI-NUM-B (WSV-REV-IDX)
                   MOVE AUD-RESULT-1 TO WSV-REV-ORI-R1 (WSV-REV-IDX)
                   MOVE AUD-RESULT-2 TO WSV-REV-ORI-R2 (WSV-REV-IDX)
                   MOVE AUD-RESULT-3 TO WSV-REV-ORI-R3 (WSV-REV-IDX)
                   MOVE AUD-RESULT-4 TO WSV-REV-ORI-R4 (WSV-REV-IDX)
                   MOVE AUD-RESULT-5 TO WSV-REV-ORI-R5 (WSV-REV-IDX)
           END-EVALUATE.

      *EL ORIGINAL MARCADO CUYO REVERSANTE POSTEO ESTA CORRIDA ES
      *EL MISMO REVERSO (RECORRIDA TRAS ABEND); SI NO, YA LO HABIA
      *REVERTIDO OTRA CORRIDA
       065B-RESOLVER-MARCADO.
           IF WSV-REV-ESTADO (WSV-REV-IDX) = 'M'
               IF WSV-REV-POSTEADO (WSV-REV-IDX) = 'S'
                   MOVE 'A' TO WSV-REV-ESTADO (WSV-REV-IDX)
               ELSE
                   MOVE 'X' TO WSV-REV-ESTADO (WSV-REV-IDX)
                   MOVE 'REVERSO DE ITEM YA REVERTIDO'
                       TO WSV-REV-RAZON (WSV-REV-IDX)
               END-IF
           END-IF.

       065C-LEER-BITACORA.
           READ REV-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   CONTINUE
           END-READ.

       065D-BUSCAR-ASENTADO.
           IF REV-REV-RUN-ID = WSV-RUN-ID
               SET WSV-REV-IDX TO 1
               SEARCH WSV-REV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSV-REV-SEC-PROPIA (WSV-REV-IDX)
                            = REV-REV-SECUENCIA
                       MOVE 'S' TO WSV-REV-ASENTADO (WSV-REV-IDX)
               END-SEARCH
           END-IF
           PERFORM 065C-LEER-BITACORA.

       066-POSTEAR-REVERSOS.
           OPEN EXTEND REV-FILE
           IF WSV-REV-STAT NOT = '00'
               MOVE '066-POSTEAR-REVE'    TO ABND-PARRAFO
               STRING 'OPEN EXTEND REV-FILE FALLO - STATUS '
                      WSV-REV-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 067-POSTEAR-REVERSO
               VARYING WSV-REV-IDX FROM 1 BY 1
               UNTIL WSV-REV-IDX > WSV-REV-CNT
           CLOSE REV-FILE.

      *EL REVERSANTE LLEVA LOS OPERANDOS DEL ORIGINAL Y LOS
      *NEGATIVOS EXACTOS DE SUS RESULTADOS, ASI LOS SUBTOTALES POR
      *SUCURSAL, LA INTERFAZ CONTABLE Y LA POSICION NETEAN A CERO.
      *UNO QUE ESTA CORRIDA YA HABIA POSTEADO ANTES DE UN ABEND SOLO
      *SE ACUMULA, Y LO YA ASENTADO EN REVFILE NO SE REPITE
       067-POSTEAR-REVERSO.
           IF WSV-REV-ESTADO (WSV-REV-IDX) = 'P'
               MOVE 'X' TO WSV-REV-ESTADO (WSV-REV-IDX)
               MOVE 'REVERSO DE ITEM INEXISTENTE'
                   TO WSV-REV-RAZON (WSV-REV-IDX)
           END-IF
           IF WSV-REV-ESTADO (WSV-REV-IDX) = 'A'
               MOVE WSV-REV-ORI-NUM-A (WSV-REV-IDX) TO WSC-NUM-A
               MOVE WSV-REV-ORI-NUM-B (WSV-REV-IDX) TO WSC-NUM-B
               COMPUTE WSV-RESULT-1 =
                   ZERO - WSV-REV-ORI-R1 (WSV-REV-IDX)
               COMPUTE WSV-RESULT-2 =
                   ZERO - WSV-REV-ORI-R2 (WSV-REV-IDX)
               COMPUTE WSV-RESULT-3 =
                   ZERO - WSV-REV-ORI-R3 (WSV-REV-IDX)
               COMPUTE WSV-RESULT-4 =
                   ZERO - WSV-REV-ORI-R4 (WSV-REV-IDX)
               COMPUTE WSV-RESULT-5 =
                   ZERO - WSV-REV-ORI-R5 (WSV-REV-IDX)
               MOVE 'N' TO WSV-ERROR-SW
               MOVE WSV-REV-SUCURSAL (WSV-REV-IDX)
                   TO WSV-SUCURSAL-ACTUAL
               MOVE WSV-REV-SEC-PROPIA (WSV-REV-IDX)
                   TO WSV-SECUENCIA-ACTUAL
               MOVE 'V' TO WSV-REVERSO-SW
               IF WSV-REV-POSTEADO (WSV-REV-IDX) NOT = 'S'
                   PERFORM 030-WRITE-AUDIT
               END-IF
               PERFORM 040-TOTALS-ACCUM
               PERFORM 041-SUCURSAL-ACCUM
               MOVE SPACES TO WSV-REVERSO-SW
               ADD 1 TO WSV-TOT-REVERSOS
           ELSE
               ADD 1 TO WSV-TOT-REV-RECHAZOS
               IF WSV-REV-ASENTADO (WSV-REV-IDX) NOT = 'S'
                   PERFORM 069-EXCEPCION-REVERSO
               END-IF
           END-IF
           IF WSV-REV-ASENTADO (WSV-REV-IDX) NOT = 'S'
               PERFORM 068-REGISTRAR-REVERSO
           END-IF.

       068-REGISTRAR-REVERSO.
           MOVE SPACES                      TO REVERSO-RECORD
           MOVE WSV-RUN-DATE                TO REV-FECHA-NEGOCIO
           MOVE WSV-REV-ESTADO (WSV-REV-IDX) TO REV-ESTADO
           MOVE WSV-REV-RAZON (WSV-REV-IDX)  TO REV-RAZON
           MOVE WSV-REV-SUCURSAL (WSV-REV-IDX) TO REV-SUCURSAL
           MOVE WSV-REV-ORI-RUN-ID (WSV-REV-IDX) TO REV-ORI-RUN-ID
           MOVE WSV-REV-ORI-SEC (WSV-REV-IDX)    TO REV-ORI-SECUENCIA
           MOVE WSV-REV-ORI-OPERADOR (WSV-REV-IDX)
               TO REV-ORI-OPERADOR
           MOVE WSV-REV-ORI-R1 (WSV-REV-IDX) TO REV-ORI-RESULT-1
           MOVE WSV-REV-ORI-R2 (WSV-REV-IDX) TO REV-ORI-RESULT-2
           MOVE WSV-REV-ORI-R3 (WSV-REV-IDX) TO REV-ORI-RESULT-3
           MOVE WSV-REV-ORI-R4 (WSV-REV-IDX) TO REV-ORI-RESULT-4
           MOVE WSV-REV-ORI-R5 (WSV-REV-IDX) TO REV-ORI-RESULT-5
           MOVE WSV-RUN-ID                   TO REV-REV-RUN-ID
           MOVE WSV-REV-SEC-PROPIA (WSV-REV-IDX) TO REV-REV-SECUENCIA
           MOVE WSV-OPERADOR                 TO REV-REV-OPERADOR
           WRITE REVERSO-RECORD
           IF WSV-REV-STAT NOT = '00'
               MOVE '068-REGISTRAR-RE'    TO ABND-PARRAFO
               STRING 'WRITE REV-FILE FALLO - STATUS '
                      WSV-REV-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

      *REVERSO RECHAZADO - QUEDA EN EL LISTADO DE EXCEPCIONES DEL DIA
      *PARA QUE EL SUPERVISOR LO CORRIJA O LO DESCARTE
       069-EXCEPCION-REVERSO.
           MOVE WSV-RUN-ID                 TO EXCP-RUN-ID
           MOVE 'ARITM'                    TO EXCP-PROGRAMA
           MOVE WSV-REV-SEC-PROPIA (WSV-REV-IDX) TO EXCP-ID-REGISTRO
           MOVE WSV-REV-RAZON (WSV-REV-IDX) TO EXCP-RAZON
           MOVE 2                          TO EXCP-SEVERIDAD
           MOVE WSV-OPERADOR               TO EXCP-OPERADOR
           MOVE FECH-EMPRESA               TO EXCP-EMPRESA
           WRITE EXCP-RECORD
           DISPLAY 'REVERSO RECHAZADO: ' WSV-REV-RAZON (WSV-REV-IDX).

      *CON LOS REVERSANTES YA POSTEADOS SE MARCAN LOS ORIGINALES
      *ACEPTADOS - LA AUDITORIA SE REABRE EN I-O PARA MARCARLOS EN
      *SU LUGAR Y LUEGO VUELVE A EXTEND
       070-MARCAR-ORIGINALES.
           CLOSE AUDIT-FILE
           OPEN I-O AUDIT-FILE
           IF WSV-AUDIT-STAT NOT = '00'
               MOVE '070-MARCAR-ORIGI'    TO ABND-PARRAFO
               STRING 'OPEN I-O AUDIT-FILE FALLO - STATUS '
                      WSV-AUDIT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES
           PERFORM 064-LEER-AUDITORIA
           PERFORM 071-MARCAR-ORIGINAL UNTIL WSS-FIN
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
           IF WSV-AUDIT-STAT NOT = '00'
               MOVE '070-MARCAR-ORIGI'    TO ABND-PARRAFO
               STRING 'OPEN AUDIT-FILE FALLO - STATUS '
                      WSV-AUDIT-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       071-MARCAR-ORIGINAL.
           IF AUD-SECUENCIA-X NOT = SPACES
            AND NOT AUD-REVERTIDO
            AND NOT AUD-REVERSANTE
               SET WSV-REV-IDX TO 1
               SEARCH WSV-REV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WSV-REV-ESTADO (WSV-REV-IDX) = 'A'
                    AND WSV-REV-ORI-RUN-ID (WSV-REV-IDX) = AUD-RUN-ID
                    AND WSV-REV-ORI-SEC (WSV-REV-IDX) = AUD-SECUENCIA
                       MOVE 'R' TO AUD-REVERSO-SW
                       REWRITE AUDIT-RECORD
                       IF WSV-AUDIT-STAT NOT = '00'
                           MOVE '071-MARCAR-ORIGI'    TO ABND-PARRAFO
                           STRING 'REWRITE AUDIT-FILE FALLO - STATUS '
                                  WSV-AUDIT-STAT DELIMITED BY SIZE
                                  INTO ABND-CONDICION
                           PERFORM 999-ABEND
                       END-IF
               END-SEARCH
           END-IF
           PERFORM 064-LEER-AUDITORIA.

       090-PRINT-TOTALS.
           DISPLAY '---------------------------------------------'
           DISPLAY 'CUADRE DE LOTE - ARITM'
           DISPLAY 'OPERACIONES COMPUTE EJECUTADAS: ' WSV-CTA-COMP
           DISPLAY 'TRANSACCIONES RETENIDAS       : '
               WSV-TOT-RETENIDAS
           DISPLAY '  POR SOSPECHA DE DUPLICADO   : '
               WSV-TOT-DUPLICADOS
           DISPLAY 'TRANSACCIONES LIBERADAS       : '
               WSV-TOT-LIBERADAS
           DISPLAY 'REVERSOS POSTEADOS            : '
               WSV-TOT-REVERSOS
           DISPLAY 'REVERSOS RECHAZADOS           : '
               WSV-TOT-REV-RECHAZOS
           DISPLAY 'COMISIONES COBRADAS           : '
               WSV-CTA-COMISIONES
           DISPLAY 'TOTAL COMISIONES              : '
               WSV-TOT-COMISIONES
           DISPLAY '---------------------------------------------'
           DISPLAY 'RESUMEN POR SUCURSAL'
           PERFORM 092-RESUMEN-SUCURSAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT
           DISPLAY '---------------------------------------------'
           DISPLAY 'RESUMEN POR REGION'
           PERFORM 092A-RESUMEN-REGION
               VARYING WSV-REG-IDX FROM 1 BY 1
               UNTIL WSV-REG-IDX > WSV-REG-CNT
           DISPLAY 'TOTAL GENERAL REGIONES'
                   ' SUCS ' WSV-GRAL-SUCURSALES
                   ' TRANS ' WSV-GRAL-CUENTA
                   ' R1 ' WSV-GRAL-R1
                   ' R2 ' WSV-GRAL-R2
                   ' R3 ' WSV-GRAL-R3
                   ' R4 ' WSV-GRAL-R4
                   ' R5 ' WSV-GRAL-R5
                   ' COMIS ' WSV-GRAL-COMI.

      *SUBTOTALES POR REGION - CADA SUCURSAL DE LA CORRIDA SE BUSCA
      *EN EL MAESTRO Y SE ACUMULA EN SU REGION Y EN EL TOTAL GENERAL
       091-ARMAR-REGIONES.
           MOVE ZEROS TO WSV-REG-CNT
           MOVE ZEROS TO WSV-GRAL-SUCURSALES
           MOVE ZEROS TO WSV-GRAL-CUENTA
           MOVE ZEROS TO WSV-GRAL-R1
           MOVE ZEROS TO WSV-GRAL-R2
           MOVE ZEROS TO WSV-GRAL-R3
           MOVE ZEROS TO WSV-GRAL-R4
           MOVE ZEROS TO WSV-GRAL-R5
           MOVE ZEROS TO WSV-GRAL-COMI
           OPEN INPUT SUCURSAL-FILE
           IF WSV-SUCM-STAT NOT = '00'
               MOVE '091-ARMAR-REGION'    TO ABND-PARRAFO
               STRING 'OPEN SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 091A-REGION-SUCURSAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT
           CLOSE SUCURSAL-FILE.

       091A-REGION-SUCURSAL.
           MOVE WSV-SUC-CODIGO (WSV-SUC-IDX) TO SUC-CODIGO
           READ SUCURSAL-FILE
               INVALID KEY
                   MOVE WSC-SIN-REGION TO WSV-SUC-REGION (WSV-SUC-IDX)
               NOT INVALID KEY
                   MOVE SUC-REGION     TO WSV-SUC-REGION (WSV-SUC-IDX)
           END-READ
           IF WSV-SUCM-STAT NOT = '00' AND WSV-SUCM-STAT NOT = '23'
               MOVE '091A-REGION-SUC'     TO ABND-PARRAFO
               STRING 'READ SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           SET WSV-REG-IDX TO 1
           SEARCH WSV-REG-ENTRY
               AT END
                   IF WSV-REG-CNT = WSC-MAX-REGIONES
                       MOVE '091A-REGION-SUC'     TO ABND-PARRAFO
                       MOVE 'TABLA DE REGIONES LLENA - MAX 10'
                           TO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   ADD 1 TO WSV-REG-CNT
                   MOVE WSV-SUC-REGION (WSV-SUC-IDX)
                       TO WSV-REG-CODIGO (WSV-REG-CNT)
                   MOVE ZEROS TO WSV-REG-SUCURSALES (WSV-REG-CNT)
                   MOVE ZEROS TO WSV-REG-CUENTA (WSV-REG-CNT)
                   MOVE ZEROS TO WSV-REG-R1 (WSV-REG-CNT)
                   MOVE ZEROS TO WSV-REG-R2 (WSV-REG-CNT)
                   MOVE ZEROS TO WSV-REG-R3 (WSV-REG-CNT)
                   MOVE ZEROS TO WSV-REG-R4 (WSV-REG-CNT)
                   MOVE ZEROS TO WSV-REG-R5 (WSV-REG-CNT)
                   MOVE ZEROS TO WSV-REG-COMI (WSV-REG-CNT)
                   SET WSV-REG-IDX TO WSV-REG-CNT
                   PERFORM 091B-SUMAR-REGION
               WHEN WSV-REG-CODIGO (WSV-REG-IDX)
                    = WSV-SUC-REGION (WSV-SUC-IDX)
                   PERFORM 091B-SUMAR-REGION
           END-SEARCH.

       091B-SUMAR-REGION.
           ADD 1 TO WSV-REG-SUCURSALES (WSV-REG-IDX)
           ADD WSV-SUC-CUENTA (WSV-SUC-IDX)
               TO WSV-REG-CUENTA (WSV-REG-IDX)
           ADD WSV-SUC-R1 (WSV-SUC-IDX) TO WSV-REG-R1 (WSV-REG-IDX)
           ADD WSV-SUC-R2 (WSV-SUC-IDX) TO WSV-REG-R2 (WSV-REG-IDX)
           ADD WSV-SUC-R3 (WSV-SUC-IDX) TO WSV-REG-R3 (WSV-REG-IDX)
           ADD WSV-SUC-R4 (WSV-SUC-IDX) TO WSV-REG-R4 (WSV-REG-IDX)
           ADD WSV-SUC-R5 (WSV-SUC-IDX) TO WSV-REG-R5 (WSV-REG-IDX)
           ADD WSV-SUC-COMI (WSV-SUC-IDX) TO WSV-REG-COMI (WSV-REG-IDX)
           ADD 1 TO WSV-GRAL-SUCURSALES
           ADD WSV-SUC-CUENTA (WSV-SUC-IDX) TO WSV-GRAL-CUENTA
           ADD WSV-SUC-R1 (WSV-SUC-IDX) TO WSV-GRAL-R1
           ADD WSV-SUC-R2 (WSV-SUC-IDX) TO WSV-GRAL-R2
           ADD WSV-SUC-R3 (WSV-SUC-IDX) TO WSV-GRAL-R3
           ADD WSV-SUC-R4 (WSV-SUC-IDX) TO WSV-GRAL-R4
           ADD WSV-SUC-R5 (WSV-SUC-IDX) TO WSV-GRAL-R5
           ADD WSV-SUC-COMI (WSV-SUC-IDX) TO WSV-GRAL-COMI.

       092-RESUMEN-SUCURSAL.
           DISPLAY 'SUCURSAL ' WSV-SUC-CODIGO (WSV-SUC-IDX)
                   ' REGION ' WSV-SUC-REGION (WSV-SUC-IDX)
                   ' TRANS ' WSV-SUC-CUENTA (WSV-SUC-IDX)
                   ' R1 ' WSV-SUC-R1 (WSV-SUC-IDX)
                   ' R2 ' WSV-SUC-R2 (WSV-SUC-IDX)
                   ' R3 ' WSV-SUC-R3 (WSV-SUC-IDX)
                   ' R4 ' WSV-SUC-R4 (WSV-SUC-IDX)
                   ' R5 ' WSV-SUC-R5 (WSV-SUC-IDX)
                   ' COMIS ' WSV-SUC-COMI (WSV-SUC-IDX).

       092A-RESUMEN-REGION.
           DISPLAY 'REGION ' WSV-REG-CODIGO (WSV-REG-IDX)
                   ' SUCS ' WSV-REG-SUCURSALES (WSV-REG-IDX)
                   ' TRANS ' WSV-REG-CUENTA (WSV-REG-IDX)
                   ' R1 ' WSV-REG-R1 (WSV-REG-IDX)
                   ' R2 ' WSV-REG-R2 (WSV-REG-IDX)
                   ' R3 ' WSV-REG-R3 (WSV-REG-IDX)
                   ' R4 ' WSV-REG-R4 (WSV-REG-IDX)
                   ' R5 ' WSV-REG-R5 (WSV-REG-IDX)
                   ' COMIS ' WSV-REG-COMI (WSV-REG-IDX).

      *INTERFAZ CONTABLE - UN REGISTRO POR SUCURSAL Y RESULTADO CON
      *LA FECHA DE NEGOCIO Y UN TRAILER DE CUADRE, PARA QUE EL
      *MAYOR CONSUMA LOS SUBTOTALES SIN RECAPTURA MANUAL; EL
      *RESULTADO 6 LLEVA LAS COMISIONES COBRADAS A LA SUCURSAL
       094-ESCRIBIR-GL.
           OPEN OUTPUT GL-FILE
           IF WSV-GL-STAT NOT = '00'
           PERFORM 094A-GL-SUCURSAL
               VARYING WSV-SUC-IDX FROM 1 BY 1
               UNTIL WSV-SUC-IDX > WSV-SUC-CNT
           PERFORM 094C-GL-REGION
               VARYING WSV-REG-IDX FROM 1 BY 1
               UNTIL WSV-REG-IDX > WSV-REG-CNT
           PERFORM 094E-GL-GENERAL
           MOVE SPACES            TO GL-RECORD
           MOVE 'T'               TO GL-TIPO
           MOVE WSV-GL-REGISTROS  TO GL-TRL-REGISTROS
           MOVE WSV-GL-TOTAL      TO GL-TRL-TOTAL
           MOVE FECH-EMPRESA      TO GL-TRL-EMPRESA
           WRITE GL-RECORD
           IF WSV-GL-STAT NOT = '00'
               MOVE '094-ESCRIBIR-GL'     TO ABND-PARRAFO
           PERFORM 094B-GL-LINEA
           MOVE 5 TO WSV-GL-RES
           MOVE WSV-SUC-R5 (WSV-SUC-IDX) TO WSV-GL-IMP
           PERFORM 094B-GL-LINEA
           MOVE 6 TO WSV-GL-RES
           MOVE WSV-SUC-COMI (WSV-SUC-IDX) TO WSV-GL-IMP
           PERFORM 094B-GL-LINEA.

       094B-GL-LINEA.
           MOVE WSV-GL-RES                 TO GL-RESULTADO
           MOVE WSV-GL-IMP                 TO GL-IMPORTE
           MOVE WSV-SUC-CUENTA (WSV-SUC-IDX) TO GL-CUENTA-TRANS
           MOVE FECH-EMPRESA               TO GL-EMPRESA
           ADD WSV-GL-IMP                  TO WSV-GL-TOTAL
           WRITE GL-RECORD
           IF WSV-GL-STAT NOT = '00'
               PERFORM 999-ABEND
           END-IF
           ADD 1 TO WSV-GL-REGISTROS.

      *SUBTOTALES POR REGION Y TOTAL GENERAL - FUERA DEL CUADRE DEL
      *TRAILER, EL RECEPTOR LOS TOMA SOLO COMO CONTROL REGIONAL
       094C-GL-REGION.
           MOVE 'R'                           TO WSV-GL-TIPO
           MOVE WSV-REG-CODIGO (WSV-REG-IDX)     TO WSV-GL-REGION
           MOVE WSV-REG-CUENTA (WSV-REG-IDX)     TO WSV-GL-REG-CUENTA
           MOVE WSV-REG-SUCURSALES (WSV-REG-IDX) TO WSV-GL-REG-SUCS
           MOVE 1 TO WSV-GL-RES
           MOVE WSV-REG-R1 (WSV-REG-IDX) TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 2 TO WSV-GL-RES
           MOVE WSV-REG-R2 (WSV-REG-IDX) TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 3 TO WSV-GL-RES
           MOVE WSV-REG-R3 (WSV-REG-IDX) TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 4 TO WSV-GL-RES
           MOVE WSV-REG-R4 (WSV-REG-IDX) TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 5 TO WSV-GL-RES
           MOVE WSV-REG-R5 (WSV-REG-IDX) TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 6 TO WSV-GL-RES
           MOVE WSV-REG-COMI (WSV-REG-IDX) TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION.

       094D-GL-LINEA-REGION.
           MOVE SPACES                     TO GL-RECORD
           MOVE WSV-GL-TIPO                TO GL-TIPO
           MOVE WSV-RUN-DATE               TO GL-REG-FECHA-NEGOCIO
           MOVE WSV-GL-REGION              TO GL-REG-REGION
           MOVE WSV-GL-RES                 TO GL-REG-RESULTADO
           MOVE WSV-GL-REG-IMP             TO GL-REG-IMPORTE
           MOVE WSV-GL-REG-CUENTA          TO GL-REG-CUENTA-TRANS
           MOVE WSV-GL-REG-SUCS            TO GL-REG-SUCURSALES
           WRITE GL-RECORD
           IF WSV-GL-STAT NOT = '00'
               MOVE '094D-GL-LINEA-RE'    TO ABND-PARRAFO
               STRING 'WRITE GL-FILE FALLO - STATUS '
                      WSV-GL-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       094E-GL-GENERAL.
           MOVE 'G'                        TO WSV-GL-TIPO
           MOVE SPACES                     TO WSV-GL-REGION
           MOVE WSV-GRAL-CUENTA            TO WSV-GL-REG-CUENTA
           MOVE WSV-GRAL-SUCURSALES        TO WSV-GL-REG-SUCS
           MOVE 1 TO WSV-GL-RES
           MOVE WSV-GRAL-R1 TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 2 TO WSV-GL-RES
           MOVE WSV-GRAL-R2 TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 3 TO WSV-GL-RES
           MOVE WSV-GRAL-R3 TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 4 TO WSV-GL-RES
           MOVE WSV-GRAL-R4 TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 5 TO WSV-GL-RES
           MOVE WSV-GRAL-R5 TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION
           MOVE 6 TO WSV-GL-RES
           MOVE WSV-GRAL-COMI TO WSV-GL-REG-IMP
           PERFORM 094D-GL-LINEA-REGION.
      *PARA QUE UNA SEGUNDA TRANSMISION DEL MISMO LOTE SE RECHACE
       093-REGISTRAR-LOTE.
           OPEN EXTEND LOTE-REG-FILE
           MOVE WSV-FECHA-LOTE  TO LREG-FECHA-LOTE
           MOVE WSV-RUN-ID      TO LREG-RUN-ID
           MOVE WSV-RUN-DATE    TO LREG-FECHA-POSTEO
           MOVE FECH-EMPRESA    TO LREG-EMPRESA
           WRITE LOTE-REG-RECORD
           IF WSV-LREG-STAT NOT = '00'
               MOVE '093-REGISTRAR-LO'    TO ABND-PARRAFO
           END-IF
           CLOSE LOTE-REG-FILE.

      *LOS RETENIDOS DE LA CORRIDA VAN A LA BITACORA DE USO POR
      *SUCURSAL PARA EL CARGO MENSUAL. SE CUENTAN RELEYENDO HELDFILE
      *POR EL RUN-ID Y NO AL RETENER, PORQUE UNA CORRIDA REANUDADA
      *DESDE EL PUNTO DE CONTROL NO VE LOS QUE RETUVO LA CORRIDA
      *INTERRUMPIDA. LA SUCURSAL VA EN LA IMAGEN DEL DETALLE (MISMA
      *POSICION QUE TR-DET-SUCURSAL); UNA RECORRIDA DE LA FECHA
      *REEMPLAZA LAS CUENTAS DE LA ANTERIOR. LA BITACORA NO DETIENE
      *EL POSTEO: SI HELDFILE NO SE PUEDE RELEER SOLO SE AVISA
       096-ASENTAR-USO.
           MOVE 'I'            TO USOL-FUNCION
           MOVE 'ARITM'        TO USOL-PROGRAMA
           MOVE WSV-RUN-DATE   TO USOL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA   TO USOL-EMPRESA
           MOVE 'S'            TO USOL-REEMPLAZA
           CALL 'USOLOG' USING USOL-PARAMETROS
           IF WSV-TOT-RETENIDAS > ZEROS
               OPEN INPUT HELD-FILE
               IF WSV-HELD-STAT NOT = '00'
                   DISPLAY 'ARITM: HELDFILE NO SE PUDO RELEER PARA EL'
                           ' USO - STATUS ' WSV-HELD-STAT
               ELSE
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 097-CONTAR-RETENIDO UNTIL WSS-FIN
                   CLOSE HELD-FILE
               END-IF
           END-IF
           MOVE 'F'            TO USOL-FUNCION
           CALL 'USOLOG' USING USOL-PARAMETROS
           PERFORM 096A-ASENTAR-CALIDAD.

      *EVENTOS DE CALIDAD DEL FEED POR SUCURSAL PARA EL TABLERO
      *MENSUAL, EN UNA CORRIDA APARTE DE LA BITACORA DONDE SOLO VALE
      *LA PRIMERA DE LA FECHA (LO QUE LLEGO A SU HORA, AUNQUE
      *DESPUES SE CORRIJA Y SE RECORRA): LOTE RECHAZADO POR TRAILER
      *O HASH Y LOTE BLOQUEADO POR RETRANSMISION, UNO POR CADA
      *SUCURSAL DEL LOTE, Y LA SUCURSAL QUE ROMPIO LA SECUENCIA. LA
      *ENTRADA SOLO SE RELEE SI HAY ALGO QUE ASENTAR O SI LA CORRIDA
      *FUE REANUDADA (NO VIO EL PRINCIPIO DEL FEED)
       096A-ASENTAR-CALIDAD.
           MOVE 'I'            TO USOL-FUNCION
           MOVE 'ARITM'        TO USOL-PROGRAMA
           MOVE WSV-RUN-DATE   TO USOL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA   TO USOL-EMPRESA
           MOVE 'P'            TO USOL-REEMPLAZA
           CALL 'USOLOG' USING USOL-PARAMETROS
           MOVE ZEROS          TO WSV-CAL-SUC-CNT
           MOVE LOW-VALUES     TO WSV-CAL-SUC-ANT
           MOVE SPACES         TO WSV-CAL-SUC-ROTA
           IF WSV-CAL-LOTE NOT = SPACES OR WSV-LOTE-BLOQUEADO
            OR WSV-SECUENCIA-ROTA OR WSV-SALTAR > ZEROS
               OPEN INPUT TRANS-FILE
               IF WSV-TRANS-STAT NOT = '00'
                   DISPLAY 'ARITM: TRANOK NO SE PUDO RELEER PARA LA'
                           ' CALIDAD - STATUS ' WSV-TRANS-STAT
               ELSE
                   MOVE '1' TO WSS-SWITCHES
                   PERFORM 096B-RELEER-ENTRADA UNTIL WSS-FIN
                   CLOSE TRANS-FILE
               END-IF
           END-IF
           MOVE 'A'            TO USOL-FUNCION
           MOVE 1              TO USOL-CANTIDAD
           IF WSV-CAL-LOTE NOT = SPACES
               MOVE 'K'            TO USOL-ACTIVIDAD
               MOVE WSV-CAL-LOTE   TO USOL-DETALLE
               PERFORM 096D-ASENTAR-SUCURSAL
                   VARYING WSV-CAL-IDX FROM 1 BY 1
                   UNTIL WSV-CAL-IDX > WSV-CAL-SUC-CNT
           END-IF
           IF WSV-LOTE-BLOQUEADO AND NOT WSV-LOTE-OTRA-EMPRESA
               MOVE 'B'            TO USOL-ACTIVIDAD
               MOVE SPACES         TO USOL-DETALLE
               PERFORM 096D-ASENTAR-SUCURSAL
                   VARYING WSV-CAL-IDX FROM 1 BY 1
                   UNTIL WSV-CAL-IDX > WSV-CAL-SUC-CNT
           ELSE
               IF WSV-CAL-SUC-ROTA NOT = SPACES
                   MOVE WSV-CAL-SUC-ROTA TO USOL-SUCURSAL
                   MOVE 'S'              TO USOL-ACTIVIDAD
                   MOVE SPACES           TO USOL-DETALLE
                   CALL 'USOLOG' USING USOL-PARAMETROS
               END-IF
           END-IF
           MOVE 'F'            TO USOL-FUNCION
           CALL 'USOLOG' USING USOL-PARAMETROS.

       096B-RELEER-ENTRADA.
           READ TRANS-FILE
               AT END
                   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF TR-TIPO-DETALLE OR TR-TIPO-REVERSO
                       PERFORM 096C-ANOTAR-SUCURSAL
                   END-IF
           END-READ.

       096C-ANOTAR-SUCURSAL.
           IF TR-DET-SUCURSAL < WSV-CAL-SUC-ANT
            AND WSV-CAL-SUC-ROTA = SPACES
               MOVE TR-DET-SUCURSAL TO WSV-CAL-SUC-ROTA
           END-IF
           MOVE TR-DET-SUCURSAL TO WSV-CAL-SUC-ANT
           SET WSV-CAL-IDX TO 1
           SEARCH WSV-CAL-SUC-ENTRY
               AT END
                   IF WSV-CAL-SUC-CNT < WSC-MAX-CAL-SUC
                       ADD 1 TO WSV-CAL-SUC-CNT
                       MOVE TR-DET-SUCURSAL
                           TO WSV-CAL-SUC-CODIGO (WSV-CAL-SUC-CNT)
                   END-IF
               WHEN WSV-CAL-SUC-CODIGO (WSV-CAL-IDX) = TR-DET-SUCURSAL
                   CONTINUE
           END-SEARCH.

       096D-ASENTAR-SUCURSAL.
           MOVE WSV-CAL-SUC-CODIGO (WSV-CAL-IDX) TO USOL-SUCURSAL
           CALL 'USOLOG' USING USOL-PARAMETROS.

       097-CONTAR-RETENIDO.
           READ HELD-FILE
               AT END
                   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   IF HLD-RUN-ID = WSV-RUN-ID
                       MOVE 'A'              TO USOL-FUNCION
                       MOVE HLD-IMAGEN (10:3) TO USOL-SUCURSAL
                       MOVE 'T'              TO USOL-ACTIVIDAD
                       MOVE 1                TO USOL-CANTIDAD
                       CALL 'USOLOG' USING USOL-PARAMETROS
                   END-IF
           END-READ.

      *LA ENTRADA, SU REPARTO Y LO POSTEADO EN LA CORRIDA VAN A LA
      *BITACORA DE TOTALES PARA EL CUADRE DE LA CADENA (CADENA). LOS
      *ACUMULADOS VIENEN DEL PUNTO DE CONTROL EN UNA CORRIDA
      *REANUDADA; LOS LIBERADOS SE POSTEAN PERO NO SON ENTRADA DEL
      *DIA, ASI QUE SOLO ENTRAN EN EL PUNTO AUDFILE
       098-ASENTAR-TOTALES.
           MOVE 'I'                   TO TOTL-FUNCION
           MOVE 'ARITM'               TO TOTL-PROGRAMA
           MOVE WSV-RUN-DATE          TO TOTL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO TOTL-EMPRESA
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'A'                   TO TOTL-FUNCION
           MOVE 'TRANOK'              TO TOTL-PUNTO
           ADD WSV-CUENTA-DETALLES WSV-TOT-BLOQUEADOS
               GIVING TOTL-CUENTA
           ADD WSV-HASH-A WSV-BLQ-HASH-A GIVING TOTL-TOTAL-A
           ADD WSV-HASH-B WSV-BLQ-HASH-B GIVING TOTL-TOTAL-B
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'POSTEADO'            TO TOTL-PUNTO
           COMPUTE TOTL-CUENTA = WSV-TOTAL-TRANS
                               - WSV-TOT-LIBERADAS
                               - WSV-CTA-ERRORES
           MOVE ZEROS                 TO TOTL-TOTAL-A
           MOVE ZEROS                 TO TOTL-TOTAL-B
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'ERROR'               TO TOTL-PUNTO
           MOVE WSV-CTA-ERRORES       TO TOTL-CUENTA
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'RETENIDO'            TO TOTL-PUNTO
           MOVE WSV-TOT-RETENIDAS     TO TOTL-CUENTA
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'RECHAZO'             TO TOTL-PUNTO
           ADD WSV-TOT-REV-RECHAZOS WSV-TOT-BLOQUEADOS
               GIVING TOTL-CUENTA
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'AUDFILE'             TO TOTL-PUNTO
           MOVE WSV-TOTAL-TRANS       TO TOTL-CUENTA
           COMPUTE TOTL-TOTAL-A = WSV-TOTAL-RESULT-1
                                + WSV-TOTAL-RESULT-2
                                + WSV-TOTAL-RESULT-3
                                + WSV-TOTAL-RESULT-4
                                + WSV-TOTAL-RESULT-5
           MOVE WSV-TOT-COMISIONES    TO TOTL-TOTAL-B
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'F'                   TO TOTL-FUNCION
           CALL 'TOTLOG' USING TOTL-PARAMETROS.

       095-REGISTRAR-FIN.
           MOVE 'F'                   TO RUNC-FUNCION
           MOVE WSV-TOTAL-TRANS       TO RUNC-CUENTA
