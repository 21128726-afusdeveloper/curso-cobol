                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CPCO-STAT.

      *MAESTRO DE SUCURSALES - LA MISMA CONSULTA POR LLAVE DEL EDITOR
           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-RJ-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  COMP-CORR-RECORD             PIC X(10).

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
           COPY USOLWS.
      *
      *AREAS DE TRABAJO PARA REAPLICAR LAS MISMAS EDICIONES DEL
      *EDITOR SOBRE LA IMAGEN CORREGIDA
       77  WSV-CORR-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-TRCO-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-CPCO-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-SUCM-STAT                PIC X(02) VALUE ZEROS.
      *
      *RESULTADO DE LA REVALIDACION DEL REGISTRO EN CURSO - LAS
      *MISMAS EDICIONES Y CODIGOS DE RAZON DEL EDITOR
         88 WSV-REGISTRO-VALIDO                   VALUE 'V'.
         88 WSV-REGISTRO-MALO                     VALUE 'M'.
       77  WSV-RAZON-COD                PIC X(02) VALUE SPACES.
       77  WSV-SUCURSAL-SW              PIC X(01) VALUE 'V'.
         88 WSV-SUCURSAL-VIGENTE                  VALUE 'V'.
      *
      *TABLA DE CORRECCIONES - SE CARGA COMPLETA EN MEMORIA Y SE
      *COTEJA CONTRA EL SUSPENSO EN UNA SOLA PASADA; LA MARCA DE
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
      *LO RECICLADO SE CUENTA POR SUCURSAL PARA EL CARGO MENSUAL;
      *CADA CORRIDA RESUELVE CORRECCIONES DISTINTAS, ASI QUE LAS
      *CORRIDAS DE UNA MISMA FECHA SE SUMAN
           MOVE 'I'                   TO USOL-FUNCION
           MOVE 'RECICLA'             TO USOL-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO USOL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO USOL-EMPRESA
           MOVE 'N'                   TO USOL-REEMPLAZA
           CALL 'USOLOG' USING USOL-PARAMETROS
           OPEN OUTPUT SUSP-NEW-FILE
           IF WSV-SUSN-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           OPEN INPUT SUCURSAL-FILE
           IF WSV-SUCM-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE 'RECICLA'             TO REPW-REPORT-ID
           MOVE 'RECICLAJE DE RECHAZOS'
               TO REPW-TITULO
                              INTO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   IF TR-TIPO-DETALLE OR TR-TIPO-REVERSO
                       MOVE TR-DET-SUCURSAL TO USOL-SUCURSAL
                   ELSE
                       MOVE '***'           TO USOL-SUCURSAL
                   END-IF
               ELSE
                   WRITE COMP-CORR-RECORD FROM COMPARE-RECORD
                   IF WSV-CPCO-STAT NOT = '00'
                              INTO ABND-CONDICION
                       PERFORM 999-ABEND
                   END-IF
                   MOVE '***'           TO USOL-SUCURSAL
               END-IF
               MOVE 'A'          TO USOL-FUNCION
               MOVE 'C'          TO USOL-ACTIVIDAD
               MOVE 1            TO USOL-CANTIDAD
               CALL 'USOLOG' USING USOL-PARAMETROS
               MOVE 'CORREGIDA ' TO RPTD-DISPOSICION
               PERFORM 060-DETALLE
           ELSE
           MOVE 'V' TO WSV-REGISTRO-SW
           MOVE SPACES TO WSV-RAZON-COD
           MOVE WSV-SUS-IMAGEN TO TRANS-RECORD
           MOVE 'V' TO WSV-SUCURSAL-SW
           IF TR-TIPO-DETALLE OR TR-TIPO-REVERSO
               PERFORM 055-VALIDAR-SUCURSAL
           END-IF
           EVALUATE TRUE
               WHEN TRANS-RECORD = SPACES
                 OR TRANS-RECORD = LOW-VALUES
                   MOVE '06' TO WSV-RAZON-COD
               WHEN TR-TIPO-TRAILER
                   CONTINUE
               WHEN TR-TIPO-REVERSO
                AND (TR-REV-RUN-ID = SPACES
                 OR  TR-REV-SECUENCIA NOT NUMERIC
                 OR  TR-REV-SECUENCIA = ZEROS)
                   MOVE 'M'  TO WSV-REGISTRO-SW
                   MOVE '10' TO WSV-RAZON-COD
               WHEN TR-TIPO-REVERSO
                AND NOT WSV-SUCURSAL-VIGENTE
                   MOVE 'M'  TO WSV-REGISTRO-SW
                   MOVE '09' TO WSV-RAZON-COD
               WHEN TR-TIPO-REVERSO
                   CONTINUE
               WHEN NOT TR-TIPO-DETALLE
                   MOVE 'M'  TO WSV-REGISTRO-SW
                   MOVE '04' TO WSV-RAZON-COD
               WHEN TR-DET-OPERACIONES = 'NNNNN'
                   MOVE 'M'  TO WSV-REGISTRO-SW
                   MOVE '08' TO WSV-RAZON-COD
               WHEN NOT WSV-SUCURSAL-VIGENTE
                   MOVE 'M'  TO WSV-REGISTRO-SW
                   MOVE '09' TO WSV-RAZON-COD
           END-EVALUATE.

      *MISMA REGLA DE VIGENCIA DE SUCURSAL QUE EL EDITOR - EXISTE,
      *YA ABRIO Y SU FECHA DE CIERRE, SI LA TIENE, TODAVIA NO LLEGO
       055-VALIDAR-SUCURSAL.
           MOVE TR-DET-SUCURSAL TO SUC-CODIGO
           READ SUCURSAL-FILE
               INVALID KEY
                   MOVE 'M' TO WSV-SUCURSAL-SW
           END-READ
           IF WSV-SUCM-STAT NOT = '00' AND WSV-SUCM-STAT NOT = '23'
               MOVE '055-VALIDAR-SUC'     TO ABND-PARRAFO
               STRING 'READ SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF WSV-SUCURSAL-VIGENTE
               IF SUC-FECHA-APERTURA > WSV-FECHA-CORRIDA
                   MOVE 'M' TO WSV-SUCURSAL-SW
               END-IF
               IF SUC-FECHA-CIERRE NOT = ZEROS
                AND SUC-FECHA-CIERRE NOT > WSV-FECHA-CORRIDA
                   MOVE 'M' TO WSV-SUCURSAL-SW
               END-IF
           END-IF.

      *LAS MISMAS EDICIONES QUE EL EDITOR APLICA EN SU PARRAFO DE
      *VALIDACION DE PARES DE COMPARACION - MISMOS CODIGOS DE RAZON
       056-REVALIDAR-COMP.
           CLOSE SUSP-NEW-FILE
           CLOSE TRAN-CORR-FILE
           CLOSE COMP-CORR-FILE
           CLOSE SUCURSAL-FILE
           MOVE 'F' TO USOL-FUNCION
           CALL 'USOLOG' USING USOL-PARAMETROS
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           DISPLAY 'RECICLA - CORREGIDOS : ' WSV-TOT-CORREGIDAS
