       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     PRSCAR.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO-FILE      ASSIGN TO PRSMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS PRS-LLAVE
                                         FILE STATUS IS WSV-PRSM-STAT.

      *TARJETAS DE PRESUPUESTO PREPARADAS POR FINANZAS - UNA POR
      *SUCURSAL, MES Y RESULTADO
           SELECT PTRAN-FILE            ASSIGN TO PRSTRAN
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-PTRN-STAT.

      *MAESTRO DE SUCURSALES - NO SE PRESUPUESTA UNA SUCURSAL QUE
      *NO EXISTE
           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS RANDOM
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-SUCM-STAT.

           SELECT OPER-FILE             ASSIGN TO OPERCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OPER-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRSWS.

      *ACCION 'A' ALTA, 'C' CAMBIO DEL IMPORTE, 'B' BAJA DE LA FILA;
      *EL IMPORTE VIENE CON SIGNO SOBREIMPRESO EN EL ULTIMO DIGITO
      *(UN RESULTADO DE RESTA PUEDE PRESUPUESTARSE NEGATIVO)
       FD  PTRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PTRAN-RECORD.
           05 PTR-TRANSACCION           PIC X(22).
           05 FILLER                    PIC X(58).

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPERWS.

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-PRSM-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-PTRN-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-SUCM-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-OPER-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSV-OPERADOR                 PIC X(08) VALUE 'NOIDENT'.
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
      *TARJETA EN PROCESO CON VISTAS ALFANUMERICAS PARA EDITAR LOS
      *CAMPOS NUMERICOS ANTES DE USARLOS
       01  WSV-TRANSACCION.
           05 WSV-TRN-ACCION           PIC X(01).
             88 WSV-TRN-ALTA                     VALUE 'A'.
             88 WSV-TRN-CAMBIO                   VALUE 'C'.
             88 WSV-TRN-BAJA                     VALUE 'B'.
             88 WSV-TRN-VALIDA               VALUES 'A' 'C' 'B'.
           05 WSV-TRN-SUCURSAL         PIC X(03).
           05 WSV-TRN-AAMM             PIC X(04).
           05 WSV-TRN-AAMM-N           REDEFINES WSV-TRN-AAMM.
               10 WSV-TRN-AA           PIC 9(02).
               10 WSV-TRN-MM           PIC 9(02).
           05 WSV-TRN-RESULTADO        PIC X(01).
           05 WSV-TRN-RESULTADO-N      REDEFINES WSV-TRN-RESULTADO
                                        PIC 9(01).
           05 WSV-TRN-IMPORTE          PIC S9(11)V99.
      *
       77  WSV-HAY-PRESUPUESTO          PIC X(01) VALUE 'N'.
         88 WSV-PRESUPUESTO-EXISTE               VALUE 'S'.
       77  WSV-IMPORTE-ANT              PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       77  WSV-RAZON                    PIC X(30) VALUE SPACES.
      *
      *TOTALES DE CONTROL DE LA CORRIDA
       01  WSV-TOTALES.
           05 WSV-TOT-LEIDAS           PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-ALTAS            PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-CAMBIOS          PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-BAJAS            PIC 9(05) VALUE ZEROS.
           05 WSV-TOT-RECHAZOS         PIC 9(05) VALUE ZEROS.
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - ENCABEZADO,
      *PAGINACION, ARCHIVO DE REIMPRESION Y CATALOGO UNIFORMES
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(08) VALUE 'ACCION  '.
           05 FILLER                   PIC X(05) VALUE 'SUC  '.
           05 FILLER                   PIC X(06) VALUE 'MES   '.
           05 FILLER                   PIC X(04) VALUE 'RES '.
           05 FILLER                   PIC X(17) VALUE
              ' IMPORTE ANTERIOR'.
           05 FILLER                   PIC X(18) VALUE
              '     IMPORTE NUEVO'.
           05 FILLER                   PIC X(22) VALUE
              '  OBSERVACION'.

       01  RPT-DETALLE.
           05 RPTD-ACCION               PIC X(08).
           05 RPTD-SUCURSAL             PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-AAMM                 PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-RESULTADO            PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPTD-IMPORTE-ANT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPTD-IMPORTE              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPTD-OBSERVACION          PIC X(19).

       01  RPT-TOTAL.
           05 RPTT-LITERAL              PIC X(32).
           05 RPTT-CANTIDAD             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(42) VALUE SPACES.

      *CARGA Y MANTENIMIENTO DEL MAESTRO DE PRESUPUESTO - CADA
      *TARJETA SE EDITA Y SE APLICA DIRECTO SOBRE EL KSDS; LAS
      *RECHAZADAS SE LISTAN CON SU RAZON PARA QUE FINANZAS LAS
      *CORRIJA Y LAS VUELVA A MANDAR. EL PRESUPUESTO ES UN PLAN DE
      *GESTION, NO UN CONTROL DEL POSTEO, Y NO PASA POR CAPTURA Y
      *VERIFICACION COMO LOS MAESTROS DE CODIGOS Y SUCURSALES
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'PRSCAR'                TO ABND-PROGRAMA
           PERFORM 016-LEER-OPERADOR
           PERFORM 020-INICIO
           PERFORM 030-PROCESO UNTIL WSS-FIN
           PERFORM 080-FIN
           GOBACK.

       016-LEER-OPERADOR.
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

       020-INICIO.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           OPEN I-O PRESUPUESTO-FILE
           IF WSV-PRSM-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN PRESUPUESTO-FILE FALLO - STATUS '
                      WSV-PRSM-STAT DELIMITED BY SIZE
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
           OPEN INPUT PTRAN-FILE
           IF WSV-PTRN-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN PTRAN-FILE FALLO - STATUS '
                      WSV-PTRN-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE 'PRSCAR'              TO REPW-REPORT-ID
           MOVE 'CARGA DE PRESUPUESTO SUCURSAL'
               TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           MOVE '1' TO WSS-SWITCHES
           PERFORM 025-LEER-TRAN.

       025-LEER-TRAN.
           READ PTRAN-FILE
               AT END   MOVE '0' TO WSS-SWITCHES
               NOT AT END
                   ADD 1 TO WSV-TOT-LEIDAS
           END-READ.

      *EDICION DE LA TARJETA Y DESPACHO POR ACCION - LA PRIMERA
      *FALLA DEJA SU RAZON Y LA TARJETA NO TOCA EL MAESTRO
       030-PROCESO.
           MOVE PTR-TRANSACCION     TO WSV-TRANSACCION
           MOVE ZEROS               TO WSV-IMPORTE-ANT
           PERFORM 032-EDITAR-TRAN
           IF WSV-RAZON NOT = SPACES
               MOVE WSV-RAZON       TO RPTD-OBSERVACION
               PERFORM 048-RECHAZAR
           ELSE
               PERFORM 035-BUSCAR-PRESUPUESTO
               EVALUATE TRUE
                   WHEN WSV-TRN-ALTA
                       PERFORM 040-APLICAR-ALTA
                   WHEN WSV-TRN-CAMBIO
                       PERFORM 042-APLICAR-CAMBIO
                   WHEN WSV-TRN-BAJA
                       PERFORM 044-APLICAR-BAJA
               END-EVALUATE
           END-IF
           PERFORM 025-LEER-TRAN.

       032-EDITAR-TRAN.
           MOVE SPACES TO WSV-RAZON
           EVALUATE TRUE
               WHEN NOT WSV-TRN-VALIDA
                   MOVE 'CODIGO DE ACCION INVALIDO' TO WSV-RAZON
               WHEN WSV-TRN-SUCURSAL = SPACES
                   MOVE 'SUCURSAL EN BLANCO' TO WSV-RAZON
               WHEN WSV-TRN-AAMM NOT NUMERIC
                   MOVE 'MES NO NUMERICO' TO WSV-RAZON
               WHEN WSV-TRN-MM < 1 OR WSV-TRN-MM > 12
                   MOVE 'MES FUERA DE RANGO' TO WSV-RAZON
               WHEN WSV-TRN-RESULTADO NOT NUMERIC
                   MOVE 'RESULTADO INVALIDO' TO WSV-RAZON
               WHEN WSV-TRN-RESULTADO-N < 1
                 OR WSV-TRN-RESULTADO-N > 5
                   MOVE 'RESULTADO INVALIDO' TO WSV-RAZON
               WHEN NOT WSV-TRN-BAJA
                AND WSV-TRN-IMPORTE NOT NUMERIC
                   MOVE 'IMPORTE NO NUMERICO' TO WSV-RAZON
               WHEN OTHER
                   PERFORM 033-BUSCAR-SUCURSAL
           END-EVALUATE.

       033-BUSCAR-SUCURSAL.
           MOVE WSV-TRN-SUCURSAL TO SUC-CODIGO
           READ SUCURSAL-FILE
               INVALID KEY
                   MOVE 'SUCURSAL NO EXISTE' TO WSV-RAZON
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF WSV-SUCM-STAT NOT = '00' AND WSV-SUCM-STAT NOT = '23'
               MOVE '033-BUSCAR-SUC'      TO ABND-PARRAFO
               STRING 'READ SUCURSAL-FILE FALLO - STATUS '
                      WSV-SUCM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       035-BUSCAR-PRESUPUESTO.
           MOVE 'N'                   TO WSV-HAY-PRESUPUESTO
           MOVE WSV-TRN-SUCURSAL      TO PRS-SUCURSAL
           MOVE WSV-TRN-AAMM-N        TO PRS-AAMM
           MOVE WSV-TRN-RESULTADO-N   TO PRS-RESULTADO
           READ PRESUPUESTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S'           TO WSV-HAY-PRESUPUESTO
                   MOVE PRS-IMPORTE   TO WSV-IMPORTE-ANT
           END-READ
           IF WSV-PRSM-STAT NOT = '00' AND WSV-PRSM-STAT NOT = '23'
               MOVE '035-BUSCAR-PRES'     TO ABND-PARRAFO
               STRING 'READ PRESUPUESTO-FILE FALLO - STATUS '
                      WSV-PRSM-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF.

       040-APLICAR-ALTA.
           IF WSV-PRESUPUESTO-EXISTE
               MOVE 'YA EXISTE - USAR C'  TO RPTD-OBSERVACION
               PERFORM 048-RECHAZAR
           ELSE
               MOVE SPACES                TO PRESUPUESTO-RECORD
               MOVE WSV-TRN-SUCURSAL      TO PRS-SUCURSAL
               MOVE WSV-TRN-AAMM-N        TO PRS-AAMM
               MOVE WSV-TRN-RESULTADO-N   TO PRS-RESULTADO
               MOVE WSV-TRN-IMPORTE       TO PRS-IMPORTE
               MOVE WSV-OPERADOR          TO PRS-ULT-OPERADOR
               MOVE WSV-FECHA-CORRIDA     TO PRS-FECHA-MANT
               WRITE PRESUPUESTO-RECORD
               IF WSV-PRSM-STAT NOT = '00'
                   MOVE '040-APLICAR-ALTA'    TO ABND-PARRAFO
                   STRING 'WRITE PRESUPUESTO-FILE FALLO - STATUS '
                          WSV-PRSM-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-TOT-ALTAS
               MOVE 'ALTA'                TO RPTD-ACCION
               MOVE 'CARGADO'             TO RPTD-OBSERVACION
               PERFORM 050-DETALLE
           END-IF.

       042-APLICAR-CAMBIO.
           IF NOT WSV-PRESUPUESTO-EXISTE
               MOVE 'NO EXISTE - USAR A'  TO RPTD-OBSERVACION
               PERFORM 048-RECHAZAR
           ELSE
               MOVE WSV-TRN-IMPORTE       TO PRS-IMPORTE
               MOVE WSV-OPERADOR          TO PRS-ULT-OPERADOR
               MOVE WSV-FECHA-CORRIDA     TO PRS-FECHA-MANT
               REWRITE PRESUPUESTO-RECORD
               IF WSV-PRSM-STAT NOT = '00'
                   MOVE '042-APLICAR-CAMB'    TO ABND-PARRAFO
                   STRING 'REWRITE PRESUPUESTO-FILE FALLO - STATUS '
                          WSV-PRSM-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-TOT-CAMBIOS
               MOVE 'CAMBIO'              TO RPTD-ACCION
               MOVE 'ACTUALIZADO'         TO RPTD-OBSERVACION
               PERFORM 050-DETALLE
           END-IF.

       044-APLICAR-BAJA.
           IF NOT WSV-PRESUPUESTO-EXISTE
               MOVE 'NO EXISTE'           TO RPTD-OBSERVACION
               PERFORM 048-RECHAZAR
           ELSE
               DELETE PRESUPUESTO-FILE
               IF WSV-PRSM-STAT NOT = '00'
                   MOVE '044-APLICAR-BAJA'    TO ABND-PARRAFO
                   STRING 'DELETE PRESUPUESTO-FILE FALLO - STATUS '
                          WSV-PRSM-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               MOVE ZEROS                 TO WSV-TRN-IMPORTE
               ADD 1 TO WSV-TOT-BAJAS
               MOVE 'BAJA'                TO RPTD-ACCION
               MOVE 'ELIMINADO'           TO RPTD-OBSERVACION
               PERFORM 050-DETALLE
           END-IF.

       048-RECHAZAR.
           ADD 1 TO WSV-TOT-RECHAZOS
           MOVE 'RECHAZO'                  TO RPTD-ACCION
           PERFORM 050-DETALLE.

      *UNA TARJETA RECHAZADA PUEDE TRAER BASURA EN EL IMPORTE - SE
      *LISTA EN CEROS PARA NO CORTAR EL REPORTE
       050-DETALLE.
           MOVE WSV-TRN-SUCURSAL           TO RPTD-SUCURSAL
           MOVE WSV-TRN-AAMM               TO RPTD-AAMM
           MOVE WSV-TRN-RESULTADO          TO RPTD-RESULTADO
           MOVE WSV-IMPORTE-ANT            TO RPTD-IMPORTE-ANT
           IF WSV-TRN-IMPORTE NUMERIC
               MOVE WSV-TRN-IMPORTE        TO RPTD-IMPORTE
           ELSE
               MOVE ZEROS                  TO RPTD-IMPORTE
           END-IF
           MOVE RPT-DETALLE                TO REPW-LINEA
           MOVE 1                          TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       070-TOTAL-LINEA.
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       080-FIN.
           CLOSE PRESUPUESTO-FILE
           CLOSE SUCURSAL-FILE
           CLOSE PTRAN-FILE
           PERFORM 099-PAGINA-REPORTE
           MOVE 'TARJETAS LEIDAS               : ' TO RPTT-LITERAL
           MOVE WSV-TOT-LEIDAS                     TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'ALTAS APLICADAS               : ' TO RPTT-LITERAL
           MOVE WSV-TOT-ALTAS                      TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'CAMBIOS APLICADOS             : ' TO RPTT-LITERAL
           MOVE WSV-TOT-CAMBIOS                    TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'BAJAS APLICADAS               : ' TO RPTT-LITERAL
           MOVE WSV-TOT-BAJAS                      TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
           MOVE 'TARJETAS RECHAZADAS           : ' TO RPTT-LITERAL
           MOVE WSV-TOT-RECHAZOS                   TO RPTT-CANTIDAD
           PERFORM 070-TOTAL-LINEA
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
