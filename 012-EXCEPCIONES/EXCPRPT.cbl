
           SELECT SORT-WORK-FILE        ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           05 SRT-OPERADOR              PIC X(08).
           05 FILLER                    PIC X(09).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY RUNCWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-EXCP-STAT                PIC X(02) VALUE ZEROS.
      *
       77  WSV-TOTAL-EXCEPCIONES        PIC 9(05) VALUE ZEROS.
       77  WSV-TOTAL-GRAVES             PIC 9(05) VALUE ZEROS.
               10 WSV-PRG-ADVERT       PIC 9(05).
               10 WSV-PRG-INFO         PIC 9(05).
      *
      *EL REPORTE SALE POR EL ESCRITOR COMUN (REPWRT) - ENCABEZADO,
      *PAGINACION, ARCHIVO DE REIMPRESION Y CATALOGO UNIFORMES; EL
      *ASIENTO EN EL CATALOGO ES LO QUE EL SUPERVISOR FIRMA AL
      *REVISAR EL LISTADO
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
      *REPORTE - LINEAS DE ENCABEZADO Y DETALLE
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(16) VALUE 'ID DE CORRIDA'.
           05 FILLER                   PIC X(10) VALUE 'PROGRAMA'.
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA TO WSV-FECHA-CORRIDA
           PERFORM 022-REGISTRAR-INICIO
           MOVE 'EXCPRPT'             TO REPW-REPORT-ID
           MOVE 'LISTADO DE EXCEPCIONES DEL DIA'
               TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
      *SE REINICIAN LOS TOTALES Y LAS CUENTAS POR PROGRAMA - EL
      *WORKING-STORAGE NO SE REINICIALIZA EN UN CALL POSTERIOR
      *DENTRO DE LA MISMA CORRIDA (MENU PUEDE PEDIR EL LISTADO MAS
           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'EXCPRPT'             TO RUNC-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO RUNC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO RUNC-EMPRESA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           MOVE ZEROS                 TO RUNC-CUENTA
           CALL 'RUNCTL' USING RUNC-PARAMETROS
               PERFORM 999-ABEND
           END-IF.

      *PROCEDIMIENTO DE SALIDA DEL SORT - LISTA CADA EXCEPCION YA
      *ORDENADA Y ACUMULA LAS CUENTAS POR PROGRAMA Y SEVERIDAD
       200-LISTAR.
       220-PROCESO.
           ADD 1 TO WSV-TOTAL-EXCEPCIONES
           PERFORM 230-CONTAR-PROGRAMA
           PERFORM 240-DETALLE
           PERFORM 210-RETORNAR.

           MOVE SRT-SEVERIDAD          TO RPTD-SEVERIDAD
           MOVE SRT-RAZON              TO RPTD-RAZON
           MOVE SRT-OPERADOR           TO RPTD-OPERADOR
           MOVE RPT-DETALLE            TO REPW-LINEA
           MOVE 1                      TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

      *PAGINA DE RESUMEN POR PROGRAMA Y CIERRE - LAS EXCEPCIONES
      *GRAVES DEJAN RETURN CODE 8 PARA DETENER LA PROMOCION
       080-FIN.
           PERFORM 099-PAGINA-REPORTE
           PERFORM 082-RESUMEN-PROGRAMA
               VARYING WSV-PRG-IDX FROM 1 BY 1
               UNTIL WSV-PRG-IDX > WSV-PROGRAMAS-CNT
               WSV-TOTAL-EXCEPCIONES
           DISPLAY 'TOTAL DE EXCEPCIONES GRAVES : '
               WSV-TOTAL-GRAVES
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
      *EL REGISTRO DE FIN VA ANTES DE FIJAR EL RETURN CODE - EL
      *RETORNO NORMAL DE UN SUBPROGRAMA LLAMADO LO DEJA EN CERO
           PERFORM 085-REGISTRAR-FIN
           MOVE WSV-PRG-GRAVES (WSV-PRG-IDX) TO RPTR-GRAVES
           MOVE WSV-PRG-ADVERT (WSV-PRG-IDX) TO RPTR-ADVERT
           MOVE WSV-PRG-INFO   (WSV-PRG-IDX) TO RPTR-INFO
           MOVE RPT-RESUMEN TO REPW-LINEA
           MOVE 1           TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       085-REGISTRAR-FIN.
           MOVE 'F'                   TO RUNC-FUNCION
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
