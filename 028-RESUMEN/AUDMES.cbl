      *RESUMEN MENSUAL DE ACTIVIDAD POR SUCURSAL - LEE LA BITACORA
      *VIVA (AUDFILE) Y LA ARCHIVADA (AUDARCH), DERIVA LA FECHA DE
      *NEGOCIO DEL RUN-ID Y ACUMULA CUENTAS Y TOTALES DE RESULTADO
      *POR SUCURSAL Y DIA, CON TOTALES DEL MES POR SUCURSAL. LA
      *BITACORA ES COMUN A LAS EMPRESAS - SOLO SE RESUME LO DE ESTA
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'AUDMES'                TO ABND-PROGRAMA
           PERFORM 022-LEER-MES
           MOVE 'AUDMES'              TO REPW-REPORT-ID
           MOVE SPACES                TO REPW-TITULO
           STRING 'ACTIVIDAD MES '
                  WSV-MES-BUSCADO ' EMP ' FECH-EMPRESA
                  DELIMITED BY SIZE
                  INTO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
       035-CLASIFICAR.
           MOVE AUD-RUN-ID (1:6) TO WSV-FECHA-REG
           IF WSV-REG-AAMM = WSV-MES-BUSCADO
            AND AUD-EMPRESA = FECH-EMPRESA
               ADD 1 TO WSV-TOT-ELEGIDOS
               COMPUTE WSV-SUMA-RESULTADOS = AUD-RESULT-1
                   + AUD-RESULT-2 + AUD-RESULT-3
