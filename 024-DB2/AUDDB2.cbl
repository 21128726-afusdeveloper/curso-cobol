       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY TOTLWS.
      *
       77  WSV-AUDIT-STAT               PIC X(02) VALUE ZEROS.
      *
           05 WSV-TOT-LEIDOS           PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-INSERTADOS       PIC 9(07) VALUE ZEROS.
           05 WSV-TOT-RECARGADAS       PIC 9(05) VALUE ZEROS.
      *SUMA DE LOS RESULTADOS CARGADOS, PARA EL CUADRE DE LA CADENA
      *CONTRA LA BITACORA (CADENA)
           05 WSV-TOT-RESULTADOS       PIC S9(11)V99 COMP-3
                                                  VALUE ZEROS.
       77  WSV-SQLCODE-ED              PIC -(09)9 VALUE ZEROS.

       PROCEDURE DIVISION.
               PERFORM 070-ERROR-SQL
           END-IF
           ADD 1 TO WSV-TOT-INSERTADOS
           ADD AUD-RESULT-1 AUD-RESULT-2 AUD-RESULT-3
               AUD-RESULT-4 AUD-RESULT-5 TO WSV-TOT-RESULTADOS
           ADD 1 TO WSV-SIN-COMMIT
           IF WSV-SIN-COMMIT NOT < WSC-COMMIT-INTERVAL
               PERFORM 050-COMMIT
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           CLOSE AUDIT-FILE
           PERFORM 085-ASENTAR-TOTALES.

      *LO CARGADO VA A LA BITACORA DE TOTALES BAJO LA FECHA DE
      *NEGOCIO PARA QUE CADENA LO CUADRE CONTRA LA BITACORA DE
      *AUDITORIA TAL COMO QUEDO AL FINAL DE LA NOCHE
       085-ASENTAR-TOTALES.
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE 'I'                   TO TOTL-FUNCION
           MOVE 'AUDDB2'              TO TOTL-PROGRAMA
           MOVE FECH-FECHA            TO TOTL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO TOTL-EMPRESA
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'A'                   TO TOTL-FUNCION
           MOVE 'CARGADO'             TO TOTL-PUNTO
           MOVE WSV-TOT-INSERTADOS    TO TOTL-CUENTA
           MOVE WSV-TOT-RESULTADOS    TO TOTL-TOTAL-A
           MOVE ZEROS                 TO TOTL-TOTAL-B
           CALL 'TOTLOG' USING TOTL-PARAMETROS
           MOVE 'F'                   TO TOTL-FUNCION
           CALL 'TOTLOG' USING TOTL-PARAMETROS.

           COPY ABNDPR.
