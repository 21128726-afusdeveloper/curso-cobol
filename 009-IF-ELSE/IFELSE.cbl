       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY OVRLWS.
           COPY RUNCWS.
           COPY FECHWS.
           COPY REPWWS.
                           DISPLAY 'MODO TOLERANCIA - ABSOLUTA '
                                   WSV-TOL-ABSOLUTA ' PORCENTAJE '
                                   WSV-TOL-PORCENTAJE
                           PERFORM 009-ASENTAR-EXCEPCION
                       END-IF
               END-READ
               CLOSE TOLER-FILE
           END-IF.

      *LA TARJETA QUE ABRE BANDAS DE TOLERANCIA QUEDA EN LA
      *BITACORA DE EXCEPCIONES CON EL OPERADOR DE LA CORRIDA
       009-ASENTAR-EXCEPCION.
           MOVE 'IFELSE'      TO OVRL-PROGRAMA
           MOVE WSV-RUN-DATE  TO OVRL-FECHA-NEGOCIO
           MOVE FECH-EMPRESA  TO OVRL-EMPRESA
           MOVE 'TOLCARD'     TO OVRL-TARJETA
           MOVE TOLER-RECORD  TO OVRL-IMAGEN
           MOVE WSV-OPERADOR  TO OVRL-OPERADOR
           CALL 'OVRLOG' USING OVRL-DATOS.

       006-LEER-OPERADOR.
           OPEN INPUT OPER-FILE
           IF WSV-OPER-STAT = '00'
           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'IFELSE'              TO RUNC-PROGRAMA
           MOVE WSV-RUN-DATE          TO RUNC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO RUNC-EMPRESA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           MOVE ZEROS                 TO RUNC-CUENTA
           CALL 'RUNCTL' USING RUNC-PARAMETROS
               TO EXCP-RAZON
           MOVE 2                          TO EXCP-SEVERIDAD
           MOVE WSV-OPERADOR               TO EXCP-OPERADOR
           MOVE FECH-EMPRESA               TO EXCP-EMPRESA
           WRITE EXCP-RECORD.

      *REPORTA UN PAR FUERA DE TOLERANCIA CON LA DIFERENCIA
                  INTO EXCP-RAZON
           MOVE 2                          TO EXCP-SEVERIDAD
           MOVE WSV-OPERADOR               TO EXCP-OPERADOR
           MOVE FECH-EMPRESA               TO EXCP-EMPRESA
           WRITE EXCP-RECORD.

      *PAGINA DE RESUMEN - CADA CUENTA SALE CON SU PORCENTAJE SOBRE
