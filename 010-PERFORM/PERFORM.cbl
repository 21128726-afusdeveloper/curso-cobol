           MOVE 'I'                   TO RUNC-FUNCION
           MOVE 'PERFORM'             TO RUNC-PROGRAMA
           MOVE WSV-FECHA-CORRIDA     TO RUNC-FECHA-NEGOCIO
           MOVE FECH-EMPRESA          TO RUNC-EMPRESA
           MOVE ZEROS                 TO RUNC-RETURN-CODE
           MOVE ZEROS                 TO RUNC-CUENTA
           CALL 'RUNCTL' USING RUNC-PARAMETROS
