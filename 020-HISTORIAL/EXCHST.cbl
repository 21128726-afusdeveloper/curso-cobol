           MOVE EXCP-RAZON          TO HST-RAZON
           MOVE EXCP-SEVERIDAD      TO HST-SEVERIDAD
           MOVE EXCP-OPERADOR       TO HST-OPERADOR
           MOVE EXCP-EMPRESA        TO HST-EMPRESA
           MOVE 'P'                 TO HST-ESTADO
           MOVE SPACES              TO HST-RESUELTO-POR
           MOVE ZEROS               TO HST-FECHA-RESOL
