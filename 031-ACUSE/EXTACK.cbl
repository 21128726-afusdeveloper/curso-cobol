           MOVE WSV-EXT-CUENTA             TO EXCP-ID-REGISTRO
           MOVE 3                          TO EXCP-SEVERIDAD
           MOVE WSV-OPERADOR               TO EXCP-OPERADOR
           MOVE FECH-EMPRESA               TO EXCP-EMPRESA
           WRITE EXCP-RECORD
      *AVISO INMEDIATO A LA CONSOLA Y AL DATASET DE ALERTAS - LA
      *TRANSMISION CAIDA INTERRUMPE LA NOCHE, NO LA MANANA
