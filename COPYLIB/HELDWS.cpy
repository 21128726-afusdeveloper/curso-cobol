      *HELDWS - REGISTRO CANONICO DE TRANSACCIONES RETENIDAS POR
      *         MONTO O POR SOSPECHA DE DUPLICADO (HELDFILE/RELFILE).
      *         ARITM RETIENE AQUI LOS DETALLES QUE EXCEDEN EL UMBRAL
      *         DE LA TARJETA LIMCARD Y LOS QUE REPITEN UN DETALLE
      *         ANTERIOR (SUCURSAL, OPERANDOS Y OPERACIONES) EN LUGAR
      *         DE POSTEARLOS; LIBERA LOS APRUEBA O RECHAZA
      *         CON TRANSACCIONES DE SUPERVISOR Y DEJA LOS APROBADOS
      *         EN RELFILE PARA QUE ARITM LOS POSTEE BAJO EL RUN-ID
      *         Y EL LOTE ORIGINALES (ASI RECON SIGUE CUADRANDO)
           05 HLD-SECUENCIA             PIC 9(07).
           05 HLD-IMAGEN                PIC X(30).
           05 HLD-OPERADOR              PIC X(08).
      *    EN BLANCO LOS RETENIDOS ANTES DE EXISTIR EL MOTIVO
           05 HLD-MOTIVO                PIC X(01).
             88 HLD-POR-MONTO                    VALUE 'M' ' '.
             88 HLD-POR-DUPLICADO                VALUE 'D'.
           05 FILLER                    PIC X(06).
