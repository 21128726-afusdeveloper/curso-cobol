      *RUNCFD - REGISTRO DEL DATASET DE CONTROL DE CORRIDAS
      *         (RUNCTLF, KSDS CON LLAVE PROGRAMA, FECHA DE NEGOCIO
      *         Y EMPRESA): UN SOLO REGISTRO DE ESTADO ACTUAL POR
      *         PROGRAMA, FECHA Y EMPRESA, ACTUALIZADO POR RUNCTL EN
      *         CADA INICIO Y FIN Y LEIDO POR MENU PARA EL TABLERO DEL
      *         OPERADOR - EL CHEQUEO DE CORRIDA DUPLICADA ES UNA
      *         LECTURA DIRECTA, YA NO UN BARRIDO DEL HISTORIAL
      *
           05 REG-LLAVE.
              10 REG-PROGRAMA           PIC X(08).
              10 REG-FECHA-NEGOCIO      PIC 9(06).
              10 REG-EMPRESA            PIC X(01).
           05 REG-EVENTO                PIC X(01).
             88 REG-EV-INICIO                    VALUE 'I'.
             88 REG-EV-FIN                       VALUE 'F'.
           05 REG-RECORRIDAS            PIC 9(03).
           05 REG-HORA-INICIO           PIC 9(08).
           05 REG-HORA-FIN              PIC 9(08).
           05 FILLER                    PIC X(20).
