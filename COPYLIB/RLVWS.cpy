      *RLVWS  - REGISTRO DEL DATASET PERMANENTE DE RELEVOS DE TURNO
      *         (RELEVOF). RELEVO AGREGA UNO CADA VEZ QUE UN OPERADOR
      *         ENTREGA EL TURNO: QUIEN SALE, QUIEN ENTRA, CUANDO, LA
      *         FECHA DE NEGOCIO EN CURSO Y LO QUE QUEDO ABIERTO EN
      *         ESE MOMENTO. EL ULTIMO REGISTRO ES EL PUNTO DE PARTIDA
      *         DEL RELEVO SIGUIENTE (ALERTAS POSTERIORES A SU HORA Y
      *         COMPARACION DE LO PENDIENTE)
       01  RELEVO-RECORD.
           05 RLV-FECHA-SISTEMA         PIC 9(06).
           05 RLV-HORA-SISTEMA          PIC 9(08).
           05 RLV-SALIENTE              PIC X(08).
           05 RLV-ENTRANTE              PIC X(08).
           05 RLV-FECHA-NEGOCIO         PIC 9(06).
           05 RLV-EMPRESA               PIC X(01).
           05 RLV-FECHA-CERRADA         PIC X(01).
             88 RLV-NEGOCIO-CERRADO              VALUE 'S'.
           05 RLV-CORRIDAS              PIC 9(05).
           05 RLV-ALERTAS               PIC 9(05).
           05 RLV-GRAVES                PIC 9(05).
           05 RLV-RETENIDOS             PIC 9(05).
           05 RLV-PENDIENTES            PIC 9(05).
           05 RLV-EXTRACTO-SIN-ACUSE    PIC X(01).
           05 FILLER                    PIC X(16).
