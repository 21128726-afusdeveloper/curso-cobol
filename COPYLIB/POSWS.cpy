      *POSWS  - REGISTRO DEL MAESTRO DE POSICION POR SUCURSAL
      *         (POSMSTR), KSDS LLAVEADO POR SUCURSAL Y RESULTADO
      *         (R1-R5). LO ACTUALIZA POSACT DESPUES DE ARITM CON
      *         LOS DETALLES DEL GLFILE DE LA FECHA DE NEGOCIO: EL
      *         SALDO DE APERTURA ES EL CIERRE DEL DIA HABIL
      *         ANTERIOR, EL MOVIMIENTO ES LO POSTEADO HOY Y EL
      *         CIERRE ES APERTURA MAS MOVIMIENTO. LOS ACUMULADOS
      *         DEL MES Y DEL ANO SE REINICIAN CUANDO LA FECHA DE
      *         NEGOCIO CAMBIA DE MES O DE ANO RESPECTO DE LA ULTIMA
      *         FECHA APLICADA. POSEST LO LISTA Y LO CONTROLA.
      *         CADA EMPRESA TIENE SU PROPIO MAESTRO (Y SU FOTO DE
      *         CIERRES POSCIER), COMO SU GLFILE; CADA POSICION LLEVA
      *         LA EMPRESA QUE LA CREO Y POSACT Y POSEST SE DETIENEN
      *         ANTE UN MAESTRO DE OTRA EMPRESA
       01  POSICION-RECORD.
           05 POS-LLAVE.
              10 POS-SUCURSAL           PIC X(03).
              10 POS-RESULTADO          PIC 9(01).
           05 POS-FECHA-NEGOCIO         PIC 9(06).
           05 POS-SALDO-APERTURA        PIC S9(11)V99 COMP-3.
           05 POS-MOVIMIENTO-DIA        PIC S9(11)V99 COMP-3.
           05 POS-SALDO-CIERRE          PIC S9(11)V99 COMP-3.
           05 POS-ACUM-MES              PIC S9(11)V99 COMP-3.
           05 POS-ACUM-ANO              PIC S9(11)V99 COMP-3.
           05 POS-CUENTA-DIA            PIC 9(07).
           05 POS-FECHA-ALTA            PIC 9(06).
      *    EMPRESA DE LA POSICION - EN BLANCO LA EMPRESA ORIGINAL
           05 POS-EMPRESA               PIC X(01).
           05 FILLER                    PIC X(21).
