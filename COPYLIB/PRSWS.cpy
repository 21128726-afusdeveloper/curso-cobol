      *PRSWS  - REGISTRO DEL MAESTRO DE PRESUPUESTO POR SUCURSAL
      *         (PRSMSTR), KSDS LLAVEADO POR SUCURSAL, MES (AAMM) Y
      *         RESULTADO (1 A 5, LOS MISMOS DE LA AUDITORIA). LO
      *         CARGA Y MANTIENE PRSCAR DESDE LAS TARJETAS DE
      *         FINANZAS Y LO LEE PRSVAR PARA COMPARAR EL PLAN CONTRA
      *         LO REALMENTE POSTEADO EN EL MES Y EN EL ANO
       01  PRESUPUESTO-RECORD.
           05 PRS-LLAVE.
              10 PRS-SUCURSAL           PIC X(03).
              10 PRS-AAMM               PIC 9(04).
              10 PRS-AAMM-R REDEFINES PRS-AAMM.
                 15 PRS-AA              PIC 9(02).
                 15 PRS-MM              PIC 9(02).
              10 PRS-RESULTADO          PIC 9(01).
           05 PRS-IMPORTE               PIC S9(11)V99 COMP-3.
           05 PRS-ULT-OPERADOR          PIC X(08).
           05 PRS-FECHA-MANT            PIC 9(06).
           05 FILLER                    PIC X(51).
