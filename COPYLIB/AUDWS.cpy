           05 AUD-ERROR-SW              PIC X(01).
           05 AUD-OPERADOR              PIC X(08).
           05 AUD-SUCURSAL              PIC X(03).
      *    SECUENCIA DEL ITEM EN LA ENTRADA DE SU CORRIDA (EN BLANCO
      *    EN REGISTROS ANTERIORES A SU INTRODUCCION) Y MARCA DE
      *    REVERSO: EL ORIGINAL QUEDA REVERTIDO Y EL QUE LO ANULA
      *    QUEDA COMO REVERSANTE
           05 AUD-SECUENCIA             PIC 9(07) COMP-3.
           05 AUD-SECUENCIA-X REDEFINES AUD-SECUENCIA
                                        PIC X(04).
           05 AUD-REVERSO-SW            PIC X(01).
             88 AUD-REVERTIDO                    VALUE 'R'.
             88 AUD-REVERSANTE                   VALUE 'V'.
      *    EMPRESA DE LA CORRIDA - EN BLANCO LA EMPRESA ORIGINAL
           05 AUD-EMPRESA               PIC X(01).
