             88 EXCP-SEV-ADVERTENCIA            VALUE 2.
             88 EXCP-SEV-GRAVE                  VALUE 3.
           05 EXCP-OPERADOR             PIC X(08).
           05 EXCP-EMPRESA              PIC X(01).
           05 FILLER                    PIC X(08).
