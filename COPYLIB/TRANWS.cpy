             88 TR-TIPO-HEADER                   VALUE 'H'.
             88 TR-TIPO-DETALLE                  VALUE 'D'.
             88 TR-TIPO-TRAILER                  VALUE 'T'.
             88 TR-TIPO-REVERSO                  VALUE 'R'.
           05 TR-DATOS                  PIC X(29).
      *    EL CODIGO DE OPERACIONES DEL DETALLE DICE QUE OPERACIONES
      *    DEBE POSTEAR ARITM ('S'/'N' POR POSICION: SUMA, RESTA,
                 15 TR-OP-DIV           PIC X(01).
                 15 TR-OP-COMP          PIC X(01).
              10 FILLER                 PIC X(13).
      *    EL REVERSO NOMBRA EL ITEM YA POSTEADO POR SU RUN-ID Y SU
      *    SECUENCIA EN LA AUDITORIA; LA SUCURSAL OCUPA LA MISMA
      *    POSICION QUE EN EL DETALLE PARA QUE EL SORT DE CONSOL Y
      *    LA CONSULTA AL MAESTRO LA ENCUENTREN IGUAL. CUENTA EN EL
      *    TRAILER COMO UN ITEM MAS PERO NO ENTRA EN LOS HASH
           05 TR-REV REDEFINES TR-DATOS.
              10 TR-REV-SECUENCIA       PIC 9(07).
              10 FILLER                 PIC X(01).
              10 TR-REV-SUCURSAL        PIC X(03).
              10 TR-REV-RUN-ID          PIC X(14).
              10 FILLER                 PIC X(04).
           05 TR-HDR REDEFINES TR-DATOS.
              10 TR-HDR-LOTE            PIC X(08).
              10 TR-HDR-FECHA           PIC 9(06).
      *       EMPRESA DUENA DEL LOTE - EN BLANCO LA EMPRESA ORIGINAL
              10 TR-HDR-EMPRESA         PIC X(01).
              10 FILLER                 PIC X(14).
           05 TR-TRL REDEFINES TR-DATOS.
              10 TR-TRL-CUENTA          PIC 9(07).
              10 TR-TRL-HASH-A          PIC S9(09)V99 COMP-3.
