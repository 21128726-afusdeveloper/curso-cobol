      *REVWS  - REGISTRO DE LA BITACORA DE REVERSOS (REVFILE). ARITM
      *         DEJA UNO POR CADA REVERSO PEDIDO EN EL LOTE, ACEPTADO
      *         O RECHAZADO, CON EL ITEM ORIGINAL Y EL QUE LO ANULA;
      *         REVRPT LOS LISTA LADO A LADO PARA LA REVISION DEL
      *         SUPERVISOR. LOS RESULTADOS DEL REVERSO SON SIEMPRE LOS
      *         NEGATIVOS EXACTOS DE LOS DEL ORIGINAL
       01  REVERSO-RECORD.
           05 REV-FECHA-NEGOCIO         PIC 9(06).
           05 REV-ESTADO                PIC X(01).
             88 REV-ACEPTADO                     VALUE 'A'.
             88 REV-RECHAZADO                    VALUE 'X'.
           05 REV-RAZON                 PIC X(30).
           05 REV-SUCURSAL              PIC X(03).
           05 REV-ORIGINAL.
              10 REV-ORI-RUN-ID         PIC X(14).
              10 REV-ORI-SECUENCIA      PIC 9(07).
              10 REV-ORI-OPERADOR       PIC X(08).
              10 REV-ORI-RESULT-1       PIC S9(05)V99 COMP-3.
              10 REV-ORI-RESULT-2       PIC S9(05)V99 COMP-3.
              10 REV-ORI-RESULT-3       PIC S9(05)V99 COMP-3.
              10 REV-ORI-RESULT-4       PIC S9(05)V99 COMP-3.
              10 REV-ORI-RESULT-5       PIC S9(05)V99 COMP-3.
           05 REV-REVERSO.
              10 REV-REV-RUN-ID         PIC X(14).
              10 REV-REV-SECUENCIA      PIC 9(07).
              10 REV-REV-OPERADOR       PIC X(08).
           05 FILLER                    PIC X(02).
