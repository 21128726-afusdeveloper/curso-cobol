      *DUPSWS - REGISTRO CANONICO DE SOSPECHAS DE DUPLICADO
      *         (DUPFILE). ARITM GRABA UNO POR DETALLE RETENIDO POR
      *         REPETIR UNA HUELLA DEL HISTORIAL DUPHIST, CON LAS DOS
      *         OCURRENCIAS - LA RETENIDA Y LA ANTERIOR QUE LA
      *         DELATO - PARA EL LISTADO DUPRPT
       01  DUPS-RECORD.
           05 DUPS-FECHA-NEGOCIO        PIC 9(06).
           05 DUPS-SUCURSAL             PIC X(03).
           05 DUPS-NUM-A                PIC S9(05)V99 COMP-3.
           05 DUPS-NUM-B                PIC S9(05)V99 COMP-3.
           05 DUPS-OPERACIONES          PIC X(05).
      *    OCURRENCIA RETENIDA
           05 DUPS-RUN-ID               PIC X(14).
           05 DUPS-LOTE                 PIC X(08).
           05 DUPS-SECUENCIA            PIC 9(07).
           05 DUPS-OPERADOR             PIC X(08).
      *    OCURRENCIA ANTERIOR
           05 DUPS-ORI-FECHA            PIC 9(06).
           05 DUPS-ORI-RUN-ID           PIC X(14).
           05 DUPS-ORI-LOTE             PIC X(08).
           05 DUPS-ORI-SECUENCIA        PIC 9(07).
           05 DUPS-ORI-OPERADOR         PIC X(08).
           05 FILLER                    PIC X(18).
