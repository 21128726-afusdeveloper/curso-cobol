      *DUPHWS - REGISTRO CANONICO DEL HISTORIAL DE HUELLAS DE
      *         DETALLES (DUPHIST, KSDS CON LLAVE DUPH-LLAVE). ARITM
      *         GRABA UNA HUELLA POR DETALLE (SUCURSAL, OPERANDOS Y
      *         OPERACIONES PEDIDAS) CON SU FECHA DE NEGOCIO Y SU
      *         ORIGEN, Y ANTES DE POSTEAR BUSCA LA MISMA HUELLA EN LA
      *         VENTANA DE DIAS DE LA TARJETA DUPCARD - LA FECHA VA
      *         DETRAS DE LA HUELLA PARA QUE LA BUSQUEDA SEA UN START
      *         Y UNAS POCAS LECTURAS SECUENCIALES
       01  DUPH-RECORD.
           05 DUPH-LLAVE.
             10 DUPH-HUELLA.
               15 DUPH-SUCURSAL         PIC X(03).
               15 DUPH-NUM-A            PIC S9(05)V99 COMP-3.
               15 DUPH-NUM-B            PIC S9(05)V99 COMP-3.
               15 DUPH-OPERACIONES      PIC X(05).
             10 DUPH-FECHA-NEGOCIO      PIC 9(06).
             10 DUPH-RUN-ID             PIC X(14).
             10 DUPH-SECUENCIA          PIC 9(07).
           05 DUPH-LOTE                 PIC X(08).
           05 DUPH-OPERADOR             PIC X(08).
           05 FILLER                    PIC X(21).
