      *LOTRWS - REGISTRO DE LOTES RECIBIDOS (LOTFILE) QUE GRABA
      *         CONSOL: UNO POR SUCURSAL DE CADA FEED LEIDO, CON EL
      *         LOTE Y LA FECHA DE SU HEADER, LO QUE TRAJO Y EL
      *         VEREDICTO DEL CUADRE DEL FEED CONTRA SU TRAILER. UN
      *         FEED SIN DETALLES DEJA UN SOLO REGISTRO CON LA
      *         SUCURSAL EN BLANCO. LO LEE CONFSUC PARA LA
      *         CONFIRMACION DIARIA DE CADA SUCURSAL
       01  LOTE-RECORD.
           05 LOTR-FECHA-NEGOCIO        PIC 9(06).
           05 LOTR-DDNAME               PIC X(08).
           05 LOTR-LOTE                 PIC X(08).
           05 LOTR-FECHA-LOTE           PIC 9(06).
           05 LOTR-SUCURSAL             PIC X(03).
           05 LOTR-DETALLES             PIC 9(07).
           05 LOTR-REVERSOS             PIC 9(07).
           05 LOTR-ESTADO               PIC X(01).
             88 LOTR-BIEN                        VALUE 'B'.
             88 LOTR-CON-ERROR                   VALUE 'E'.
           05 LOTR-RAZON                PIC X(30).
           05 FILLER                    PIC X(04).
