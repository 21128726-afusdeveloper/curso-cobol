      *COMIWS - REGISTRO DE COMISION COBRADA (COMIFILE). ARITM DEJA
      *         UNO POR CADA OPERACION POSTEADA QUE TIENE TARIFA, CON
      *         EL ITEM QUE LA ORIGINO Y LA FILA DEL TARIFARIO QUE SE
      *         APLICO (LA SUCURSAL O '***' SI FUE LA FILA POR
      *         DEFECTO); LOS TOTALES POR SUCURSAL VAN A GLFILE COMO
      *         RESULTADO 6
       01  COMISION-RECORD.
           05 CMI-RUN-ID                PIC X(14).
           05 CMI-FECHA-NEGOCIO         PIC 9(06).
           05 CMI-LOTE                  PIC X(08).
           05 CMI-SECUENCIA             PIC 9(07).
           05 CMI-SUCURSAL              PIC X(03).
           05 CMI-OPERACION             PIC 9(01).
           05 CMI-BASE                  PIC S9(05)V99 COMP-3.
           05 CMI-IMPORTE               PIC S9(05)V99 COMP-3.
           05 CMI-TARIFA                PIC X(03).
           05 CMI-OPERADOR              PIC X(08).
           05 FILLER                    PIC X(22).
