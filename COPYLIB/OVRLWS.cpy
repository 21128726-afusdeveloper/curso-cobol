      *OVRLWS - CAMPOS COMUNES DEL ASIENTO DE TARJETA DE EXCEPCION,
      *         LLENADOS POR EL PROGRAMA QUE HONRA UNA TARJETA QUE
      *         APAGA UN CONTROL (RERUNCRD, CIEOVRD, CALOVRD, LOTOVRD,
      *         LIMCARD, TOLCARD, DRVCARD, FIRMOVRD) Y PASADOS A
      *         "CALL 'OVRLOG'" (MISMO PATRON QUE ALERTA). SIN
      *         OPERADOR OVRLOG LO TOMA DE LA TARJETA OPERCARD
       01  OVRL-DATOS.
           05 OVRL-PROGRAMA             PIC X(08) VALUE SPACES.
           05 OVRL-FECHA-NEGOCIO        PIC 9(06) VALUE ZEROS.
           05 OVRL-TARJETA              PIC X(08) VALUE SPACES.
           05 OVRL-IMAGEN               PIC X(80) VALUE SPACES.
           05 OVRL-OPERADOR             PIC X(08) VALUE SPACES.
           05 OVRL-EMPRESA              PIC X(01) VALUE SPACES.
