      *CRGCWS - REGISTRO DE LA INTERFAZ DE COSTOS (CRGCONT) QUE
      *         CRGMES GRABA CON EL CARGO MENSUAL: UN HEADER ('H')
      *         CON EL MES Y LA EMPRESA, UN DETALLE ('D') POR
      *         SUCURSAL Y ACTIVIDAD CON CANTIDAD, TARIFA E IMPORTE,
      *         Y UN TRAILER ('T')
      *         CON LA CUENTA DE DETALLES Y LA SUMA DE SUS IMPORTES
      *         PARA EL CUADRE DEL RECEPTOR. LAS ACTIVIDADES SON LAS
      *         DEL TARIFARIO (CRGTWS)
       01  CRG-COSTO-RECORD.
           05 CRC-TIPO                  PIC X(01).
             88 CRC-TIPO-HEADER                  VALUE 'H'.
             88 CRC-TIPO-DETALLE                 VALUE 'D'.
             88 CRC-TIPO-TRAILER                 VALUE 'T'.
           05 CRC-DATOS                 PIC X(79).
           05 CRC-HDR REDEFINES CRC-DATOS.
              10 CRC-HDR-AAMM           PIC 9(04).
              10 CRC-HDR-FECHA          PIC 9(06).
              10 CRC-HDR-ORIGEN         PIC X(08).
              10 CRC-HDR-EMPRESA        PIC X(01).
              10 FILLER                 PIC X(60).
           05 CRC-DET REDEFINES CRC-DATOS.
              10 CRC-DET-AAMM           PIC 9(04).
              10 CRC-DET-SUCURSAL       PIC X(03).
              10 CRC-DET-REGION         PIC X(03).
              10 CRC-DET-ACTIVIDAD      PIC X(01).
              10 CRC-DET-CANTIDAD       PIC 9(07).
              10 CRC-DET-TARIFA         PIC 9(03)V99.
              10 CRC-DET-IMPORTE        PIC 9(09)V99.
              10 FILLER                 PIC X(45).
           05 CRC-TRL REDEFINES CRC-DATOS.
              10 CRC-TRL-REGISTROS      PIC 9(07).
              10 CRC-TRL-IMPORTE        PIC 9(11)V99.
              10 FILLER                 PIC X(59).
