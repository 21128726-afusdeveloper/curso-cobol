      *OVRRWS - REGISTRO DE LA BITACORA PERMANENTE DE TARJETAS DE
      *         EXCEPCION (OVRLOGF). OVRLOG GRABA UNO CADA VEZ QUE UN
      *         PROGRAMA HONRA UNA TARJETA QUE APAGA UN CONTROL, CON
      *         LA IMAGEN COMPLETA DE LA TARJETA - LA TARJETA
      *         DESAPARECE DEL JCL AL DIA SIGUIENTE, EL ASIENTO NO.
      *         OVRRPT LO RESUME POR TIPO DE TARJETA Y OPERADOR. LOS
      *         ASIENTOS ANTERIORES A LA EMPRESA LA TIENEN EN BLANCO
       01  OVERRIDE-LOG-RECORD.
           05 OVR-FECHA-NEGOCIO         PIC 9(06).
           05 OVR-FECHA-NEG-R REDEFINES OVR-FECHA-NEGOCIO.
              10 OVR-AAMM               PIC 9(04).
              10 OVR-DD                 PIC 9(02).
           05 OVR-PROGRAMA              PIC X(08).
           05 OVR-TARJETA               PIC X(08).
           05 OVR-OPERADOR              PIC X(08).
           05 OVR-FECHA-SISTEMA         PIC 9(06).
           05 OVR-HORA                  PIC 9(08).
           05 OVR-IMAGEN                PIC X(80).
      *    EMPRESA DE LA CORRIDA - EN BLANCO LA EMPRESA ORIGINAL
           05 OVR-EMPRESA               PIC X(01).
           05 FILLER                    PIC X(05).
