      *         (CIERREF). DIACIE ASIENTA AQUI CADA FECHA QUE PASO
      *         TODAS LAS VERIFICACIONES DE CIERRE; RUNCTL LO LEE
      *         PARA NEGAR EL ARRANQUE DE UNA FECHA NUEVA MIENTRAS
      *         LA ANTERIOR SIGA ABIERTA (SALVO TARJETA CIEOVRD).
      *         CADA EMPRESA CIERRA SUS PROPIAS FECHAS
       01  CIERRE-RECORD.
           05 CIE-FECHA-NEGOCIO         PIC 9(06).
           05 CIE-FECHA-SISTEMA         PIC 9(06).
           05 CIE-HORA-SISTEMA          PIC 9(08).
           05 CIE-OPERADOR              PIC X(08).
           05 CIE-EMPRESA               PIC X(01).
           05 FILLER                    PIC X(51).
