      *RESGWS - REGISTRO DEL MANIFIESTO DEL JUEGO DE RESGUARDO DE
      *         FIN DE DIA (RESGMAN). RESGDIA LO ESCRIBE AL COPIAR
      *         LOS DATASETS PERMANENTES DESPUES DEL CIERRE DE LA
      *         FECHA; RESGVER LO LEE PARA CUADRAR UN JUEGO
      *         RESTAURADO. UN ENCABEZADO 'H', UN DETALLE 'D' POR
      *         DATASET Y UN TRAILER 'T':
      *           CUENTA = REGISTROS COPIADOS
      *           HASH   = SUMA SOBRE TODOS LOS REGISTROS DEL VALOR
      *                    DE CADA BYTE POR SU POSICION EN EL
      *                    REGISTRO - CAMBIA CON CUALQUIER BYTE
      *                    ALTERADO O CORRIDO DE LUGAR
      *         UN DATASET QUE NO EXISTIA AL COPIAR QUEDA 'A'
      *         (AUSENTE) CON CUENTA Y HASH EN CERO. LOS HASH DEL
      *         TRAILER SE TRUNCAN A 15 DIGITOS
       01  RESG-RECORD.
           05 RSG-TIPO                  PIC X(01).
             88 RSG-TIPO-ENCABEZADO              VALUE 'H'.
             88 RSG-TIPO-DETALLE                 VALUE 'D'.
             88 RSG-TIPO-TRAILER                 VALUE 'T'.
           05 RSG-DATOS                 PIC X(79).
           05 RSG-ENC REDEFINES RSG-DATOS.
              10 RSG-ENC-FECHA-NEGOCIO  PIC 9(06).
              10 RSG-ENC-EMPRESA        PIC X(01).
              10 RSG-ENC-FECHA-SISTEMA  PIC 9(06).
              10 RSG-ENC-HORA-SISTEMA   PIC 9(08).
              10 RSG-ENC-CERRADA        PIC X(01).
                88 RSG-ENC-FECHA-CERRADA         VALUE 'S'.
              10 FILLER                 PIC X(57).
           05 RSG-DET REDEFINES RSG-DATOS.
              10 RSG-DET-DATASET        PIC X(08).
              10 RSG-DET-ESTADO         PIC X(01).
                88 RSG-DET-PRESENTE              VALUE 'P'.
                88 RSG-DET-AUSENTE               VALUE 'A'.
              10 RSG-DET-LARGO          PIC 9(03).
              10 RSG-DET-CUENTA         PIC 9(09).
              10 RSG-DET-HASH           PIC 9(15).
              10 FILLER                 PIC X(43).
           05 RSG-TRL REDEFINES RSG-DATOS.
              10 RSG-TRL-DATASETS       PIC 9(03).
              10 RSG-TRL-CUENTA         PIC 9(11).
              10 RSG-TRL-HASH           PIC 9(15).
              10 FILLER                 PIC X(50).
