      *TOTRWS - REGISTRO DE LA BITACORA DE TOTALES DE CONTROL DE LA
      *         CADENA (TOTLOGF). TOTLOG GRABA UNO POR PUNTO DE
      *         CONTROL AL FIN DE CADA CORRIDA DEL PROGRAMA QUE LO
      *         DECLARA; LA FECHA Y HORA DE SISTEMA IDENTIFICAN LA
      *         CORRIDA Y CADENA SE QUEDA CON LA MAS RECIENTE DE CADA
      *         PROGRAMA Y PUNTO PARA LA FECHA Y EMPRESA (UNA
      *         RECORRIDA REEMPLAZA A LA ANTERIOR). PUNTOS:
      *           CONSOL  SUCFIL   ITEMS DE LOS FEEDS DE SUCURSAL
      *           CONSOL  TRANCONS ITEMS DEL CONSOLIDADO
      *           EDITOR  TRANFILE ITEMS LEIDOS
      *           EDITOR  TRANOK   ITEMS VALIDADOS
      *           EDITOR  TRANRJ   ITEMS RECHAZADOS
      *           ARITM   TRANOK   ITEMS RECIBIDOS
      *           ARITM   POSTEADO ITEMS POSTEADOS SIN ERROR
      *           ARITM   ERROR    ITEMS POSTEADOS CON ERROR
      *                            ARITMETICO (VAN A EXCPFILE)
      *           ARITM   RETENIDO ITEMS RETENIDOS POR MONTO
      *           ARITM   RECHAZO  ITEMS NO POSTEADOS (LOTE
      *                            BLOQUEADO, REVERSO RECHAZADO)
      *           ARITM   AUDFILE  TODO LO POSTEADO EN LA CORRIDA
      *                            (CON LIBERADOS Y REVERSANTES)
      *           AUDDB2  CARGADO  RENGLONES CARGADOS A DB2
      *         UN ITEM ES UN DETALLE O UN REVERSO. EN LOS PUNTOS DE
      *         ITEMS LOS TOTALES SON LOS HASH DE LOS OPERANDOS A Y B
      *         DE LOS DETALLES; EN AUDFILE Y CARGADO EL TOTAL A ES LA
      *         SUMA DE LOS RESULTADOS 1 A 5 Y EN AUDFILE EL TOTAL B
      *         ES EL TOTAL DE COMISIONES COBRADAS
       01  TOT-LOG-RECORD.
           05 TOT-FECHA-NEGOCIO         PIC 9(06).
           05 TOT-PROGRAMA              PIC X(08).
           05 TOT-SELLO.
              10 TOT-FECHA-SISTEMA      PIC 9(06).
              10 TOT-HORA               PIC 9(08).
           05 TOT-PUNTO                 PIC X(08).
           05 TOT-CUENTA                PIC 9(07).
           05 TOT-TOTAL-A               PIC S9(11)V99.
           05 TOT-TOTAL-B               PIC S9(11)V99.
      *    EMPRESA DE LA CORRIDA - EN BLANCO LA EMPRESA ORIGINAL
           05 TOT-EMPRESA               PIC X(01).
           05 FILLER                    PIC X(10).
