      *RPTCWS - REGISTRO DEL CATALOGO DE REPORTES PRODUCIDOS
      *         (RPTCAT). REPWRT ASIENTA UNO AL CERRAR CADA REPORTE:
      *         ID, FECHA DEL ENCABEZADO Y HORA DE GENERACION (LA
      *         LLAVE CON QUE SE UBICA ESA GENERACION DEL REPORTE),
      *         PAGINAS Y LINEAS, Y LA FECHA DE NEGOCIO Y EMPRESA DE
      *         LA CORRIDA QUE LO PRODUJO. LOS ASIENTOS ANTERIORES A
      *         ESTOS DOS CAMPOS LOS TIENEN EN BLANCO
       01  CATALOGO-RECORD.
           05 CAT-REPORT-ID             PIC X(08).
           05 CAT-FECHA                 PIC 9(06).
           05 CAT-HORA                  PIC 9(08).
           05 CAT-PAGINAS               PIC 9(03).
           05 CAT-LINEAS                PIC 9(07).
           05 CAT-FECHA-NEGOCIO         PIC 9(06).
           05 CAT-EMPRESA               PIC X(01).
           05 FILLER                    PIC X(41).
