      *FOBLWS - REPORTES DE CONTROL DIARIO QUE EXIGEN FIRMA DE
      *         REVISION DEL SUPERVISOR, COMUN A FIRPEN Y DIACIE. LA
      *         TARJETA FIRMREQ (UN ID DE REPORTE POR TARJETA,
      *         COLUMNAS 1-8, OPCIONAL) REEMPLAZA LA LISTA DE OMISION.
      *         POR CADA REPORTE LA TABLA GUARDA LA ULTIMA GENERACION
      *         CATALOGADA PARA LA FECHA DE NEGOCIO Y EMPRESA (UNA
      *         RECORRIDA REEMPLAZA AL LISTADO ANTERIOR, ASI QUE ES
      *         LA QUE SE FIRMA) Y SU ESTADO DE FIRMA
       01  WSC-OBLIGATORIOS.
           05 FILLER PIC X(08) VALUE 'EXCPRPT'.
           05 FILLER PIC X(08) VALUE 'RECON'.
           05 FILLER PIC X(08) VALUE 'EXTACK'.
           05 FILLER PIC X(08) VALUE 'LIBERA'.
           05 FILLER PIC X(08) VALUE 'DIACIE'.
       01  WSC-TABLA-OBLIGATORIOS REDEFINES WSC-OBLIGATORIOS.
           05 WSC-OBL-REPORTE           PIC X(08) OCCURS 5 TIMES.
       77  WSC-OBL-DEFECTO              PIC 9(02) VALUE 5.
       77  WSV-OBL-SUB                  PIC 9(02) VALUE ZEROS.
      *
       77  WSC-MAX-OBLIGATORIOS         PIC 9(02) VALUE 20.
       77  WSV-OBL-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-OBLIGATORIOS.
           05 WSV-OBL-ENTRY            OCCURS 1 TO 20 TIMES
                                        DEPENDING ON WSV-OBL-CNT
                                        INDEXED BY WSV-OBL-IDX.
               10 WSV-OBL-REPORTE      PIC X(08).
               10 WSV-OBL-GENERACIONES PIC 9(03).
               10 WSV-OBL-FECHA-GEN    PIC 9(06).
               10 WSV-OBL-HORA-GEN     PIC 9(08).
               10 WSV-OBL-PAGINAS      PIC 9(03).
               10 WSV-OBL-ESTADO       PIC X(01).
                 88 WSV-OBL-NO-PRODUCIDO         VALUE 'N'.
                 88 WSV-OBL-SIN-FIRMA            VALUE 'S'.
                 88 WSV-OBL-FIRMADO              VALUE 'F'.
               10 WSV-OBL-REVISOR      PIC X(08).
               10 WSV-OBL-DISPOSICION  PIC X(02).
               10 WSV-OBL-FECHA-FIRMA  PIC 9(06).
               10 WSV-OBL-HORA-FIRMA   PIC 9(08).
