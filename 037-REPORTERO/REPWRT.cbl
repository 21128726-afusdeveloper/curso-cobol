                                         FILE STATUS IS WSV-ARC-STAT.

      *CATALOGO DE REPORTES PRODUCIDOS - ID, FECHA Y HORA DE
      *GENERACION, PAGINAS, LINEAS Y FECHA DE NEGOCIO DE LA CORRIDA
           SELECT CATALOGO-FILE         ASSIGN TO RPTCAT
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CAT-STAT.
       FD  CATALOGO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RPTCWS.

       WORKING-STORAGE SECTION.
           COPY ABNDWS.
           COPY FECHWS.
      *
       77  WSV-RPT-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-ARC-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-HORA-GENERACION          PIC 9(08) VALUE ZEROS.
       77  WSV-AVANCE                   PIC 9(02) VALUE ZEROS.
       77  WSV-LINEA-ARCHIVO            PIC X(80) VALUE SPACES.
       77  WSV-FECHA-NEGOCIO            PIC 9(06) VALUE ZEROS.
       77  WSV-EMPRESA                  PIC X(01) VALUE SPACES.
      *
      *ENCABEZADO UNIFORME - ID DEL REPORTE, TITULO, FECHA DE
      *GENERACION Y PAGINA
           ELSE
               MOVE WSC-LINEAS-DEFAULT TO WSV-LINEAS-POR-PAGINA
           END-IF
           ACCEPT WSV-HORA-GENERACION FROM TIME
      *LA FECHA DEL ENCABEZADO LA ELIGE EL PROGRAMA (ALGUNOS PONEN LA
      *DEL SISTEMA); EL CATALOGO LLEVA ADEMAS LA FECHA DE NEGOCIO Y
      *LA EMPRESA DE LA CORRIDA, QUE ES CON LO QUE SE BUSCAN LOS
      *REPORTES DE UN DIA PARA SU FIRMA DE REVISION
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA   TO WSV-FECHA-NEGOCIO
           MOVE FECH-EMPRESA TO WSV-EMPRESA.

       030-ESCRIBIR-LINEA.
           PERFORM 035-CHEQUEAR-ABIERTO
           MOVE WSV-HORA-GENERACION TO CAT-HORA
           MOVE WSV-NUMERO-PAGINA   TO CAT-PAGINAS
           MOVE WSV-LINEAS-TOTALES  TO CAT-LINEAS
           MOVE WSV-FECHA-NEGOCIO   TO CAT-FECHA-NEGOCIO
           MOVE WSV-EMPRESA         TO CAT-EMPRESA
           WRITE CATALOGO-RECORD
           CLOSE CATALOGO-FILE
           MOVE WSV-NUMERO-PAGINA   TO REPW-PAGINAS
