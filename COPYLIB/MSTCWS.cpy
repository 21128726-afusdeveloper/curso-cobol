      *MSTCWS - AREA DE COMUNICACION (COMMAREA) QUE LAS PANTALLAS EN
      *         LINEA DEL MAESTRO DE CODIGOS (MSTCON, MSTCAP, MSTAPR)
      *         SE DEVUELVEN ENTRE UNA INTERACCION Y LA SIGUIENTE DE
      *         LA CONVERSACION: EL CODIGO Y LA PAGINA QUE SE ESTA
      *         MIRANDO, Y EN LA APROBACION LA RBA Y LA LLAVE DE CADA
      *         RENGLON LISTADO, PARA RESOLVER LA SOLICITUD ELEGIDA
      *         SIN VOLVER A RECORRER EL ARCHIVO. LARGO FIJO 200
       01  MCA-AREA.
           05 MCA-CODIGO                PIC X(02).
           05 MCA-LLAVE-INICIO          PIC X(08).
           05 MCA-LLAVE-SIGUIENTE       PIC X(08).
           05 MCA-RBA-INICIO            PIC S9(08) COMP.
           05 MCA-RBA-SIGUIENTE         PIC S9(08) COMP.
           05 MCA-HAY-MAS               PIC X(01).
             88 MCA-MAS-PAGINAS                  VALUE 'S'.
           05 MCA-RENGLONES             PIC 9(02).
           05 MCA-RENGLON               OCCURS 10 TIMES.
              10 MCA-REN-RBA            PIC S9(08) COMP.
              10 MCA-REN-LLAVE.
                 15 MCA-REN-ACCION      PIC X(01).
                 15 MCA-REN-CODIGO      PIC X(02).
                 15 MCA-REN-FECHA-EF    PIC 9(06).
           05 FILLER                    PIC X(41).
