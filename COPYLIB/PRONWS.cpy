      *PRONWS - REGISTRO DEL HISTORIAL DE PRONOSTICOS DE LA VENTANA
      *         (PRONFILE). VENTPRO GRABA UNO AL ARRANCAR LA CADENA
      *         ('I'), UNO DESPUES DE CADA PASO ('P') Y UNO AL
      *         TERMINAR ('F', CON LA HORA REAL DE FIN). LAS HORAS
      *         VAN EN CENTESIMAS DESDE LA MEDIANOCHE DEL DIA EN QUE
      *         ARRANCO LA CADENA, ASI UNA CADENA QUE CRUZA LA
      *         MEDIANOCHE SIGUE SUMANDO; VENTRPT LO LEE PARA
      *         COMPARAR LO PROYECTADO CONTRA LO REAL
       01  PRONOSTICO-RECORD.
           05 PRN-FECHA-NEGOCIO         PIC 9(06).
           05 PRN-MOMENTO               PIC X(01).
             88 PRN-INICIO                       VALUE 'I'.
             88 PRN-DESPUES-PASO                 VALUE 'P'.
             88 PRN-FIN                          VALUE 'F'.
           05 PRN-PASO                  PIC X(08).
           05 PRN-CENT-INICIO           PIC 9(08).
           05 PRN-CENT-AHORA            PIC 9(08).
           05 PRN-CENT-FIN              PIC 9(08).
           05 PRN-CENT-SLA              PIC 9(08).
           05 PRN-VOLUMEN               PIC 9(07).
           05 PRN-FACTOR                PIC 9(03)V99.
           05 PRN-FUERA-SLA             PIC X(01).
           05 PRN-SIN-HISTORIA          PIC 9(02).
           05 FILLER                    PIC X(18).
