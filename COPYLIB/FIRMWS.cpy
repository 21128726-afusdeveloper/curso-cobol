      *FIRMWS - REGISTRO DE FIRMAS DE REVISION DE REPORTES (FIRMAF,
      *         KSDS CON LLAVE FIR-LLAVE). FIRMAS GRABA UNO POR CADA
      *         GENERACION DE UN REPORTE QUE EL SUPERVISOR REVISO: LA
      *         LLAVE ES LA DEL ASIENTO DEL REPORTE EN EL CATALOGO
      *         RPTCAT (ID, FECHA Y HORA DE GENERACION), CON LA FECHA
      *         DE NEGOCIO Y EMPRESA QUE TRAE ESE ASIENTO, QUIEN LO
      *         REVISO, CUANDO, Y SU DISPOSICION Y COMENTARIO. UNA
      *         GENERACION SE FIRMA UNA SOLA VEZ. FIRPEN LISTA LOS
      *         REPORTES OBLIGATORIOS SIN FIRMA Y DIACIE NO CIERRA LA
      *         FECHA MIENTRAS FALTE ALGUNA (SALVO TARJETA FIRMOVRD)
       01  FIRMA-RECORD.
           05 FIR-LLAVE.
              10 FIR-REPORT-ID          PIC X(08).
              10 FIR-FECHA-GEN          PIC 9(06).
              10 FIR-HORA-GEN           PIC 9(08).
           05 FIR-FECHA-NEGOCIO         PIC 9(06).
           05 FIR-EMPRESA               PIC X(01).
           05 FIR-REVISOR               PIC X(08).
           05 FIR-FECHA-FIRMA           PIC 9(06).
           05 FIR-HORA-FIRMA            PIC 9(08).
           05 FIR-DISPOSICION           PIC X(02).
             88 FIR-DISP-CONFORME                VALUE 'CF'.
             88 FIR-DISP-OBSERVADO               VALUE 'OB'.
             88 FIR-DISP-VALIDA                  VALUE 'CF' 'OB'.
           05 FIR-COMENTARIO            PIC X(40).
           05 FILLER                    PIC X(07).
