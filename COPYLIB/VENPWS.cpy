      *VENPWS - AREA DE PARAMETROS DEL PRONOSTICO DE LA VENTANA
      *         (VENTPRO), LLAMADO POR EL DRIVER CON FUNCION 'I' AL
      *         ARRANCAR LA CADENA, 'P' DESPUES DE CADA PASO Y 'F'
      *         AL TERMINAR. EL DRIVER PASA SUS PASOS CON LA MARCA
      *         DE LOS QUE TODAVIA FALTAN CORRER; VENTPRO DEVUELVE LA
      *         HORA DE FIN PROYECTADA Y SI PASA EL SLA
       01  VENP-PARAMETROS.
           05 VENP-FUNCION              PIC X(01).
             88 VENP-FN-INICIO                   VALUE 'I'.
             88 VENP-FN-PASO                     VALUE 'P'.
             88 VENP-FN-FIN                      VALUE 'F'.
           05 VENP-FECHA-NEGOCIO        PIC 9(06).
           05 VENP-PASO                 PIC X(08).
           05 VENP-PASO-CNT             PIC 9(02).
           05 VENP-PASO-ENTRY           OCCURS 40 TIMES.
              10 VENP-NOMBRE            PIC X(08).
              10 VENP-PENDIENTE         PIC X(01).
           05 VENP-FIN-PROYECTADO       PIC 9(04).
           05 VENP-FUERA-SLA            PIC X(01).
             88 VENP-PASA-SLA                    VALUE 'S'.
