      *PASOWS - DEFINICION DE UN PASO DE LA CADENA NOCTURNA (DD
      *         DRVPASOS), UN REGISTRO POR PROGRAMA EN EL ORDEN EN QUE
      *         EL DRIVER LOS LLAMA. CADA PASO NOMBRA HASTA CINCO
      *         PREDECESORES (DEFINIDOS MAS ARRIBA EN EL MISMO
      *         ARCHIVO), EL RETURN CODE MAS ALTO DE ELLOS CON EL QUE
      *         TODAVIA PUEDE CORRER, Y SU FRECUENCIA SEGUN EL
      *         CALENDARIO DE FECHCTL:
      *           D = TODOS LOS DIAS QUE CORRE LA CADENA
      *           H = SOLO DIAS HABILES
      *           U = ULTIMO DIA HABIL DEL MES
      *           S = UN DIA DE LA SEMANA (PAS-DIA-SEMANA, 1 = LUNES
      *               ... 7 = DOMINGO)
      *         EL PRONOSTICO DE LA VENTANA (VENTPRO) NO ES UN PASO:
      *         EL DRIVER LO LLAMA SOLO AL ARRANCAR Y DESPUES DE CADA
      *         PASO; SU REPORTE DE PRECISION (VENTRPT) SI LO ES.
      *         SOLO PUEDEN SER PASOS LOS PROGRAMAS QUE CORREN SIN
      *         PARAMETROS (NO FECHCTL, RUNCTL, REPWRT, ABNDLOG,
      *         ALERTA, OVRLOG, USOLOG NI TOTLOG, QUE SON SERVICIOS
      *         LLAMADOS POR LOS PASOS).
      *         UNA NOCHE TIPICA SON DOS CORRIDAS DEL DRIVER, CADA
      *         UNA CON SU PROPIO DRVPASOS Y SU PROPIO DRVREST. DIACIE
      *         NO CIERRA LA FECHA MIENTRAS FALTE LA FIRMA DE LOS
      *         REPORTES OBLIGATORIOS (FOBLWS), Y ESAS FIRMAS SE
      *         CARGAN (FIRMAS) CUANDO EL SUPERVISOR REVISO LOS
      *         LISTADOS DE LA NOCHE, ASI QUE EL CIERRE Y LO QUE
      *         DEPENDE DE EL VAN EN UNA SEGUNDA CORRIDA, DESPUES DE
      *         LAS FIRMAS. LA NOCHE:
      *           INSGEN  H 00
      *           CONSOL  H 04INSGEN
      *           EDITOR  H 04CONSOL
      *           CONVE   H 04EDITOR
      *           ARITM   H 04EDITOR
      *           EXCPRPT H 04ARITM
      *           LIBERA  H 04ARITM
      *           POSACT  H 04ARITM
      *           POSEST  H 04POSACT
      *           RECON   H 04ARITM
      *           EXTACK  H 04RECON
      *           ATIPIC  H 04ARITM
      *           REGMON  H 04ARITM
      *           EXCHST  H 04ARITM   ATIPIC
      *           AUDDB2  H 04ARITM
      *           CADENA  H 04AUDDB2  RECON
      *           VENTRPT S704
      *         Y LA CORRIDA POSTERIOR A LAS FIRMAS (SUS PASOS NO
      *         PUEDEN NOMBRAR DE PREDECESOR A LOS DE LA NOCHE; EL
      *         OPERADOR LA LANZA CUANDO LA NOCHE TERMINO Y FIRPEN NO
      *         DA PENDIENTES, O CON FIRMOVRD):
      *           DIACIE  H 00
      *           MSTUNLD H 04DIACIE
      *           RESGDIA H 04MSTUNLD
      *           CONFSUC H 04DIACIE
      *           AUDMES  U 04DIACIE
      *           PRSVAR  U 04AUDMES
      *           CRGMES  U 04AUDMES
      *           CALMES  U 04AUDMES
      *           CODUSO  U 04AUDMES
      *           ARCPRG  U 04AUDMES
      *           RUNROLL U 04ARCPRG
       01  PASO-RECORD.
           05 PAS-PROGRAMA              PIC X(08).
           05 PAS-FRECUENCIA            PIC X(01).
             88 PAS-FREC-DIARIA                  VALUE 'D'.
             88 PAS-FREC-HABIL                   VALUE 'H'.
             88 PAS-FREC-FIN-MES                 VALUE 'U'.
             88 PAS-FREC-SEMANAL                 VALUE 'S'.
             88 PAS-FREC-VALIDA                  VALUE 'D' 'H'
                                                       'U' 'S'.
           05 PAS-DIA-SEMANA            PIC 9(01).
           05 PAS-MAX-RC                PIC 9(02).
           05 PAS-PREDECESORES.
              10 PAS-PREDECESOR         PIC X(08) OCCURS 5 TIMES.
           05 FILLER                    PIC X(28).
