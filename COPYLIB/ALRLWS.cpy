      *ALRLWS - REGISTRO DEL DATASET PERMANENTE DE ALERTAS
      *         (ALERTLOG). ALERTA AGREGA UNO POR CADA EXCEPCION GRAVE
      *         AVISADA, CON LA FECHA Y HORA DEL SISTEMA EN QUE SE
      *         DIO EL AVISO; EL RELEVO DE TURNO (RELEVO) LISTA LAS
      *         ALERTAS POSTERIORES AL RELEVO ANTERIOR
       01  ALERT-LOG-RECORD.
           05 ALR-FECHA                 PIC 9(06).
           05 ALR-HORA                  PIC 9(08).
           05 ALR-PROGRAMA              PIC X(08).
           05 ALR-RUN-ID                PIC X(14).
           05 ALR-ID-REGISTRO           PIC X(10).
           05 ALR-RAZON                 PIC X(40).
           05 ALR-OPERADOR              PIC X(08).
           05 FILLER                    PIC X(06).
