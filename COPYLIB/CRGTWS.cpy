      *CRGTWS - FILA DEL TARIFARIO DE CARGOS POR PROCESAMIENTO
      *         (CRGTAR) QUE CRGMES CARGA AL ARRANCAR. UNA FILA POR
      *         ACTIVIDAD COBRABLE CON SU PRECIO UNITARIO:
      *           P = DETALLE POSTEADO (AUDITORIA)
      *           R = RECHAZO DEL EDITOR
      *           T = ITEM RETENIDO POR MONTO
      *           L = ITEM LIBERADO POR EL SUPERVISOR
      *           C = RECHAZO CORREGIDO Y RECICLADO
      *         UNA ACTIVIDAD SIN FILA SE COBRA A CERO
       01  CRG-TARIFA-RECORD.
           05 CRT-ACTIVIDAD             PIC X(01).
             88 CRT-ACTIVIDAD-VALIDA             VALUE 'P' 'R' 'T'
                                                       'L' 'C'.
           05 CRT-TARIFA                PIC 9(03)V99.
           05 FILLER                    PIC X(74).
