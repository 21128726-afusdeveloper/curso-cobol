      *USORWS - REGISTRO DE LA BITACORA PERMANENTE DE USO POR
      *         SUCURSAL (USOLOGF). USOLOG GRABA UNO POR SUCURSAL Y
      *         ACTIVIDAD AL FIN DE CADA CORRIDA DEL PROGRAMA QUE LA
      *         PRODUJO; LA FECHA Y HORA DE SISTEMA IDENTIFICAN LA
      *         CORRIDA. LO POSTEADO NO PASA POR AQUI - CRGMES LO
      *         CUENTA DE LA AUDITORIA. ACTIVIDADES:
      *           R = RECHAZO DEL EDITOR
      *           T = ITEM RETENIDO POR MONTO (ARITM)
      *           L = ITEM LIBERADO POR EL SUPERVISOR (LIBERA)
      *           C = RECHAZO CORREGIDO Y RECICLADO (RECICLA)
      *         Y, SIN CARGO, LOS EVENTOS DE CALIDAD DE LOS FEEDS
      *         QUE TOMA EL TABLERO MENSUAL (CALMES):
      *           E = DETALLE RECIBIDO POR EL EDITOR (BASE DE LA TASA)
      *           K = LOTE RECHAZADO POR TRAILER O HASH (CONSOL POR
      *               FEED, ARITM POR LOTE), UNO POR SUCURSAL DEL LOTE
      *           B = LOTE BLOQUEADO POR RETRANSMISION (ARITM)
      *           S = SUCURSAL FUERA DE SECUENCIA EN EL FEED (ARITM)
      *           M = SUCURSAL ABIERTA SIN FEED A LA HORA DE CONSOL
      *         EL DETALLE ACLARA EL EVENTO: CODIGO DE RAZON DEL
      *         EDITOR EN LOS RECHAZOS, Y EN LOS LOTES RECHAZADOS
      *         'CU' CUENTA, 'HA' HASH O 'ST' SIN TRAILER.
      *         CON REEMPLAZA = 'S' UNA CORRIDA POSTERIOR DEL MISMO
      *         PROGRAMA, FECHA DE NEGOCIO Y EMPRESA (RECORRIDA)
      *         ANULA LAS CUENTAS DE LA ANTERIOR; CON 'N' LAS CORRIDAS
      *         SE SUMAN; CON 'P' SOLO CUENTA LA PRIMERA CORRIDA DE LA
      *         FECHA (LO QUE VIO LA CADENA A SU HORA, AUNQUE DESPUES
      *         SE CORRIJA Y SE VUELVA A CORRER). LOS REGISTROS
      *         ANTERIORES A LA EMPRESA LA TIENEN EN BLANCO
       01  USO-LOG-RECORD.
           05 USO-FECHA-NEGOCIO         PIC 9(06).
           05 USO-FECHA-NEG-R REDEFINES USO-FECHA-NEGOCIO.
              10 USO-AAMM               PIC 9(04).
              10 USO-DD                 PIC 9(02).
           05 USO-PROGRAMA              PIC X(08).
           05 USO-FECHA-SISTEMA         PIC 9(06).
           05 USO-HORA                  PIC 9(08).
           05 USO-REEMPLAZA             PIC X(01).
           05 USO-SUCURSAL              PIC X(03).
           05 USO-ACTIVIDAD             PIC X(01).
             88 USO-RECHAZO                      VALUE 'R'.
             88 USO-RETENCION                    VALUE 'T'.
             88 USO-LIBERACION                   VALUE 'L'.
             88 USO-RECICLAJE                    VALUE 'C'.
             88 USO-DETALLE-RECIBIDO             VALUE 'E'.
             88 USO-LOTE-RECHAZADO               VALUE 'K'.
             88 USO-LOTE-BLOQUEADO               VALUE 'B'.
             88 USO-FUERA-SECUENCIA              VALUE 'S'.
             88 USO-FEED-FALTANTE                VALUE 'M'.
           05 USO-CANTIDAD              PIC 9(07).
           05 USO-DETALLE               PIC X(02).
      *    EMPRESA DE LA CORRIDA - EN BLANCO LA EMPRESA ORIGINAL
           05 USO-EMPRESA               PIC X(01).
           05 FILLER                    PIC X(37).
