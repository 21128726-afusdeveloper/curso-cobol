      *USOLWS - PARAMETROS DEL ASIENTO DE USO POR SUCURSAL, PASADOS
      *         A "CALL 'USOLOG'" POR LOS PROGRAMAS QUE PRODUCEN
      *         ACTIVIDAD COBRABLE FUERA DE LA AUDITORIA (EDITOR,
      *         ARITM, LIBERA Y RECICLA) O EVENTOS DE CALIDAD DE LOS
      *         FEEDS (CONSOL, EDITOR Y ARITM). MISMO PATRON QUE
      *         REPWRT:
      *           I = ARRANQUE (PROGRAMA, FECHA DE NEGOCIO, EMPRESA
      *               Y SI LA CORRIDA REEMPLAZA A LAS ANTERIORES DEL
      *               MISMO PROGRAMA, FECHA Y EMPRESA - 'S', SE SUMA -
      *               'N', O SOLO VALE LA PRIMERA - 'P')
      *           A = UN EVENTO MAS (SUCURSAL, ACTIVIDAD, DETALLE Y
      *               CANTIDAD; EL DETALLE ES OPCIONAL, P.EJ. EL
      *               CODIGO DE RAZON DEL RECHAZO)
      *           F = FIN - GRABA LOS ACUMULADOS EN USOLOGF
      *         LA SUCURSAL '***' JUNTA LO QUE NO TIENE SUCURSAL
      *         (HEADERS, TRAILERS, COMPFILE, REGISTROS VACIOS)
       01  USOL-PARAMETROS.
           05 USOL-FUNCION              PIC X(01) VALUE SPACES.
             88 USOL-ARRANCAR                    VALUE 'I'.
             88 USOL-AGREGAR                     VALUE 'A'.
             88 USOL-TERMINAR                    VALUE 'F'.
           05 USOL-PROGRAMA             PIC X(08) VALUE SPACES.
           05 USOL-FECHA-NEGOCIO        PIC 9(06) VALUE ZEROS.
           05 USOL-REEMPLAZA            PIC X(01) VALUE 'N'.
           05 USOL-SUCURSAL             PIC X(03) VALUE SPACES.
           05 USOL-ACTIVIDAD            PIC X(01) VALUE SPACES.
           05 USOL-DETALLE              PIC X(02) VALUE SPACES.
           05 USOL-CANTIDAD             PIC 9(07) VALUE ZEROS.
           05 USOL-EMPRESA              PIC X(01) VALUE SPACES.
