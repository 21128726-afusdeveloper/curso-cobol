      *         FECHA Y NO HAY TARJETA DE RECORRIDA (DD RERUNCRD),
      *         Y RUNC-DIA-ABIERTO SI LA FECHA DE NEGOCIO ANTERIOR
      *         SIGUE SIN CERRAR (VER DIACIE) Y NO HAY TARJETA DE
      *         AUTORIZACION (DD CIEOVRD). TODO ESTO ES POR
      *         EMPRESA (RUNC-EMPRESA, LA QUE DEVOLVIO FECHCTL): LA
      *         FECHA ABIERTA DE UNA EMPRESA NO DETIENE A LA OTRA
       01  RUNC-PARAMETROS.
           05 RUNC-FUNCION              PIC X(01).
             88 RUNC-FN-INICIO                   VALUE 'I'.
             88 RUNC-OK                          VALUE '0'.
             88 RUNC-YA-CORRIO                   VALUE 'D'.
             88 RUNC-DIA-ABIERTO                 VALUE 'A'.
           05 RUNC-EMPRESA              PIC X(01).
