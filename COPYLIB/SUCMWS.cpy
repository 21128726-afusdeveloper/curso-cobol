      *SUCMWS - REGISTRO DEL MAESTRO DE SUCURSALES (SUCMSTR), KSDS
      *         LLAVEADO POR EL CODIGO DE SUCURSAL QUE VIAJA EN
      *         TR-DET-SUCURSAL. LO MANTIENE SUCMNT CON CAPTURA Y
      *         VERIFICACION; EL EDITOR LO LEE PARA RECHAZAR
      *         SUCURSALES INEXISTENTES O CERRADAS Y ARITM PARA
      *         AGRUPAR LOS SUBTOTALES POR REGION. UNA SUCURSAL NO
      *         SE BORRA NUNCA - SE CIERRA CON SU FECHA, ASI LA
      *         HISTORIA DE LA AUDITORIA SIGUE TENIENDO A QUIEN
      *         REFERIRSE
       01  SUCURSAL-RECORD.
           05 SUC-CODIGO                PIC X(03).
           05 SUC-NOMBRE                PIC X(20).
           05 SUC-REGION                PIC X(03).
           05 SUC-ESTADO                PIC X(01).
             88 SUC-ABIERTA                      VALUE 'A'.
             88 SUC-CERRADA                      VALUE 'C'.
           05 SUC-FECHA-APERTURA        PIC 9(06).
           05 SUC-FECHA-CIERRE          PIC 9(06).
           05 SUC-ULT-OPERADOR          PIC X(08).
           05 SUC-FECHA-MANT            PIC 9(06).
           05 FILLER                    PIC X(27).
