      *INSTWS - REGISTRO DEL MAESTRO DE INSTRUCCIONES PERMANENTES
      *         (INSMSTR), KSDS LLAVEADO POR SUCURSAL Y NUMERO DE
      *         INSTRUCCION. CADA INSTRUCCION ES UN DETALLE DE
      *         TRANFILE QUE LA SUCURSAL MANDA SIEMPRE IGUAL CON UNA
      *         FRECUENCIA FIJA; LO MANTIENE INSMNT CON CAPTURA Y
      *         VERIFICACION Y LO LEE INSGEN PARA ARMAR EL LOTE DE LAS
      *         QUE VENCEN EN LA FECHA DE NEGOCIO
      *
      *         FRECUENCIA Y DIA: 'D' DIARIA (TODO DIA HABIL, EL DIA
      *         NO SE USA); 'S' SEMANAL (DIA 1 = LUNES ... 7 =
      *         DOMINGO); 'M' MENSUAL (DIA 1 A 31 - SI EL MES ES MAS
      *         CORTO VENCE EL ULTIMO DIA); 'E' FECHA ESPECIFICA
      *         (VENCE UNA SOLA VEZ, EN LA FECHA DE INICIO). UN
      *         VENCIMIENTO EN DIA NO HABIL PASA AL DIA HABIL
      *         SIGUIENTE
       01  INSTRUCCION-RECORD.
           05 INS-LLAVE.
              10 INS-SUCURSAL           PIC X(03).
              10 INS-NUMERO             PIC 9(04).
           05 INS-NUM-A                 PIC S9(05)V99 COMP-3.
           05 INS-NUM-B                 PIC S9(05)V99 COMP-3.
           05 INS-OPERACIONES           PIC X(05).
           05 INS-FRECUENCIA            PIC X(01).
             88 INS-FREC-DIARIA                  VALUE 'D'.
             88 INS-FREC-SEMANAL                 VALUE 'S'.
             88 INS-FREC-MENSUAL                 VALUE 'M'.
             88 INS-FREC-ESPECIFICA              VALUE 'E'.
             88 INS-FREC-VALIDA          VALUES 'D' 'S' 'M' 'E'.
           05 INS-DIA                   PIC 9(02).
           05 INS-FECHA-INICIO          PIC 9(06).
           05 INS-FECHA-FIN             PIC 9(06).
           05 INS-ESTADO                PIC X(01).
             88 INS-ACTIVA                       VALUE 'A'.
             88 INS-SUSPENDIDA                   VALUE 'S'.
             88 INS-CANCELADA                    VALUE 'C'.
           05 INS-ULT-GENERADA          PIC 9(06).
           05 INS-CANT-GENERADAS        PIC 9(05).
           05 INS-ULT-OPERADOR          PIC X(08).
           05 INS-FECHA-MANT            PIC 9(06).
           05 FILLER                    PIC X(19).
