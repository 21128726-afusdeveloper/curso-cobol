      *USOCWS - REGISTRO DEL HISTORIAL DE USO DE LOS CODIGOS DEL
      *         MAESTRO (USOCODF, KSDS CON LLAVE UCD-LLAVE). CONVE
      *         GRABA UNO POR CODIGO, FECHA DE NEGOCIO Y EMPRESA AL
      *         CERRAR EL CORTE DE CADA CODIGO: CUANTAS ENTRADAS LO
      *         TRAJERON Y LA SUMA DE SUS IMPORTES CONVERTIDOS A
      *         MONEDA BASE, CON LA VERSION DEL MAESTRO (FECHA
      *         EFECTIVA) CON LA QUE SE RESOLVIO SU DESCRIPCION. UN
      *         CODIGO SIN VERSION VIGENTE QUEDA CON CONOCIDO = 'N'.
      *         LA FECHA VA DETRAS DEL CODIGO PARA QUE EL USO DE UN
      *         CODIGO SEA UN START Y UNAS POCAS LECTURAS (MSTMNT Y
      *         MSTCAP ANTES DE UNA BAJA) Y EL REPORTE MENSUAL
      *         (CODUSO) LO LEA EN EL ORDEN DEL MAESTRO.
      *         LA FECHA Y HORA DE SISTEMA IDENTIFICAN LA CORRIDA:
      *         LA MISMA CORRIDA ACUMULA SI EL CODIGO VUELVE A
      *         APARECER, Y UNA RECORRIDA DE LA FECHA REEMPLAZA LO
      *         QUE HABIA DEJADO LA ANTERIOR PARA CADA CODIGO QUE
      *         TRAE (UN CODIGO QUE LA RECORRIDA YA NO TRAE CONSERVA
      *         LO DE LA CORRIDA ANTERIOR)
       01  USO-COD-RECORD.
           05 UCD-LLAVE.
              10 UCD-CODIGO             PIC X(02).
              10 UCD-FECHA-NEGOCIO      PIC 9(06).
              10 UCD-FECHA-NEG-R REDEFINES UCD-FECHA-NEGOCIO.
                 15 UCD-AAMM            PIC 9(04).
                 15 UCD-DD              PIC 9(02).
              10 UCD-EMPRESA            PIC X(01).
           05 UCD-CONOCIDO              PIC X(01).
             88 UCD-CODIGO-CONOCIDO              VALUE 'S'.
           05 UCD-VERSION               PIC 9(06).
           05 UCD-OCURRENCIAS           PIC 9(07).
           05 UCD-IMPORTE               PIC S9(11)V99 COMP-3.
           05 UCD-SELLO.
              10 UCD-FECHA-SISTEMA      PIC 9(06).
              10 UCD-HORA               PIC 9(08).
           05 FILLER                    PIC X(06).
