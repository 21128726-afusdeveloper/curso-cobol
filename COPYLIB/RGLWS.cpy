      *RGLWS  - REGISTRO DEL INFORME REGULATORIO DE OPERACIONES DE
      *         MONTO ALTO (RGLFILE) QUE GRABA REGMON, EN EL FORMATO
      *         FIJO DEL ORGANISMO: UN HEADER ('H') CON LA ENTIDAD, LA
      *         FECHA DE NEGOCIO Y EL UMBRAL LEGAL, UN DETALLE ('I')
      *         POR ITEM QUE IGUALA O SUPERA EL UMBRAL, UN DETALLE
      *         ('A') POR SUCURSAL CUYOS ITEMS MENORES AL UMBRAL LO
      *         SUPERAN SUMADOS EN EL DIA, Y UN TRAILER ('T') CON LAS
      *         CUENTAS Y EL IMPORTE TOTAL DE CONTROL. EL IMPORTE DE
      *         UN ITEM ES EL VALOR ABSOLUTO DEL OPERANDO A, LA MISMA
      *         BASE DE LA COMISION. LOS IMPORTES VAN EN ZONADO SIN
      *         SIGNO
       01  RGL-RECORD.
           05 RGL-TIPO                  PIC X(01).
             88 RGL-TIPO-HEADER                  VALUE 'H'.
             88 RGL-TIPO-ITEM                    VALUE 'I'.
             88 RGL-TIPO-AGREGADO                VALUE 'A'.
             88 RGL-TIPO-TRAILER                 VALUE 'T'.
           05 RGL-DATOS                 PIC X(79).
           05 RGL-HDR REDEFINES RGL-DATOS.
              10 RGL-HDR-ENTIDAD        PIC X(10).
              10 RGL-HDR-EMPRESA        PIC X(01).
              10 RGL-HDR-FECHA-NEGOCIO  PIC 9(06).
              10 RGL-HDR-UMBRAL         PIC 9(07)V99.
              10 RGL-HDR-FECHA-GENERA   PIC 9(06).
              10 RGL-HDR-HORA-GENERA    PIC 9(08).
              10 FILLER                 PIC X(39).
      *    ITEM INDIVIDUAL - SE UBICA POR EL RUN-ID DE LA CORRIDA DE
      *    POSTEO Y SU SECUENCIA EN LA AUDITORIA; LA MARCA DE
      *    REVERSO DICE SI EL ITEM YA FUE ANULADO
           05 RGL-ITM REDEFINES RGL-DATOS.
              10 RGL-ITM-SUCURSAL       PIC X(03).
              10 RGL-ITM-FECHA-NEGOCIO  PIC 9(06).
              10 RGL-ITM-RUN-ID         PIC X(14).
              10 RGL-ITM-SECUENCIA      PIC 9(07).
              10 RGL-ITM-IMPORTE        PIC 9(07)V99.
              10 RGL-ITM-OPERADOR       PIC X(08).
              10 RGL-ITM-REVERSO        PIC X(01).
              10 FILLER                 PIC X(31).
      *    SUCURSAL QUE SUPERA EL UMBRAL EN EL DIA CON ITEMS MENORES -
      *    CANTIDAD E IMPORTE SOLO DE ESOS ITEMS
           05 RGL-AGR REDEFINES RGL-DATOS.
              10 RGL-AGR-SUCURSAL       PIC X(03).
              10 RGL-AGR-FECHA-NEGOCIO  PIC 9(06).
              10 RGL-AGR-ITEMS          PIC 9(07).
              10 RGL-AGR-IMPORTE        PIC 9(11)V99.
              10 FILLER                 PIC X(50).
      *    TRAILER - REGISTROS DEL ARCHIVO (HEADER Y TRAILER
      *    INCLUIDOS), DETALLES DE CADA TIPO E IMPORTE TOTAL DE LOS
      *    DETALLES
           05 RGL-TRL REDEFINES RGL-DATOS.
              10 RGL-TRL-REGISTROS      PIC 9(07).
              10 RGL-TRL-ITEMS          PIC 9(07).
              10 RGL-TRL-AGREGADOS      PIC 9(07).
              10 RGL-TRL-IMPORTE        PIC 9(13)V99.
              10 FILLER                 PIC X(43).
