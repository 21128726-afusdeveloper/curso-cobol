      *ARSTWS - REGISTRO DE PUNTO DE CONTROL DE ARITM (ARTREST):
      *         POSICION DE LECTURA Y ACUMULADOS DE LA CORRIDA AL
      *         ULTIMO PUNTO DE CONTROL, CON LOS TOTALES POR
      *         SUCURSAL (HASTA 20, ARST-SUC-CNT DICE CUANTAS ESTAN
      *         EN USO). UNA RECORRIDA TRAS ABEND LO LEE PARA
      *         REPOSICIONARSE; AL TERMINAR BIEN QUEDA VACIO
       01  ARST-RECORD.
           05 ARST-LEIDOS               PIC 9(07).
           05 ARST-TOTAL-TRANS          PIC 9(07).
           05 ARST-TOT-R1               PIC S9(07)V99 COMP-3.
           05 ARST-TOT-R2               PIC S9(07)V99 COMP-3.
           05 ARST-TOT-R3               PIC S9(07)V99 COMP-3.
           05 ARST-TOT-R4               PIC S9(07)V99 COMP-3.
           05 ARST-TOT-R5               PIC S9(07)V99 COMP-3.
           05 ARST-CUENTA-DET           PIC 9(07).
           05 ARST-HASH-A               PIC S9(09)V99 COMP-3.
           05 ARST-HASH-B               PIC S9(09)V99 COMP-3.
           05 ARST-HDR-SW               PIC X(01).
           05 ARST-LOTE-ID              PIC X(08).
           05 ARST-FECHA-LOTE           PIC 9(06).
           05 ARST-RUN-ID               PIC X(14).
           05 ARST-SUC-CNT              PIC 9(02).
           05 ARST-SUC-ENTRY            OCCURS 20 TIMES.
              10 ARST-SUC-CODIGO        PIC X(03).
              10 ARST-SUC-CUENTA        PIC 9(07).
              10 ARST-SUC-R1            PIC S9(07)V99 COMP-3.
              10 ARST-SUC-R2            PIC S9(07)V99 COMP-3.
              10 ARST-SUC-R3            PIC S9(07)V99 COMP-3.
              10 ARST-SUC-R4            PIC S9(07)V99 COMP-3.
              10 ARST-SUC-R5            PIC S9(07)V99 COMP-3.
              10 ARST-SUC-COMI          PIC S9(07)V99 COMP-3.
           05 ARST-CTA-SUMA             PIC 9(07).
           05 ARST-CTA-RESTA            PIC 9(07).
           05 ARST-CTA-MULT             PIC 9(07).
           05 ARST-CTA-DIV              PIC 9(07).
           05 ARST-CTA-COMP             PIC 9(07).
           05 ARST-RETENIDAS            PIC 9(07).
           05 ARST-CTA-COMI             PIC 9(07).
           05 ARST-TOT-COMI             PIC S9(09)V99 COMP-3.
           05 ARST-CTA-ERRORES          PIC 9(07).
           05 ARST-DUPLICADOS           PIC 9(07).
           05 FILLER                    PIC X(02).
