       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     TOTLOG.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOT-LOG-FILE          ASSIGN TO TOTLOGF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-TLOG-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  TOT-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY TOTRWS.

       WORKING-STORAGE SECTION.
       77  WSV-TLOG-STAT                PIC X(02) VALUE ZEROS.
      *
      *DATOS DE LA CORRIDA EN CURSO - LOS DEJA LA FUNCION 'I' Y LOS
      *LLEVAN TODOS LOS PUNTOS QUE SE GRABEN EN LA 'F'
       77  WSV-PROGRAMA                 PIC X(08) VALUE SPACES.
       77  WSV-FECHA-NEGOCIO            PIC 9(06) VALUE ZEROS.
       77  WSV-EMPRESA                  PIC X(01) VALUE SPACES.
       77  WSV-FECHA                    PIC 9(06) VALUE ZEROS.
       77  WSV-HORA                     PIC 9(08) VALUE ZEROS.
      *
      *PUNTOS DE CONTROL DE LA CORRIDA - UN PUNTO DECLARADO DOS VECES
      *SE QUEDA CON LOS ULTIMOS TOTALES
       77  WSC-MAX-PUNTOS               PIC 9(02) VALUE 10.
       77  WSV-PTO-CNT                  PIC 9(02) VALUE ZEROS.
       01  WSV-TABLA-PUNTOS.
           05 WSV-PTO-ENTRY            OCCURS 1 TO 10 TIMES
                                        DEPENDING ON WSV-PTO-CNT
                                        INDEXED BY WSV-PTO-IDX.
               10 WSV-PTO-PUNTO        PIC X(08).
               10 WSV-PTO-CUENTA       PIC 9(07).
               10 WSV-PTO-TOTAL-A      PIC S9(11)V99 COMP-3.
               10 WSV-PTO-TOTAL-B      PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
           COPY TOTLWS.

      *JUNTA LOS TOTALES DE CONTROL QUE UN PROGRAMA DE LA CADENA
      *DECLARA EN CADA ENTREGA DE ARCHIVO Y LOS GRABA AL FINAL EN LA
      *BITACORA DE TOTALES, DE DONDE LOS TOMA EL CUADRE DE LA CADENA
      *(CADENA). LOS PROGRAMAS LO LLAMAN AL TERMINAR SU PROCESO, ASI
      *QUE AQUI NO SE ABENDEA POR NADA: SI LA BITACORA NO SE PUEDE
      *GRABAR SE AVISA POR SYSOUT Y EL CUADRE LO ACUSARA SIN CONTROL
       PROCEDURE DIVISION USING TOTL-PARAMETROS.
       010-MAIN.
           EVALUATE TRUE
               WHEN TOTL-ARRANCAR
                   PERFORM 020-ARRANCAR
               WHEN TOTL-AGREGAR
                   PERFORM 030-AGREGAR
               WHEN TOTL-TERMINAR
                   PERFORM 040-GRABAR
                   MOVE SPACES TO WSV-PROGRAMA
               WHEN OTHER
                   DISPLAY 'TOTLOG: FUNCION INVALIDA ' TOTL-FUNCION
           END-EVALUATE
           GOBACK.

      *UNA CORRIDA NUEVA EMPIEZA CON LA TABLA VACIA - EL WORKING-
      *STORAGE SOBREVIVE ENTRE CALLS DE LA MISMA CADENA
       020-ARRANCAR.
           MOVE TOTL-PROGRAMA      TO WSV-PROGRAMA
           MOVE TOTL-FECHA-NEGOCIO TO WSV-FECHA-NEGOCIO
           MOVE TOTL-EMPRESA       TO WSV-EMPRESA
           ACCEPT WSV-FECHA FROM DATE
           ACCEPT WSV-HORA  FROM TIME
           MOVE ZEROS TO WSV-PTO-CNT.

       030-AGREGAR.
           IF WSV-PROGRAMA = SPACES
               DISPLAY 'TOTLOG: PUNTO SIN ARRANQUE - SE IGNORA'
           ELSE
               SET WSV-PTO-IDX TO 1
               SEARCH WSV-PTO-ENTRY
                   AT END
                       PERFORM 032-ALTA-PUNTO
                   WHEN WSV-PTO-PUNTO (WSV-PTO-IDX) = TOTL-PUNTO
                       PERFORM 034-ANOTAR-PUNTO
               END-SEARCH
           END-IF.

       032-ALTA-PUNTO.
           IF WSV-PTO-CNT = WSC-MAX-PUNTOS
               DISPLAY 'TOTLOG: TABLA DE PUNTOS LLENA - SE PIERDE '
                   TOTL-PUNTO
           ELSE
               ADD 1 TO WSV-PTO-CNT
               SET WSV-PTO-IDX TO WSV-PTO-CNT
               PERFORM 034-ANOTAR-PUNTO
           END-IF.

       034-ANOTAR-PUNTO.
           MOVE TOTL-PUNTO   TO WSV-PTO-PUNTO (WSV-PTO-IDX)
           MOVE TOTL-CUENTA  TO WSV-PTO-CUENTA (WSV-PTO-IDX)
           MOVE TOTL-TOTAL-A TO WSV-PTO-TOTAL-A (WSV-PTO-IDX)
           MOVE TOTL-TOTAL-B TO WSV-PTO-TOTAL-B (WSV-PTO-IDX).

       040-GRABAR.
           IF WSV-PROGRAMA NOT = SPACES AND WSV-PTO-CNT > ZEROS
               OPEN EXTEND TOT-LOG-FILE
               IF WSV-TLOG-STAT NOT = '00'
                   DISPLAY 'TOTLOG: NO SE PUDO ABRIR TOTLOGF - STATUS '
                       WSV-TLOG-STAT
                   DISPLAY 'TOTLOG: SE PIERDEN LOS TOTALES DE '
                       WSV-PROGRAMA ' FECHA ' WSV-FECHA-NEGOCIO
               ELSE
                   PERFORM 044-GRABAR-PUNTO
                       VARYING WSV-PTO-IDX FROM 1 BY 1
                       UNTIL WSV-PTO-IDX > WSV-PTO-CNT
                   CLOSE TOT-LOG-FILE
               END-IF
           END-IF.

       044-GRABAR-PUNTO.
           MOVE SPACES             TO TOT-LOG-RECORD
           MOVE WSV-FECHA-NEGOCIO  TO TOT-FECHA-NEGOCIO
           MOVE WSV-PROGRAMA       TO TOT-PROGRAMA
           MOVE WSV-EMPRESA        TO TOT-EMPRESA
           MOVE WSV-FECHA          TO TOT-FECHA-SISTEMA
           MOVE WSV-HORA           TO TOT-HORA
           MOVE WSV-PTO-PUNTO (WSV-PTO-IDX)   TO TOT-PUNTO
           MOVE WSV-PTO-CUENTA (WSV-PTO-IDX)  TO TOT-CUENTA
           MOVE WSV-PTO-TOTAL-A (WSV-PTO-IDX) TO TOT-TOTAL-A
           MOVE WSV-PTO-TOTAL-B (WSV-PTO-IDX) TO TOT-TOTAL-B
           WRITE TOT-LOG-RECORD
           IF WSV-TLOG-STAT NOT = '00'
               DISPLAY 'TOTLOG: WRITE FALLO - STATUS ' WSV-TLOG-STAT
           END-IF.
