       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     USOLOG.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USO-LOG-FILE          ASSIGN TO USOLOGF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-ULOG-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  USO-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY USORWS.

       WORKING-STORAGE SECTION.
       77  WSV-ULOG-STAT                PIC X(02) VALUE ZEROS.
      *
      *DATOS DE LA CORRIDA EN CURSO - LOS DEJA LA FUNCION 'I' Y LOS
      *LLEVAN TODOS LOS REGISTROS QUE SE GRABEN HASTA LA 'F'
       77  WSV-PROGRAMA                 PIC X(08) VALUE SPACES.
       77  WSV-FECHA-NEGOCIO            PIC 9(06) VALUE ZEROS.
       77  WSV-REEMPLAZA                PIC X(01) VALUE 'N'.
       77  WSV-EMPRESA                  PIC X(01) VALUE SPACES.
       77  WSV-FECHA                    PIC 9(06) VALUE ZEROS.
       77  WSV-HORA                     PIC 9(08) VALUE ZEROS.
      *
      *ACUMULADOS POR SUCURSAL, ACTIVIDAD Y DETALLE DE LA CORRIDA -
      *SI LA TABLA SE LLENA SE GRABA LO QUE LLEVA Y SE VUELVE A
      *EMPEZAR (CRGMES Y CALMES SUMAN LOS REGISTROS DE UNA MISMA
      *CORRIDA)
       77  WSC-MAX-USO                  PIC 9(03) VALUE 300.
       77  WSV-USO-CNT                  PIC 9(03) VALUE ZEROS.
       01  WSV-TABLA-USO.
           05 WSV-USO-ENTRY            OCCURS 1 TO 300 TIMES
                                        DEPENDING ON WSV-USO-CNT
                                        INDEXED BY WSV-USO-IDX.
               10 WSV-USO-SUCURSAL     PIC X(03).
               10 WSV-USO-ACTIVIDAD    PIC X(01).
               10 WSV-USO-DETALLE      PIC X(02).
               10 WSV-USO-CANTIDAD     PIC 9(07).
      *
       77  WSV-GRABADOS                 PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
           COPY USOLWS.

      *ACUMULA EN MEMORIA LA ACTIVIDAD COBRABLE Y LOS EVENTOS DE
      *CALIDAD DE UNA CORRIDA POR SUCURSAL Y LOS GRABA AL FINAL EN
      *LA BITACORA DE USO, DE DONDE LOS TOMAN EL CARGO MENSUAL
      *(CRGMES) Y EL TABLERO DE CALIDAD DE FEEDS (CALMES). LOS
      *PROGRAMAS LO LLAMAN EN PLENO PROCESO, ASI QUE AQUI NO SE
      *ABENDEA POR NADA: SI LA BITACORA NO SE PUEDE GRABAR SE AVISA
      *POR SYSOUT Y SE DEVUELVE EL CONTROL
       PROCEDURE DIVISION USING USOL-PARAMETROS.
       010-MAIN.
           EVALUATE TRUE
               WHEN USOL-ARRANCAR
                   PERFORM 020-ARRANCAR
               WHEN USOL-AGREGAR
                   PERFORM 030-AGREGAR
               WHEN USOL-TERMINAR
                   PERFORM 040-GRABAR
                   MOVE SPACES TO WSV-PROGRAMA
               WHEN OTHER
                   DISPLAY 'USOLOG: FUNCION INVALIDA ' USOL-FUNCION
           END-EVALUATE
           GOBACK.

      *UNA CORRIDA NUEVA EMPIEZA CON LA TABLA VACIA - EL WORKING-
      *STORAGE SOBREVIVE ENTRE CALLS DE LA MISMA CADENA
       020-ARRANCAR.
           MOVE USOL-PROGRAMA      TO WSV-PROGRAMA
           MOVE USOL-FECHA-NEGOCIO TO WSV-FECHA-NEGOCIO
           MOVE USOL-REEMPLAZA     TO WSV-REEMPLAZA
           MOVE USOL-EMPRESA       TO WSV-EMPRESA
           IF WSV-REEMPLAZA NOT = 'S' AND WSV-REEMPLAZA NOT = 'P'
               MOVE 'N' TO WSV-REEMPLAZA
           END-IF
           ACCEPT WSV-FECHA FROM DATE
           ACCEPT WSV-HORA  FROM TIME
           MOVE ZEROS TO WSV-USO-CNT
           MOVE ZEROS TO WSV-GRABADOS.

       030-AGREGAR.
           IF WSV-PROGRAMA = SPACES
               DISPLAY 'USOLOG: EVENTO SIN ARRANQUE - SE IGNORA'
           ELSE
               IF USOL-SUCURSAL = SPACES OR USOL-SUCURSAL = LOW-VALUES
                   MOVE '***' TO USOL-SUCURSAL
               END-IF
               SET WSV-USO-IDX TO 1
               SEARCH WSV-USO-ENTRY
                   AT END
                       PERFORM 032-ALTA-USO
                   WHEN WSV-USO-SUCURSAL (WSV-USO-IDX) = USOL-SUCURSAL
                    AND WSV-USO-ACTIVIDAD (WSV-USO-IDX)
                           = USOL-ACTIVIDAD
                    AND WSV-USO-DETALLE (WSV-USO-IDX) = USOL-DETALLE
                       ADD USOL-CANTIDAD
                           TO WSV-USO-CANTIDAD (WSV-USO-IDX)
               END-SEARCH
           END-IF.

       032-ALTA-USO.
           IF WSV-USO-CNT = WSC-MAX-USO
               PERFORM 040-GRABAR
               MOVE ZEROS TO WSV-USO-CNT
           END-IF
           ADD 1 TO WSV-USO-CNT
           SET WSV-USO-IDX TO WSV-USO-CNT
           MOVE USOL-SUCURSAL  TO WSV-USO-SUCURSAL (WSV-USO-IDX)
           MOVE USOL-ACTIVIDAD TO WSV-USO-ACTIVIDAD (WSV-USO-IDX)
           MOVE USOL-DETALLE   TO WSV-USO-DETALLE (WSV-USO-IDX)
           MOVE USOL-CANTIDAD  TO WSV-USO-CANTIDAD (WSV-USO-IDX).

      *UNA CORRIDA SIN EVENTOS NO GRABA NADA, SALVO QUE REEMPLACE A
      *OTRA: EN ESE CASO DEJA UN REGISTRO EN CERO PARA QUE LA
      *RECORRIDA ANULE LAS CUENTAS DE LA ANTERIOR. LO MISMO CUANDO
      *SOLO VALE LA PRIMERA, PARA QUE UNA PRIMERA CORRIDA LIMPIA
      *DEJE CONSTANCIA Y LAS SIGUIENTES NO CUENTEN
       040-GRABAR.
           IF WSV-PROGRAMA = SPACES
               CONTINUE
           ELSE
               IF WSV-USO-CNT = ZEROS AND WSV-REEMPLAZA NOT = 'N'
                AND WSV-GRABADOS = ZEROS
                   ADD 1 TO WSV-USO-CNT
                   MOVE '***' TO WSV-USO-SUCURSAL (1)
                   MOVE 'R'   TO WSV-USO-ACTIVIDAD (1)
                   MOVE ZEROS TO WSV-USO-CANTIDAD (1)
                   MOVE SPACES TO WSV-USO-DETALLE (1)
               END-IF
               IF WSV-USO-CNT > ZEROS
                   PERFORM 042-ABRIR-BITACORA
               END-IF
           END-IF.

       042-ABRIR-BITACORA.
           OPEN EXTEND USO-LOG-FILE
           IF WSV-ULOG-STAT NOT = '00'
               DISPLAY 'USOLOG: NO SE PUDO ABRIR USOLOGF - STATUS '
                   WSV-ULOG-STAT
               DISPLAY 'USOLOG: SE PIERDE EL USO DE ' WSV-PROGRAMA
                   ' FECHA ' WSV-FECHA-NEGOCIO
           ELSE
               PERFORM 044-GRABAR-USO
                   VARYING WSV-USO-IDX FROM 1 BY 1
                   UNTIL WSV-USO-IDX > WSV-USO-CNT
               CLOSE USO-LOG-FILE
           END-IF.

       044-GRABAR-USO.
           MOVE SPACES             TO USO-LOG-RECORD
           MOVE WSV-FECHA-NEGOCIO  TO USO-FECHA-NEGOCIO
           MOVE WSV-PROGRAMA       TO USO-PROGRAMA
           MOVE WSV-FECHA          TO USO-FECHA-SISTEMA
           MOVE WSV-HORA           TO USO-HORA
           MOVE WSV-REEMPLAZA      TO USO-REEMPLAZA
           MOVE WSV-EMPRESA        TO USO-EMPRESA
           MOVE WSV-USO-SUCURSAL (WSV-USO-IDX)  TO USO-SUCURSAL
           MOVE WSV-USO-ACTIVIDAD (WSV-USO-IDX) TO USO-ACTIVIDAD
           MOVE WSV-USO-CANTIDAD (WSV-USO-IDX)  TO USO-CANTIDAD
           MOVE WSV-USO-DETALLE (WSV-USO-IDX)   TO USO-DETALLE
           WRITE USO-LOG-RECORD
           IF WSV-ULOG-STAT NOT = '00'
               DISPLAY 'USOLOG: WRITE FALLO - STATUS ' WSV-ULOG-STAT
           ELSE
               ADD 1 TO WSV-GRABADOS
           END-IF.
