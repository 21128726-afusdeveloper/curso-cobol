       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     OVRLOG.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-LOG-FILE     ASSIGN TO OVRLOGF
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OLOG-STAT.

           SELECT OPER-FILE             ASSIGN TO OPERCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-OPER-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.
           COPY OVRRWS.

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPERWS.

       WORKING-STORAGE SECTION.
       77  WSV-OLOG-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-OPER-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-FECHA                    PIC 9(06) VALUE ZEROS.
       77  WSV-HORA                     PIC 9(08) VALUE ZEROS.
       77  WSV-OPERADOR                 PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
           COPY OVRLWS.

      *ASIENTA QUE UN PROGRAMA HONRO UNA TARJETA DE EXCEPCION - QUIEN
      *(OPERADOR), CUANDO, PARA QUE FECHA DE NEGOCIO Y EMPRESA Y CON
      *QUE TARJETA EXACTA. SE AVISA TAMBIEN EN LA CONSOLA. SE LLAMA EN
      *EL MOMENTO DE HONRAR LA TARJETA, ASI QUE AQUI NO SE ABENDEA
      *POR NADA: SI LA BITACORA NO SE PUEDE GRABAR SE AVISA POR
      *SYSOUT Y SE DEVUELVE EL CONTROL
       PROCEDURE DIVISION USING OVRL-DATOS.
       010-MAIN.
           ACCEPT WSV-FECHA FROM DATE
           ACCEPT WSV-HORA  FROM TIME
           MOVE OVRL-OPERADOR TO WSV-OPERADOR
           IF WSV-OPERADOR = SPACES
               PERFORM 016-LEER-OPERADOR
           END-IF
           DISPLAY '*EXCEPCION* PGM=' OVRL-PROGRAMA
                   ' TARJETA=' OVRL-TARJETA
                   ' OPERADOR=' WSV-OPERADOR
               UPON CONSOLE
           OPEN EXTEND OVERRIDE-LOG-FILE
           IF WSV-OLOG-STAT NOT = '00'
               DISPLAY 'OVRLOG: NO SE PUDO ABRIR OVRLOGF - STATUS '
                   WSV-OLOG-STAT
           ELSE
               MOVE SPACES             TO OVERRIDE-LOG-RECORD
               MOVE OVRL-FECHA-NEGOCIO TO OVR-FECHA-NEGOCIO
               MOVE OVRL-PROGRAMA      TO OVR-PROGRAMA
               MOVE OVRL-TARJETA       TO OVR-TARJETA
               MOVE WSV-OPERADOR       TO OVR-OPERADOR
               MOVE WSV-FECHA          TO OVR-FECHA-SISTEMA
               MOVE WSV-HORA           TO OVR-HORA
               MOVE OVRL-IMAGEN        TO OVR-IMAGEN
               MOVE OVRL-EMPRESA       TO OVR-EMPRESA
               WRITE OVERRIDE-LOG-RECORD
               IF WSV-OLOG-STAT NOT = '00'
                   DISPLAY 'OVRLOG: WRITE FALLO - STATUS '
                       WSV-OLOG-STAT
               END-IF
               CLOSE OVERRIDE-LOG-FILE
           END-IF
           GOBACK.

       016-LEER-OPERADOR.
           MOVE 'NOIDENT' TO WSV-OPERADOR
           OPEN INPUT OPER-FILE
           IF WSV-OPER-STAT = '00'
               READ OPER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPER-ID NOT = SPACES
                           MOVE OPER-ID TO WSV-OPERADOR
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.
