                                         RECORD KEY IS REG-LLAVE
                                         FILE STATUS IS WSV-ARCH-STAT.

           SELECT SUCURSAL-FILE         ASSIGN TO SUCMSTR
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS SUC-CODIGO
                                         FILE STATUS IS WSV-ARCH-STAT.

      *LA MISMA TARJETA DE AUTORIZACION QUE HONRA EL DRIVER - UN
      *DIA INHABIL AUTORIZADO POR EL OPERADOR NO CUENTA COMO
      *PROBLEMA DE AMBIENTE, SI NO EL OVERRIDE DE EMERGENCIA NUNCA

       FD  ART-RESTART-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 960 CHARACTERS.
       01  ARST-VERIF-RECORD            PIC X(960).

       FD  RESTART-FILE
           LABEL RECORDS ARE STANDARD

       FD  DRV-RESTART-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  DRVR-VERIF-RECORD            PIC X(20).

       FD  REGISTRY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY RUNCFD.

       FD  SUCURSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUCMWS.

       FD  CAL-OVR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       77  WSV-INHABIL-SW               PIC X(01) VALUE 'N'.
         88 WSV-INHABIL-OK                       VALUE 'S'.
      *
       77  WSC-MAX-ARCHIVOS             PIC 9(02) VALUE 9.
       77  WSV-ARCHIVO                  PIC 9(02) VALUE ZEROS.
       77  WSV-DDNAME                   PIC X(08) VALUE SPACES.
      *
      *TODOS LOS PROBLEMAS SE JUNTAN EN UNA SOLA PASADA - UNA MALA
                   IF WSV-ARCH-STAT = '00'
                       CLOSE REGISTRY-FILE
                   END-IF
               WHEN 9
                   MOVE 'SUCMSTR ' TO WSV-DDNAME
                   OPEN INPUT SUCURSAL-FILE
                   IF WSV-ARCH-STAT = '00'
                       CLOSE SUCURSAL-FILE
                   END-IF
           END-EVALUATE
           IF WSV-ARCH-STAT = '00'
               DISPLAY 'VERIF: ' WSV-DDNAME ' DISPONIBLE'
