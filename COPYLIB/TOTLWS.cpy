      *TOTLWS - PARAMETROS DEL ASIENTO DE TOTALES DE CONTROL DE LA
      *         CADENA NOCTURNA, PASADOS A "CALL 'TOTLOG'" POR LOS
      *         PROGRAMAS QUE ENTREGAN O RECIBEN UN ARCHIVO DE LA
      *         CADENA (CONSOL, EDITOR, ARITM Y AUDDB2). MISMO PATRON
      *         QUE USOLOG:
      *           I = ARRANQUE (PROGRAMA, FECHA DE NEGOCIO Y
      *               EMPRESA)
      *           A = UN PUNTO DE CONTROL MAS (PUNTO, CUENTA Y DOS
      *               TOTALES - HASH DE OPERANDOS O IMPORTES SEGUN EL
      *               PUNTO, VER TOTRWS)
      *           F = FIN - GRABA LOS PUNTOS EN TOTLOGF
      *         CADENA CUADRA LOS PUNTOS DE LA FECHA ENTRE SI
       01  TOTL-PARAMETROS.
           05 TOTL-FUNCION              PIC X(01) VALUE SPACES.
             88 TOTL-ARRANCAR                    VALUE 'I'.
             88 TOTL-AGREGAR                     VALUE 'A'.
             88 TOTL-TERMINAR                    VALUE 'F'.
           05 TOTL-PROGRAMA             PIC X(08) VALUE SPACES.
           05 TOTL-FECHA-NEGOCIO        PIC 9(06) VALUE ZEROS.
           05 TOTL-PUNTO                PIC X(08) VALUE SPACES.
           05 TOTL-CUENTA               PIC 9(07) VALUE ZEROS.
           05 TOTL-TOTAL-A              PIC S9(11)V99 VALUE ZEROS.
           05 TOTL-TOTAL-B              PIC S9(11)V99 VALUE ZEROS.
           05 TOTL-EMPRESA              PIC X(01) VALUE SPACES.
