           RECORD CONTAINS 80 CHARACTERS.
       01  FECHA-RECORD.
           05 FCH-FECHA-NEGOCIO         PIC 9(06).
           05 FCH-EMPRESA               PIC X(01).
           05 FILLER                    PIC X(73).

       FD  CALEN-FILE
           LABEL RECORDS ARE STANDARD
           05 CAL-TIPO                  PIC X(01).
             88 CAL-TIPO-SEMANA                  VALUE 'S'.
             88 CAL-TIPO-FERIADO                 VALUE 'F'.
           05 CAL-DATOS                 PIC X(78).
           05 CAL-SEMANA REDEFINES CAL-DATOS.
              10 CAL-SABADO             PIC X(01).
              10 CAL-DOMINGO            PIC X(01).
              10 FILLER                 PIC X(76).
           05 CAL-FER REDEFINES CAL-DATOS.
              10 CAL-FECHA-FERIADO      PIC 9(06).
              10 FILLER                 PIC X(72).
      *    EN BLANCO EL REGISTRO VALE PARA TODAS LAS EMPRESAS
           05 CAL-EMPRESA               PIC X(01).

       WORKING-STORAGE SECTION.
           COPY ABNDWS.
      *FECH-ORIGEN PARA QUE EL PROGRAMA LLAMADOR PUEDA INFORMARLO;
      *LA FECHA SE VALIDA CONTRA EL CALENDARIO DE DIAS HABILES Y,
      *SI LA FUNCION LO PIDE, SE RESUELVE EL DIA HABIL SIGUIENTE O
      *ANTERIOR. LA EMPRESA TAMBIEN SALE DE LA TARJETA (EN BLANCO
      *SIN TARJETA) Y ELIGE LOS REGISTROS DEL CALENDARIO
       PROCEDURE DIVISION USING FECH-PARAMETROS.
       010-MAIN.
           MOVE 'FECHCTL'               TO ABND-PROGRAMA
           MOVE ZEROS                   TO FECH-FECHA
           MOVE 'S'                     TO FECH-ORIGEN
           MOVE SPACES                  TO FECH-EMPRESA
           OPEN INPUT FECHA-FILE
           IF WSV-FCH-STAT = '00'
               READ FECHA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FCH-EMPRESA TO FECH-EMPRESA
                       IF FCH-FECHA-NEGOCIO NUMERIC
                         AND FCH-FECHA-NEGOCIO NOT = ZEROS
                           MOVE FCH-FECHA-NEGOCIO TO FECH-FECHA
                   CONTINUE
           END-READ.

      *LOS REGISTROS DE OTRA EMPRESA NO SE MIRAN; LA REGLA DE FIN DE
      *SEMANA PROPIA VA DESPUES DE LA COMUN Y LA REEMPLAZA
       030-CLASIFICAR-CALENDARIO.
           EVALUATE TRUE
               WHEN CAL-EMPRESA NOT = SPACES
                AND CAL-EMPRESA NOT = FECH-EMPRESA
                   CONTINUE
               WHEN CAL-TIPO-SEMANA
                   MOVE CAL-SABADO  TO WSV-SABADO-INHABIL
                   MOVE CAL-DOMINGO TO WSV-DOMINGO-INHABIL
