       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     VOLCADO.
       AUTHOR.                         AYMARA M FUSARO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *QUE LAYOUT VOLCAR, QUE RANGO DE REGISTROS Y QUE LLAVE
           SELECT VOLCADO-CARD-FILE     ASSIGN TO VOLCARD
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-CARD-STAT.

      *EL DATASET A VOLCAR VA SIEMPRE EN VOLFILE - LOS SECUENCIALES
      *SE LEEN POR EL FD DE SU LARGO DE REGISTRO; LOS TRES KSDS SE
      *LEEN EN SECUENCIA DE LLAVE, SALVO QUE LA TARJETA PIDA LEER
      *UNA COPIA SECUENCIAL (DESCARGA O HISTORIAL) DEL MISMO LAYOUT
           SELECT VOL-018-FILE          ASSIGN TO VOLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-030-FILE          ASSIGN TO VOLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-040-FILE          ASSIGN TO VOLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-060-FILE          ASSIGN TO VOLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-070-FILE          ASSIGN TO VOLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-080-FILE          ASSIGN TO VOLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-090-FILE          ASSIGN TO VOLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-110-FILE          ASSIGN TO VOLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-960-FILE          ASSIGN TO VOLFILE
                                         ORGANIZATION IS SEQUENTIAL
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-MSTR-FILE         ASSIGN TO VOLFILE
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS VKM-LLAVE
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-HIST-FILE         ASSIGN TO VOLFILE
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS VKH-TICKET
                                         FILE STATUS IS WSV-VOL-STAT.

           SELECT VOL-RUNC-FILE         ASSIGN TO VOLFILE
                                         ORGANIZATION IS INDEXED
                                         ACCESS MODE IS SEQUENTIAL
                                         RECORD KEY IS VKR-LLAVE
                                         FILE STATUS IS WSV-VOL-STAT.

       DATA DIVISION.
       FILE SECTION.
      *LAYOUT: NOMBRE DEL COPYBOOK (TRANWS, AUDWS, EXCPWS, HELDWS,
      *EXCPHWS, RUNCFD, MSTRWS, EXTRWS, GLWS, ARSTWS) O DEL ARCHIVO
      *(GLFILE, ARTREST, CONVE). DESDE/HASTA EN BLANCO = TODO EL
      *ARCHIVO. LA LLAVE SE COMPARA CONTRA EL COMIENZO DEL CAMPO
      *LLAVE DEL LAYOUT (EN TRANWS, EL LOTE: SALE EL LOTE ENTERO)
       FD  VOLCADO-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  VOLCADO-CARD-RECORD.
           05 VOL-LAYOUT                PIC X(08).
           05 FILLER                    PIC X(01).
           05 VOL-DESDE-X               PIC X(07).
           05 VOL-DESDE REDEFINES VOL-DESDE-X
                                        PIC 9(07).
           05 FILLER                    PIC X(01).
           05 VOL-HASTA-X               PIC X(07).
           05 VOL-HASTA REDEFINES VOL-HASTA-X
                                        PIC 9(07).
           05 FILLER                    PIC X(01).
           05 VOL-LLAVE                 PIC X(20).
           05 FILLER                    PIC X(01).
           05 VOL-ORIGEN                PIC X(01).
             88 VOL-COPIA-SECUENCIAL             VALUE 'S'.
           05 FILLER                    PIC X(33).

       FD  VOL-018-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS.
       01  VOL-018-RECORD              PIC X(018).

       FD  VOL-030-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  VOL-030-RECORD              PIC X(030).

       FD  VOL-040-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  VOL-040-RECORD              PIC X(040).

       FD  VOL-060-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  VOL-060-RECORD              PIC X(060).

       FD  VOL-070-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  VOL-070-RECORD              PIC X(070).

       FD  VOL-080-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  VOL-080-RECORD              PIC X(080).

       FD  VOL-090-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
       01  VOL-090-RECORD              PIC X(090).

       FD  VOL-110-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  VOL-110-RECORD              PIC X(110).

       FD  VOL-960-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 960 CHARACTERS.
       01  VOL-960-RECORD              PIC X(960).

       FD  VOL-MSTR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS.
       01  VOL-MSTR-RECORD.
           05 VKM-LLAVE                 PIC X(08).
           05 FILLER                    PIC X(10).

       FD  VOL-HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  VOL-HIST-RECORD.
           05 VKH-TICKET                PIC X(08).
           05 FILLER                    PIC X(102).

       FD  VOL-RUNC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  VOL-RUNC-RECORD.
           05 VKR-LLAVE                 PIC X(15).
           05 FILLER                    PIC X(65).

       WORKING-STORAGE SECTION.
           COPY SWTCHWS.
           COPY ABNDWS.
           COPY FECHWS.
           COPY REPWWS.
      *
       77  WSV-CARD-STAT                PIC X(02) VALUE ZEROS.
       77  WSV-VOL-STAT                 PIC X(02) VALUE ZEROS.
       77  WSV-FECHA-CORRIDA            PIC 9(06) VALUE ZEROS.
      *
      *EL REGISTRO LEIDO, SIEMPRE COMPLETADO CON BLANCOS AL LARGO
      *MAXIMO - LOS CAMPOS SE TOMAN DE AQUI POR POSICION
       01  WSV-REGISTRO                 PIC X(960) VALUE SPACES.
      *
      *LAYOUT EN VIGOR - FILAS DE LA TABLA QUE LO DESCRIBEN, LARGO
      *DEL REGISTRO, POSICION DEL BYTE DE TIPO (CERO SI EL LAYOUT
      *ES DE UN SOLO TIPO), CAMPO LLAVE PARA EL FILTRO Y CAMPO QUE
      *DICE CUANTAS OCURRENCIAS DE LA TABLA INTERNA ESTAN EN USO
       77  WSV-LAYOUT                   PIC X(08) VALUE SPACES.
       77  WSV-FILA-DESDE               PIC 9(03) VALUE ZEROS.
       77  WSV-FILA-HASTA               PIC 9(03) VALUE ZEROS.
       77  WSV-LON-REG                  PIC 9(03) VALUE ZEROS.
       77  WSV-TIPO-POS                 PIC 9(03) VALUE ZEROS.
       77  WSV-LLAVE-POS                PIC 9(03) VALUE ZEROS.
       77  WSV-LLAVE-LARGO              PIC 9(02) VALUE ZEROS.
       77  WSV-OCURR-POS                PIC 9(03) VALUE ZEROS.
       77  WSV-ORIGEN                   PIC X(01) VALUE 'S'.
         88 WSV-ORIGEN-SECUENCIAL                VALUE 'S'.
         88 WSV-ORIGEN-MAESTRO                   VALUE 'M'.
         88 WSV-ORIGEN-HISTORIAL                 VALUE 'H'.
         88 WSV-ORIGEN-CONTROL                   VALUE 'R'.
      *
      *SELECCION DE LA TARJETA
       77  WSV-DESDE                    PIC 9(07) VALUE ZEROS.
       77  WSV-HASTA                    PIC 9(07) VALUE ZEROS.
       77  WSV-LLAVE-LON                PIC 9(02) VALUE ZEROS.
       77  WSV-LLAVE-REG                PIC X(20) VALUE SPACES.
       77  WSV-LOTE-VIGENTE             PIC X(08) VALUE SPACES.
      *
      *TIPO DEL REGISTRO EN CURSO PARA LOS LAYOUTS MULTI-TIPO
       77  WSV-TIPO-REG                 PIC X(01) VALUE SPACES.
       77  WSV-TIPO-DESC                PIC X(20) VALUE SPACES.
       77  WSV-TIPO-SW                  PIC X(01) VALUE 'S'.
         88 WSV-TIPO-CONOCIDO                    VALUE 'S'.
      *
       77  WSV-LEIDOS                   PIC 9(07) VALUE ZEROS.
       77  WSV-VOLCADOS                 PIC 9(07) VALUE ZEROS.
       77  WSV-INVALIDOS                PIC 9(07) VALUE ZEROS.
       77  WSV-DESCONOCIDOS             PIC 9(07) VALUE ZEROS.
      *
      *RECORRIDO DE LAS FILAS Y DE LAS OCURRENCIAS DE UN GRUPO
       77  WSV-FILA                     PIC 9(03) VALUE ZEROS.
       77  WSV-FILA-G                   PIC 9(03) VALUE ZEROS.
       77  WSV-GRUPO-FIN                PIC 9(03) VALUE ZEROS.
       77  WSV-OCC                      PIC 9(02) VALUE ZEROS.
       77  WSV-VECES                    PIC 9(02) VALUE ZEROS.
       77  WSV-DESPLAZA                 PIC 9(03) VALUE ZEROS.
       77  WSV-ED-OCC                   PIC Z9.
      *
      *CAMPO EN CURSO
       77  WSV-POS                      PIC 9(03) VALUE ZEROS.
       77  WSV-LON                      PIC 9(03) VALUE ZEROS.
       77  WSV-DEC                      PIC 9(01) VALUE ZEROS.
      *
      *DECODIFICACION DE NUMEROS - LOS BYTES DEL CAMPO SE ALINEAN A
      *LA DERECHA EN UN AREA DEL MISMO FORMATO Y SE PRUEBAN CON
      *NUMERIC ANTES DE USARLOS, ASI UN DATO MALO SE INFORMA Y NO
      *CORTA LA CORRIDA
       01  WSV-PACKED-X                 PIC X(09) VALUE LOW-VALUES.
       01  WSV-PACKED-N REDEFINES WSV-PACKED-X
                                        PIC S9(17) COMP-3.
       01  WSV-ZONED-X                  PIC X(18) VALUE ZEROS.
       01  WSV-ZONED-N REDEFINES WSV-ZONED-X
                                        PIC S9(18).
       77  WSV-NUMERO                   PIC S9(11)V9(06) VALUE ZEROS.
       77  WSV-DIVISOR                  PIC 9(07) VALUE 1.
       77  WSV-ED-DEC0                  PIC Z(12)9-.
       77  WSV-ED-DEC2                  PIC Z(10)9.99-.
       77  WSV-ED-DEC6                  PIC Z(05)9.9(06)-.
      *
      *CONVERSION DE BYTES A HEXADECIMAL - EL BYTE VA EN LA MITAD
      *BAJA DE UN BINARIO DE MEDIA PALABRA PARA TOMAR SU VALOR
       01  WSV-BINARIO.
           05 WSV-BIN-ALTO             PIC X(01) VALUE LOW-VALUE.
           05 WSV-BIN-BAJO             PIC X(01) VALUE LOW-VALUE.
       01  WSV-BINARIO-N REDEFINES WSV-BINARIO
                                        PIC 9(04) COMP.
       77  WSV-NIB-ALTO                 PIC 9(02) VALUE ZEROS.
       77  WSV-NIB-BAJO                 PIC 9(02) VALUE ZEROS.
       77  WSC-HEX                      PIC X(16)
                                        VALUE '0123456789ABCDEF'.
       77  WSV-HEX-POS                  PIC 9(03) VALUE ZEROS.
       77  WSV-HEX-LON                  PIC 9(02) VALUE ZEROS.
       77  WSV-HEX-I                    PIC 9(02) VALUE ZEROS.
       77  WSV-HEX-RESTO                PIC 9(03) VALUE ZEROS.
       77  WSV-HEX-TEXTO                PIC X(40) VALUE SPACES.
      *
      *TABLA DE LAYOUTS - UNA FILA POR CAMPO, COPIADA DE LOS
      *COPYBOOKS: NOMBRE, TIPOS DE REGISTRO A LOS QUE APLICA (EN
      *BLANCO = A TODOS), POSICION, LARGO, CLASE, DECIMALES Y, PARA
      *LOS CAMPOS DE UNA TABLA INTERNA, OCURRENCIAS Y LARGO DE CADA
      *OCURRENCIA. CLASES:
      *  X = TEXTO            N = NUMERICO ZONEADO
      *  P = EMPAQUETADO      Q = EMPAQUETADO QUE PUEDE VENIR EN
      *  T = BYTE DE TIPO         BLANCO (REGISTROS VIEJOS)
      *  H = IMAGEN EN HEXADECIMAL
      *SI CAMBIA UN COPYBOOK DE LA LISTA, CAMBIA SU PARTE DE LA TABLA
      *Y LAS FILAS DE SU LAYOUT EN 024-UBICAR-LAYOUT
       01  WSC-LAYOUTS.
      *    TRANWS
           05 FILLER PIC X(35) VALUE
              'TR-TIPO               001001T000000'.
           05 FILLER PIC X(35) VALUE
              'TR-HDR-LOTE         H 002008X000000'.
           05 FILLER PIC X(35) VALUE
              'TR-HDR-FECHA        H 010006N000000'.
           05 FILLER PIC X(35) VALUE
              'TR-HDR-EMPRESA      H 016001X000000'.
           05 FILLER PIC X(35) VALUE
              'TR-NUM-A            D 002004P200000'.
           05 FILLER PIC X(35) VALUE
              'TR-NUM-B            D 006004P200000'.
           05 FILLER PIC X(35) VALUE
              'TR-DET-SUCURSAL     D 010003X000000'.
           05 FILLER PIC X(35) VALUE
              'TR-DET-OPERACIONES  D 013005X000000'.
           05 FILLER PIC X(35) VALUE
              'TR-REV-SECUENCIA    R 002007N000000'.
           05 FILLER PIC X(35) VALUE
              'TR-REV-SUCURSAL     R 010003X000000'.
           05 FILLER PIC X(35) VALUE
              'TR-REV-RUN-ID       R 013014X000000'.
           05 FILLER PIC X(35) VALUE
              'TR-TRL-CUENTA       T 002007N000000'.
           05 FILLER PIC X(35) VALUE
              'TR-TRL-HASH-A       T 009006P200000'.
           05 FILLER PIC X(35) VALUE
              'TR-TRL-HASH-B       T 015006P200000'.
      *    AUDWS
           05 FILLER PIC X(35) VALUE
              'AUD-RUN-ID            001014X000000'.
           05 FILLER PIC X(35) VALUE
              'AUD-NUM-A             015004P200000'.
           05 FILLER PIC X(35) VALUE
              'AUD-NUM-B             019004P200000'.
           05 FILLER PIC X(35) VALUE
              'AUD-RESULT-1          023004P200000'.
           05 FILLER PIC X(35) VALUE
              'AUD-RESULT-2          027004P200000'.
           05 FILLER PIC X(35) VALUE
              'AUD-RESULT-3          031004P200000'.
           05 FILLER PIC X(35) VALUE
              'AUD-RESULT-4          035004P200000'.
           05 FILLER PIC X(35) VALUE
              'AUD-RESULT-5          039004P200000'.
           05 FILLER PIC X(35) VALUE
              'AUD-ERROR-SW          043001X000000'.
           05 FILLER PIC X(35) VALUE
              'AUD-OPERADOR          044008X000000'.
           05 FILLER PIC X(35) VALUE
              'AUD-SUCURSAL          052003X000000'.
           05 FILLER PIC X(35) VALUE
              'AUD-SECUENCIA         055004Q000000'.
           05 FILLER PIC X(35) VALUE
              'AUD-REVERSO-SW        059001X000000'.
           05 FILLER PIC X(35) VALUE
              'AUD-EMPRESA           060001X000000'.
      *    EXCPWS
           05 FILLER PIC X(35) VALUE
              'EXCP-RUN-ID           001014X000000'.
           05 FILLER PIC X(35) VALUE
              'EXCP-PROGRAMA         015008X000000'.
           05 FILLER PIC X(35) VALUE
              'EXCP-ID-REGISTRO      023010X000000'.
           05 FILLER PIC X(35) VALUE
              'EXCP-RAZON            033040X000000'.
           05 FILLER PIC X(35) VALUE
              'EXCP-SEVERIDAD        073001N000000'.
           05 FILLER PIC X(35) VALUE
              'EXCP-OPERADOR         074008X000000'.
           05 FILLER PIC X(35) VALUE
              'EXCP-EMPRESA          082001X000000'.
      *    HELDWS
           05 FILLER PIC X(35) VALUE
              'HLD-RUN-ID            001014X000000'.
           05 FILLER PIC X(35) VALUE
              'HLD-LOTE              015008X000000'.
           05 FILLER PIC X(35) VALUE
              'HLD-FECHA-LOTE        023006N000000'.
           05 FILLER PIC X(35) VALUE
              'HLD-SECUENCIA         029007N000000'.
           05 FILLER PIC X(35) VALUE
              'HLD-IMAGEN            036030H000000'.
           05 FILLER PIC X(35) VALUE
              'HLD-OPERADOR          066008X000000'.
           05 FILLER PIC X(35) VALUE
              'HLD-MOTIVO            074001X000000'.
      *    EXCPHWS
           05 FILLER PIC X(35) VALUE
              'HST-TICKET            001008N000000'.
           05 FILLER PIC X(35) VALUE
              'HST-RUN-ID            009014X000000'.
           05 FILLER PIC X(35) VALUE
              'HST-PROGRAMA          023008X000000'.
           05 FILLER PIC X(35) VALUE
              'HST-ID-REGISTRO       031010X000000'.
           05 FILLER PIC X(35) VALUE
              'HST-RAZON             041040X000000'.
           05 FILLER PIC X(35) VALUE
              'HST-SEVERIDAD         081001N000000'.
           05 FILLER PIC X(35) VALUE
              'HST-OPERADOR          082008X000000'.
           05 FILLER PIC X(35) VALUE
              'HST-ESTADO            090001X000000'.
           05 FILLER PIC X(35) VALUE
              'HST-RESUELTO-POR      091008X000000'.
           05 FILLER PIC X(35) VALUE
              'HST-FECHA-RESOL       099006N000000'.
           05 FILLER PIC X(35) VALUE
              'HST-DISPOSICION       105002X000000'.
           05 FILLER PIC X(35) VALUE
              'HST-EMPRESA           107001X000000'.
      *    RUNCFD
           05 FILLER PIC X(35) VALUE
              'REG-PROGRAMA          001008X000000'.
           05 FILLER PIC X(35) VALUE
              'REG-FECHA-NEGOCIO     009006N000000'.
           05 FILLER PIC X(35) VALUE
              'REG-EMPRESA           015001X000000'.
           05 FILLER PIC X(35) VALUE
              'REG-EVENTO            016001X000000'.
           05 FILLER PIC X(35) VALUE
              'REG-FECHA-SISTEMA     017006N000000'.
           05 FILLER PIC X(35) VALUE
              'REG-HORA-SISTEMA      023008N000000'.
           05 FILLER PIC X(35) VALUE
              'REG-RETURN-CODE       031004N000000'.
           05 FILLER PIC X(35) VALUE
              'REG-CUENTA            035007N000000'.
           05 FILLER PIC X(35) VALUE
              'REG-RECORRIDAS        042003N000000'.
           05 FILLER PIC X(35) VALUE
              'REG-HORA-INICIO       045008N000000'.
           05 FILLER PIC X(35) VALUE
              'REG-HORA-FIN          053008N000000'.
      *    MSTRWS
           05 FILLER PIC X(35) VALUE
              'MST-CODIGO            001002X000000'.
           05 FILLER PIC X(35) VALUE
              'MST-FECHA-EFECTIVA    003006N000000'.
           05 FILLER PIC X(35) VALUE
              'MST-DESCRIPCION       009010X000000'.
      *    EXTRWS
           05 FILLER PIC X(35) VALUE
              'EXT-TIPO              001001T000000'.
           05 FILLER PIC X(35) VALUE
              'EXT-TEXTO-A         D 002006X000000'.
           05 FILLER PIC X(35) VALUE
              'EXT-CODIGO          D 008002X000000'.
           05 FILLER PIC X(35) VALUE
              'EXT-DESCRIPCION     D 010010X000000'.
           05 FILLER PIC X(35) VALUE
              'EXT-MONEDA          D 020003X000000'.
           05 FILLER PIC X(35) VALUE
              'EXT-NUMERO-1        D 023007N200000'.
           05 FILLER PIC X(35) VALUE
              'EXT-TASA            D 030009N600000'.
           05 FILLER PIC X(35) VALUE
              'EXT-CONVERTIDO      D 039009N200000'.
           05 FILLER PIC X(35) VALUE
              'EXT-MASCARA         D 048012X000000'.
           05 FILLER PIC X(35) VALUE
              'EXT-TRL-CUENTA      T 002007N000000'.
      *    GLWS
           05 FILLER PIC X(35) VALUE
              'GL-TIPO               001001T000000'.
           05 FILLER PIC X(35) VALUE
              'GL-FECHA-NEGOCIO    D 002006N000000'.
           05 FILLER PIC X(35) VALUE
              'GL-SUCURSAL         D 008003X000000'.
           05 FILLER PIC X(35) VALUE
              'GL-RESULTADO        D 011001N000000'.
           05 FILLER PIC X(35) VALUE
              'GL-IMPORTE          D 012009N200000'.
           05 FILLER PIC X(35) VALUE
              'GL-CUENTA-TRANS     D 021007N000000'.
           05 FILLER PIC X(35) VALUE
              'GL-EMPRESA          D 028001X000000'.
           05 FILLER PIC X(35) VALUE
              'GL-TRL-REGISTROS    T 002007N000000'.
           05 FILLER PIC X(35) VALUE
              'GL-TRL-TOTAL        T 009013N200000'.
           05 FILLER PIC X(35) VALUE
              'GL-TRL-EMPRESA      T 022001X000000'.
           05 FILLER PIC X(35) VALUE
              'GL-REG-FECHA-NEGOCIORG002006N000000'.
           05 FILLER PIC X(35) VALUE
              'GL-REG-REGION       RG008003X000000'.
           05 FILLER PIC X(35) VALUE
              'GL-REG-RESULTADO    RG011001N000000'.
           05 FILLER PIC X(35) VALUE
              'GL-REG-IMPORTE      RG012013N200000'.
           05 FILLER PIC X(35) VALUE
              'GL-REG-CUENTA-TRANS RG025007N000000'.
           05 FILLER PIC X(35) VALUE
              'GL-REG-SUCURSALES   RG032002N000000'.
      *    ARSTWS
           05 FILLER PIC X(35) VALUE
              'ARST-LEIDOS           001007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-TOTAL-TRANS      008007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-TOT-R1           015005P200000'.
           05 FILLER PIC X(35) VALUE
              'ARST-TOT-R2           020005P200000'.
           05 FILLER PIC X(35) VALUE
              'ARST-TOT-R3           025005P200000'.
           05 FILLER PIC X(35) VALUE
              'ARST-TOT-R4           030005P200000'.
           05 FILLER PIC X(35) VALUE
              'ARST-TOT-R5           035005P200000'.
           05 FILLER PIC X(35) VALUE
              'ARST-CUENTA-DET       040007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-HASH-A           047006P200000'.
           05 FILLER PIC X(35) VALUE
              'ARST-HASH-B           053006P200000'.
           05 FILLER PIC X(35) VALUE
              'ARST-HDR-SW           059001X000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-LOTE-ID          060008X000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-FECHA-LOTE       068006N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-RUN-ID           074014X000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-SUC-CNT          088002N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-SUC-CODIGO       090003X020040'.
           05 FILLER PIC X(35) VALUE
              'ARST-SUC-CUENTA       093007N020040'.
           05 FILLER PIC X(35) VALUE
              'ARST-SUC-R1           100005P220040'.
           05 FILLER PIC X(35) VALUE
              'ARST-SUC-R2           105005P220040'.
           05 FILLER PIC X(35) VALUE
              'ARST-SUC-R3           110005P220040'.
           05 FILLER PIC X(35) VALUE
              'ARST-SUC-R4           115005P220040'.
           05 FILLER PIC X(35) VALUE
              'ARST-SUC-R5           120005P220040'.
           05 FILLER PIC X(35) VALUE
              'ARST-SUC-COMI         125005P220040'.
           05 FILLER PIC X(35) VALUE
              'ARST-CTA-SUMA         890007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-CTA-RESTA        897007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-CTA-MULT         904007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-CTA-DIV          911007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-CTA-COMP         918007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-RETENIDAS        925007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-CTA-COMI         932007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-TOT-COMI         939006P200000'.
           05 FILLER PIC X(35) VALUE
              'ARST-CTA-ERRORES      945007N000000'.
           05 FILLER PIC X(35) VALUE
              'ARST-DUPLICADOS       952007N000000'.
       01  WSC-TABLA-LAYOUTS REDEFINES WSC-LAYOUTS.
           05 WSC-LAY-ENTRY            OCCURS 127 TIMES
                                        INDEXED BY WSC-LAY-IDX.
               10 WSC-LAY-NOMBRE     PIC X(20).
               10 WSC-LAY-VARIANTE   PIC X(02).
               10 WSC-LAY-POS        PIC 9(03).
               10 WSC-LAY-LON        PIC 9(03).
               10 WSC-LAY-CLASE      PIC X(01).
                 88 WSC-LAY-TEXTO                VALUE 'X'.
                 88 WSC-LAY-NUMERICO             VALUE 'N'.
                 88 WSC-LAY-EMPAQUETADO          VALUE 'P'.
                 88 WSC-LAY-EMPAQ-BLANCO         VALUE 'Q'.
                 88 WSC-LAY-TIPO                 VALUE 'T'.
                 88 WSC-LAY-HEXA                 VALUE 'H'.
               10 WSC-LAY-DEC        PIC 9(01).
               10 WSC-LAY-REPITE     PIC 9(02).
               10 WSC-LAY-SALTO      PIC 9(03).
      *
      *REPORTE DEL VOLCADO - SALE POR EL ESCRITOR COMUN (REPWRT)
       01  RPT-ENCABEZADO-2.
           05 FILLER                   PIC X(21) VALUE 'CAMPO'.
           05 FILLER                   PIC X(04) VALUE 'POS'.
           05 FILLER                   PIC X(04) VALUE 'LON'.
           05 FILLER                   PIC X(51) VALUE 'VALOR'.

       01  RPT-SELECCION.
           05 FILLER                   PIC X(12) VALUE 'SELECCION : '.
           05 RPTS-TEXTO               PIC X(68).

       01  RPT-REGISTRO.
           05 FILLER                   PIC X(09) VALUE 'REGISTRO '.
           05 RPTR-NUMERO              PIC ZZZZZZ9.
           05 FILLER                   PIC X(08) VALUE '  LARGO '.
           05 RPTR-LARGO               PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPTR-TIPO                PIC X(51).

       01  RPT-CAMPO.
           05 RPTC-NOMBRE              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPTC-POS                 PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPTC-LON                 PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPTC-VALOR               PIC X(51).

       01  RPT-TOTAL.
           05 RPTT-LITERAL             PIC X(32).
           05 RPTT-CANTIDAD            PIC ZZZZZZ9.
           05 FILLER                   PIC X(41) VALUE SPACES.

      *VOLCADO FORMATEADO DE LOS ARCHIVOS DEL SISTEMA: CADA REGISTRO
      *SALE CAMPO POR CAMPO SEGUN SU COPYBOOK, CON LOS EMPAQUETADOS
      *DECODIFICADOS CON SIGNO Y EL TIPO DE REGISTRO RESUELTO EN LOS
      *LAYOUTS DE HEADER/DETALLE/TRAILER. UN CAMPO NUMERICO CON
      *BASURA SE MUESTRA EN HEXADECIMAL Y MARCADO - NO ABENDEA. ES
      *UNA CONSULTA: TERMINA CON RC 4 SI ENCONTRO DATOS INVALIDOS
       PROCEDURE DIVISION.
       010-MAIN.
           MOVE 'VOLCADO'               TO ABND-PROGRAMA
           PERFORM 020-INICIO
           PERFORM 030-ABRIR
           PERFORM 032-LEER
           PERFORM 040-PROCESAR UNTIL WSS-FIN
           PERFORM 080-FIN
           IF WSV-INVALIDOS > ZEROS OR WSV-DESCONOCIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       020-INICIO.
           MOVE ZEROS TO WSV-LEIDOS
           MOVE ZEROS TO WSV-VOLCADOS
           MOVE ZEROS TO WSV-INVALIDOS
           MOVE ZEROS TO WSV-DESCONOCIDOS
           OPEN INPUT VOLCADO-CARD-FILE
           IF WSV-CARD-STAT NOT = '00'
               MOVE '020-INICIO'          TO ABND-PARRAFO
               STRING 'OPEN VOLCADO-CARD FALLO - STATUS '
                      WSV-CARD-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           READ VOLCADO-CARD-FILE
               AT END
                   MOVE '020-INICIO'          TO ABND-PARRAFO
                   MOVE 'TARJETA DE VOLCADO VACIA'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
           END-READ
           CLOSE VOLCADO-CARD-FILE
           PERFORM 022-VALIDAR-TARJETA
           MOVE SPACES TO FECH-FUNCION
           CALL 'FECHCTL' USING FECH-PARAMETROS
           MOVE FECH-FECHA            TO WSV-FECHA-CORRIDA
           MOVE 'VOLCADO'             TO REPW-REPORT-ID
           MOVE 'VOLCADO DE REGISTROS'
                                      TO REPW-TITULO
           MOVE RPT-ENCABEZADO-2      TO REPW-ENCAB2
           MOVE WSV-FECHA-CORRIDA     TO REPW-FECHA
           MOVE ZEROS                 TO REPW-LINEAS-PAGINA
           MOVE 'I'                   TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS
           PERFORM 099-PAGINA-REPORTE
           MOVE SPACES TO RPTS-TEXTO
           STRING 'LAYOUT ' WSV-LAYOUT
                  ' DESDE ' WSV-DESDE ' HASTA ' WSV-HASTA
                  ' LLAVE ' VOL-LLAVE
                  DELIMITED BY SIZE INTO RPTS-TEXTO
           MOVE RPT-SELECCION TO REPW-LINEA
           MOVE 1             TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE.

       022-VALIDAR-TARJETA.
           MOVE VOL-LAYOUT TO WSV-LAYOUT
           EVALUATE VOL-LAYOUT
               WHEN 'GLFILE'
                   MOVE 'GLWS'   TO WSV-LAYOUT
               WHEN 'ARTREST'
                   MOVE 'ARSTWS' TO WSV-LAYOUT
               WHEN 'CONVE'
                   MOVE 'EXTRWS' TO WSV-LAYOUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 024-UBICAR-LAYOUT
           EVALUATE TRUE
               WHEN VOL-DESDE-X = SPACES
                   MOVE 1 TO WSV-DESDE
               WHEN VOL-DESDE NUMERIC
                   MOVE VOL-DESDE TO WSV-DESDE
               WHEN OTHER
                   MOVE '022-VALIDAR-TARJ'    TO ABND-PARRAFO
                   MOVE 'DESDE NO NUMERICO EN LA TARJETA'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           EVALUATE TRUE
               WHEN VOL-HASTA-X = SPACES
                   MOVE 9999999 TO WSV-HASTA
               WHEN VOL-HASTA NUMERIC
                   MOVE VOL-HASTA TO WSV-HASTA
               WHEN OTHER
                   MOVE '022-VALIDAR-TARJ'    TO ABND-PARRAFO
                   MOVE 'HASTA NO NUMERICO EN LA TARJETA'
                       TO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE
           IF WSV-DESDE = ZEROS
               MOVE 1 TO WSV-DESDE
           END-IF
           IF WSV-HASTA = ZEROS
               MOVE 9999999 TO WSV-HASTA
           END-IF
           IF WSV-HASTA < WSV-DESDE
               MOVE '022-VALIDAR-TARJ'    TO ABND-PARRAFO
               MOVE 'HASTA MENOR QUE DESDE EN LA TARJETA'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           PERFORM 026-MEDIR-LLAVE
               VARYING WSV-LLAVE-LON FROM 20 BY -1
               UNTIL WSV-LLAVE-LON = ZEROS
                  OR VOL-LLAVE (WSV-LLAVE-LON:1) NOT = SPACE
           IF WSV-LLAVE-LON > WSV-LLAVE-LARGO
               MOVE '022-VALIDAR-TARJ'    TO ABND-PARRAFO
               MOVE 'LLAVE MAS LARGA QUE LA DEL LAYOUT'
                   TO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           IF VOL-COPIA-SECUENCIAL
               MOVE 'S' TO WSV-ORIGEN
           END-IF.

      *DIRECTORIO DE LAYOUTS: FILAS DE LA TABLA, LARGO, BYTE DE
      *TIPO, CAMPO LLAVE, CONTADOR DE OCURRENCIAS Y ORGANIZACION
       024-UBICAR-LAYOUT.
           MOVE ZEROS TO WSV-TIPO-POS
           MOVE ZEROS TO WSV-OCURR-POS
           MOVE 'S'   TO WSV-ORIGEN
           EVALUATE WSV-LAYOUT
               WHEN 'TRANWS'
                   MOVE 1   TO WSV-FILA-DESDE
                   MOVE 14  TO WSV-FILA-HASTA
                   MOVE 30  TO WSV-LON-REG
                   MOVE 1   TO WSV-TIPO-POS
                   MOVE 1   TO WSV-LLAVE-POS
                   MOVE 8   TO WSV-LLAVE-LARGO
               WHEN 'AUDWS'
                   MOVE 15  TO WSV-FILA-DESDE
                   MOVE 28  TO WSV-FILA-HASTA
                   MOVE 60  TO WSV-LON-REG
                   MOVE 1   TO WSV-LLAVE-POS
                   MOVE 14  TO WSV-LLAVE-LARGO
               WHEN 'EXCPWS'
                   MOVE 29  TO WSV-FILA-DESDE
                   MOVE 35  TO WSV-FILA-HASTA
                   MOVE 90  TO WSV-LON-REG
                   MOVE 1   TO WSV-LLAVE-POS
                   MOVE 14  TO WSV-LLAVE-LARGO
               WHEN 'HELDWS'
                   MOVE 36  TO WSV-FILA-DESDE
                   MOVE 42  TO WSV-FILA-HASTA
                   MOVE 80  TO WSV-LON-REG
                   MOVE 1   TO WSV-LLAVE-POS
                   MOVE 14  TO WSV-LLAVE-LARGO
               WHEN 'EXCPHWS'
                   MOVE 43  TO WSV-FILA-DESDE
                   MOVE 54  TO WSV-FILA-HASTA
                   MOVE 110 TO WSV-LON-REG
                   MOVE 1   TO WSV-LLAVE-POS
                   MOVE 8   TO WSV-LLAVE-LARGO
                   MOVE 'H' TO WSV-ORIGEN
               WHEN 'RUNCFD'
                   MOVE 55  TO WSV-FILA-DESDE
                   MOVE 65  TO WSV-FILA-HASTA
                   MOVE 80  TO WSV-LON-REG
                   MOVE 1   TO WSV-LLAVE-POS
                   MOVE 15  TO WSV-LLAVE-LARGO
                   MOVE 'R' TO WSV-ORIGEN
               WHEN 'MSTRWS'
                   MOVE 66  TO WSV-FILA-DESDE
                   MOVE 68  TO WSV-FILA-HASTA
                   MOVE 18  TO WSV-LON-REG
                   MOVE 1   TO WSV-LLAVE-POS
                   MOVE 8   TO WSV-LLAVE-LARGO
                   MOVE 'M' TO WSV-ORIGEN
               WHEN 'EXTRWS'
                   MOVE 69  TO WSV-FILA-DESDE
                   MOVE 78  TO WSV-FILA-HASTA
                   MOVE 70  TO WSV-LON-REG
                   MOVE 1   TO WSV-TIPO-POS
                   MOVE 8   TO WSV-LLAVE-POS
                   MOVE 2   TO WSV-LLAVE-LARGO
               WHEN 'GLWS'
                   MOVE 79  TO WSV-FILA-DESDE
                   MOVE 94  TO WSV-FILA-HASTA
                   MOVE 40  TO WSV-LON-REG
                   MOVE 1   TO WSV-TIPO-POS
                   MOVE 2   TO WSV-LLAVE-POS
                   MOVE 9   TO WSV-LLAVE-LARGO
               WHEN 'ARSTWS'
                   MOVE 95  TO WSV-FILA-DESDE
                   MOVE 127 TO WSV-FILA-HASTA
                   MOVE 960 TO WSV-LON-REG
                   MOVE 74  TO WSV-LLAVE-POS
                   MOVE 14  TO WSV-LLAVE-LARGO
                   MOVE 88  TO WSV-OCURR-POS
               WHEN OTHER
                   MOVE '024-UBICAR-LAYOU'    TO ABND-PARRAFO
                   STRING 'LAYOUT DESCONOCIDO EN LA TARJETA: '
                          VOL-LAYOUT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
           END-EVALUATE.

       026-MEDIR-LLAVE.
           CONTINUE.

       030-ABRIR.
           EVALUATE TRUE
               WHEN WSV-ORIGEN-MAESTRO
                   OPEN INPUT VOL-MSTR-FILE
               WHEN WSV-ORIGEN-HISTORIAL
                   OPEN INPUT VOL-HIST-FILE
               WHEN WSV-ORIGEN-CONTROL
                   OPEN INPUT VOL-RUNC-FILE
               WHEN OTHER
                   PERFORM 031-ABRIR-SECUENCIAL
           END-EVALUATE
           IF WSV-VOL-STAT NOT = '00'
               MOVE '030-ABRIR'           TO ABND-PARRAFO
               STRING 'OPEN VOLFILE FALLO - STATUS '
                      WSV-VOL-STAT DELIMITED BY SIZE
                      INTO ABND-CONDICION
               PERFORM 999-ABEND
           END-IF
           MOVE '1' TO WSS-SWITCHES.

       031-ABRIR-SECUENCIAL.
           EVALUATE WSV-LON-REG
               WHEN 18
                   OPEN INPUT VOL-018-FILE
               WHEN 30
                   OPEN INPUT VOL-030-FILE
               WHEN 40
                   OPEN INPUT VOL-040-FILE
               WHEN 60
                   OPEN INPUT VOL-060-FILE
               WHEN 70
                   OPEN INPUT VOL-070-FILE
               WHEN 80
                   OPEN INPUT VOL-080-FILE
               WHEN 90
                   OPEN INPUT VOL-090-FILE
               WHEN 110
                   OPEN INPUT VOL-110-FILE
               WHEN OTHER
                   OPEN INPUT VOL-960-FILE
           END-EVALUATE.

       032-LEER.
           MOVE SPACES TO WSV-REGISTRO
           EVALUATE TRUE
               WHEN WSV-ORIGEN-MAESTRO
                   READ VOL-MSTR-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN WSV-ORIGEN-HISTORIAL
                   READ VOL-HIST-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN WSV-ORIGEN-CONTROL
                   READ VOL-RUNC-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN OTHER
                   PERFORM 033-LEER-SECUENCIAL
           END-EVALUATE
           IF NOT WSS-FIN
               IF WSV-VOL-STAT NOT = '00'
                   MOVE '032-LEER'            TO ABND-PARRAFO
                   STRING 'READ VOLFILE FALLO - STATUS '
                          WSV-VOL-STAT DELIMITED BY SIZE
                          INTO ABND-CONDICION
                   PERFORM 999-ABEND
               END-IF
               ADD 1 TO WSV-LEIDOS
               IF WSV-LEIDOS > WSV-HASTA
                   MOVE '0' TO WSS-SWITCHES
               END-IF
           END-IF.

       033-LEER-SECUENCIAL.
           EVALUATE WSV-LON-REG
               WHEN 18
                   READ VOL-018-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN 30
                   READ VOL-030-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN 40
                   READ VOL-040-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN 60
                   READ VOL-060-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN 70
                   READ VOL-070-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN 80
                   READ VOL-080-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN 90
                   READ VOL-090-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN 110
                   READ VOL-110-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
               WHEN OTHER
                   READ VOL-960-FILE INTO WSV-REGISTRO
                       AT END   MOVE '0' TO WSS-SWITCHES
                   END-READ
           END-EVALUATE.

       040-PROCESAR.
           PERFORM 042-ARMAR-LLAVE
           IF WSV-LEIDOS NOT < WSV-DESDE
               IF WSV-LLAVE-LON = ZEROS
                   PERFORM 050-VOLCAR-REGISTRO
               ELSE
                   IF WSV-LLAVE-REG (1:WSV-LLAVE-LON)
                      = VOL-LLAVE (1:WSV-LLAVE-LON)
                       PERFORM 050-VOLCAR-REGISTRO
                   END-IF
               END-IF
           END-IF
           PERFORM 032-LEER.

      *EN TRANWS LA LLAVE ES EL LOTE DEL ULTIMO HEADER, ASI EL
      *FILTRO SACA EL LOTE COMPLETO CON SU HEADER Y SU TRAILER
       042-ARMAR-LLAVE.
           IF WSV-LAYOUT = 'TRANWS'
               IF WSV-REGISTRO (1:1) = 'H'
                   MOVE WSV-REGISTRO (2:8) TO WSV-LOTE-VIGENTE
               END-IF
               MOVE WSV-LOTE-VIGENTE TO WSV-LLAVE-REG
           ELSE
               MOVE WSV-REGISTRO (WSV-LLAVE-POS:WSV-LLAVE-LARGO)
                   TO WSV-LLAVE-REG
           END-IF.

       050-VOLCAR-REGISTRO.
           ADD 1 TO WSV-VOLCADOS
           MOVE 'S'    TO WSV-TIPO-SW
           MOVE SPACES TO WSV-TIPO-DESC
           IF WSV-TIPO-POS > ZEROS
               PERFORM 052-RESOLVER-TIPO
           END-IF
           MOVE WSV-LEIDOS  TO RPTR-NUMERO
           MOVE WSV-LON-REG TO RPTR-LARGO
           MOVE SPACES      TO RPTR-TIPO
           IF WSV-TIPO-POS > ZEROS
               STRING 'TIPO ' WSV-TIPO-REG ' ' WSV-TIPO-DESC
                      DELIMITED BY SIZE INTO RPTR-TIPO
           END-IF
           MOVE RPT-REGISTRO TO REPW-LINEA
           MOVE 2            TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           IF WSV-TIPO-CONOCIDO
               PERFORM 060-VOLCAR-FILA
                   VARYING WSV-FILA FROM WSV-FILA-DESDE BY 1
                   UNTIL WSV-FILA > WSV-FILA-HASTA
           ELSE
               ADD 1 TO WSV-DESCONOCIDOS
               MOVE 'REGISTRO' TO RPTC-NOMBRE
               MOVE 1           TO WSV-POS
               MOVE WSV-LON-REG TO WSV-LON
               PERFORM 077-CAMPO-HEX
           END-IF.

       052-RESOLVER-TIPO.
           MOVE WSV-REGISTRO (WSV-TIPO-POS:1) TO WSV-TIPO-REG
           EVALUATE WSV-LAYOUT ALSO WSV-TIPO-REG
               WHEN 'TRANWS' ALSO 'H'
                   MOVE 'HEADER DE LOTE'       TO WSV-TIPO-DESC
               WHEN 'TRANWS' ALSO 'D'
                   MOVE 'DETALLE'              TO WSV-TIPO-DESC
               WHEN 'TRANWS' ALSO 'R'
                   MOVE 'REVERSO'              TO WSV-TIPO-DESC
               WHEN 'TRANWS' ALSO 'T'
                   MOVE 'TRAILER DE LOTE'      TO WSV-TIPO-DESC
               WHEN 'EXTRWS' ALSO 'D'
                   MOVE 'DETALLE'              TO WSV-TIPO-DESC
               WHEN 'EXTRWS' ALSO 'T'
                   MOVE 'TRAILER'              TO WSV-TIPO-DESC
               WHEN 'GLWS'   ALSO 'D'
                   MOVE 'DETALLE POR SUCURSAL' TO WSV-TIPO-DESC
               WHEN 'GLWS'   ALSO 'R'
                   MOVE 'SUBTOTAL DE REGION'   TO WSV-TIPO-DESC
               WHEN 'GLWS'   ALSO 'G'
                   MOVE 'TOTAL GENERAL'        TO WSV-TIPO-DESC
               WHEN 'GLWS'   ALSO 'T'
                   MOVE 'TRAILER'              TO WSV-TIPO-DESC
               WHEN OTHER
                   MOVE '*** DESCONOCIDO'      TO WSV-TIPO-DESC
                   MOVE 'N'                    TO WSV-TIPO-SW
           END-EVALUATE.

      *UNA FILA APLICA SI NO TIENE TIPO O SI EL REGISTRO ES DE UNO
      *DE SUS TIPOS. LAS FILAS DE UNA TABLA INTERNA SE VUELCAN
      *JUNTAS, OCURRENCIA POR OCURRENCIA, AL LLEGAR A LA PRIMERA
       060-VOLCAR-FILA.
           SET WSC-LAY-IDX TO WSV-FILA
           IF WSC-LAY-VARIANTE (WSC-LAY-IDX) = SPACES
            OR WSC-LAY-VARIANTE (WSC-LAY-IDX) (1:1) = WSV-TIPO-REG
            OR (WSC-LAY-VARIANTE (WSC-LAY-IDX) (2:1) NOT = SPACE
                AND WSC-LAY-VARIANTE (WSC-LAY-IDX) (2:1) = WSV-TIPO-REG)
               IF WSC-LAY-REPITE (WSC-LAY-IDX) = ZEROS
                   MOVE ZEROS TO WSV-OCC
                   MOVE ZEROS TO WSV-DESPLAZA
                   PERFORM 070-CAMPO
               ELSE
                   IF WSV-FILA = WSV-FILA-DESDE
                       PERFORM 062-VOLCAR-GRUPO
                   ELSE
                       SET WSC-LAY-IDX DOWN BY 1
                       IF WSC-LAY-REPITE (WSC-LAY-IDX) = ZEROS
                           PERFORM 062-VOLCAR-GRUPO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *LAS OCURRENCIAS EN USO LAS DICE EL CONTADOR DEL LAYOUT SI ES
      *VALIDO; SI NO, SE VUELCAN TODAS
       062-VOLCAR-GRUPO.
           SET WSC-LAY-IDX TO WSV-FILA
           MOVE WSC-LAY-REPITE (WSC-LAY-IDX) TO WSV-VECES
           IF WSV-OCURR-POS > ZEROS
               IF WSV-REGISTRO (WSV-OCURR-POS:2) NUMERIC
                   MOVE WSV-REGISTRO (WSV-OCURR-POS:2) TO WSV-OCC
                   IF WSV-OCC NOT > WSV-VECES
                       MOVE WSV-OCC TO WSV-VECES
                   END-IF
               END-IF
           END-IF
           MOVE WSV-FILA TO WSV-GRUPO-FIN
           PERFORM 063-FIN-GRUPO
               UNTIL WSV-GRUPO-FIN = WSV-FILA-HASTA
                  OR WSC-LAY-REPITE (WSC-LAY-IDX) = ZEROS
           IF WSC-LAY-REPITE (WSC-LAY-IDX) = ZEROS
               SUBTRACT 1 FROM WSV-GRUPO-FIN
           END-IF
           PERFORM 064-OCURRENCIA
               VARYING WSV-OCC FROM 1 BY 1
               UNTIL WSV-OCC > WSV-VECES.

       063-FIN-GRUPO.
           ADD 1 TO WSV-GRUPO-FIN
           SET WSC-LAY-IDX TO WSV-GRUPO-FIN.

       064-OCURRENCIA.
           PERFORM 065-FILA-GRUPO
               VARYING WSV-FILA-G FROM WSV-FILA BY 1
               UNTIL WSV-FILA-G > WSV-GRUPO-FIN.

       065-FILA-GRUPO.
           SET WSC-LAY-IDX TO WSV-FILA-G
           COMPUTE WSV-DESPLAZA =
                   (WSV-OCC - 1) * WSC-LAY-SALTO (WSC-LAY-IDX)
           PERFORM 070-CAMPO.

       070-CAMPO.
           COMPUTE WSV-POS = WSC-LAY-POS (WSC-LAY-IDX) + WSV-DESPLAZA
           MOVE WSC-LAY-LON (WSC-LAY-IDX)    TO WSV-LON
           MOVE WSC-LAY-DEC (WSC-LAY-IDX)    TO WSV-DEC
           MOVE SPACES               TO RPTC-NOMBRE
           IF WSV-OCC = ZEROS
               MOVE WSC-LAY-NOMBRE (WSC-LAY-IDX) TO RPTC-NOMBRE
           ELSE
               MOVE WSV-OCC TO WSV-ED-OCC
               STRING WSC-LAY-NOMBRE (WSC-LAY-IDX) DELIMITED BY SPACE
                      '(' WSV-ED-OCC ')' DELIMITED BY SIZE
                      INTO RPTC-NOMBRE
           END-IF
           EVALUATE TRUE
               WHEN WSC-LAY-NUMERICO (WSC-LAY-IDX)
                   PERFORM 073-CAMPO-ZONED
               WHEN WSC-LAY-EMPAQUETADO (WSC-LAY-IDX)
                   PERFORM 074-CAMPO-PACKED
               WHEN WSC-LAY-EMPAQ-BLANCO (WSC-LAY-IDX)
                   IF WSV-REGISTRO (WSV-POS:WSV-LON) = SPACES
                       MOVE '(EN BLANCO - NO INFORMADO)' TO RPTC-VALOR
                       PERFORM 095-LINEA-CAMPO
                   ELSE
                       PERFORM 074-CAMPO-PACKED
                   END-IF
               WHEN WSC-LAY-HEXA (WSC-LAY-IDX)
                   PERFORM 077-CAMPO-HEX
               WHEN OTHER
                   PERFORM 072-CAMPO-TEXTO
           END-EVALUATE.

       072-CAMPO-TEXTO.
           MOVE WSV-REGISTRO (WSV-POS:WSV-LON) TO RPTC-VALOR
           IF WSC-LAY-TIPO (WSC-LAY-IDX)
               STRING WSV-REGISTRO (WSV-POS:WSV-LON) ' = '
                      WSV-TIPO-DESC
                      DELIMITED BY SIZE INTO RPTC-VALOR
           END-IF
           PERFORM 095-LINEA-CAMPO.

       073-CAMPO-ZONED.
           MOVE ZEROS TO WSV-ZONED-X
           MOVE WSV-REGISTRO (WSV-POS:WSV-LON)
               TO WSV-ZONED-X (19 - WSV-LON:WSV-LON)
           IF WSV-ZONED-N NUMERIC
               PERFORM 075-ESCALAR-DIVISOR
               COMPUTE WSV-NUMERO = WSV-ZONED-N / WSV-DIVISOR
               PERFORM 076-EDITAR-NUMERO
           ELSE
               ADD 1 TO WSV-INVALIDOS
               MOVE WSV-POS TO WSV-HEX-POS
               MOVE WSV-LON TO WSV-HEX-LON
               PERFORM 078-BYTES-A-HEX
               STRING 'X''' WSV-HEX-TEXTO (1:WSV-LON * 2)
                      ''' *** NO NUMERICO'
                      DELIMITED BY SIZE INTO RPTC-VALOR
           END-IF
           PERFORM 095-LINEA-CAMPO.

       074-CAMPO-PACKED.
           MOVE LOW-VALUES TO WSV-PACKED-X
           MOVE WSV-REGISTRO (WSV-POS:WSV-LON)
               TO WSV-PACKED-X (10 - WSV-LON:WSV-LON)
           IF WSV-PACKED-N NUMERIC
               PERFORM 075-ESCALAR-DIVISOR
               COMPUTE WSV-NUMERO = WSV-PACKED-N / WSV-DIVISOR
               PERFORM 076-EDITAR-NUMERO
           ELSE
               ADD 1 TO WSV-INVALIDOS
               MOVE WSV-POS TO WSV-HEX-POS
               MOVE WSV-LON TO WSV-HEX-LON
               PERFORM 078-BYTES-A-HEX
               STRING 'X''' WSV-HEX-TEXTO (1:WSV-LON * 2)
                      ''' *** PACKED INVALIDO'
                      DELIMITED BY SIZE INTO RPTC-VALOR
           END-IF
           PERFORM 095-LINEA-CAMPO.

       075-ESCALAR-DIVISOR.
           EVALUATE WSV-DEC
               WHEN 2
                   MOVE 100     TO WSV-DIVISOR
               WHEN 6
                   MOVE 1000000 TO WSV-DIVISOR
               WHEN OTHER
                   MOVE 1       TO WSV-DIVISOR
           END-EVALUATE.

       076-EDITAR-NUMERO.
           EVALUATE WSV-DEC
               WHEN 2
                   MOVE WSV-NUMERO  TO WSV-ED-DEC2
                   MOVE WSV-ED-DEC2 TO RPTC-VALOR
               WHEN 6
                   MOVE WSV-NUMERO  TO WSV-ED-DEC6
                   MOVE WSV-ED-DEC6 TO RPTC-VALOR
               WHEN OTHER
                   MOVE WSV-NUMERO  TO WSV-ED-DEC0
                   MOVE WSV-ED-DEC0 TO RPTC-VALOR
           END-EVALUATE.

      *IMAGENES Y REGISTROS DE TIPO DESCONOCIDO - VEINTE BYTES POR
      *LINEA
       077-CAMPO-HEX.
           MOVE WSV-POS TO WSV-HEX-POS
           MOVE WSV-LON TO WSV-HEX-RESTO
           PERFORM 077A-LINEA-HEX UNTIL WSV-HEX-RESTO = ZEROS.

       077A-LINEA-HEX.
           IF WSV-HEX-RESTO > 20
               MOVE 20 TO WSV-HEX-LON
           ELSE
               MOVE WSV-HEX-RESTO TO WSV-HEX-LON
           END-IF
           MOVE WSV-HEX-POS TO WSV-POS
           MOVE WSV-HEX-LON TO WSV-LON
           PERFORM 078-BYTES-A-HEX
           MOVE WSV-HEX-TEXTO TO RPTC-VALOR
           PERFORM 095-LINEA-CAMPO
           ADD WSV-HEX-LON      TO WSV-HEX-POS
           SUBTRACT WSV-HEX-LON FROM WSV-HEX-RESTO.

       078-BYTES-A-HEX.
           MOVE SPACES TO WSV-HEX-TEXTO
           PERFORM 078A-BYTE-A-HEX
               VARYING WSV-HEX-I FROM 1 BY 1
               UNTIL WSV-HEX-I > WSV-HEX-LON.

       078A-BYTE-A-HEX.
           MOVE LOW-VALUE TO WSV-BIN-ALTO
           MOVE WSV-REGISTRO (WSV-HEX-POS + WSV-HEX-I - 1:1)
               TO WSV-BIN-BAJO
           DIVIDE WSV-BINARIO-N BY 16 GIVING WSV-NIB-ALTO
               REMAINDER WSV-NIB-BAJO
           MOVE WSC-HEX (WSV-NIB-ALTO + 1:1)
               TO WSV-HEX-TEXTO (WSV-HEX-I * 2 - 1:1)
           MOVE WSC-HEX (WSV-NIB-BAJO + 1:1)
               TO WSV-HEX-TEXTO (WSV-HEX-I * 2:1).

       080-FIN.
           EVALUATE TRUE
               WHEN WSV-ORIGEN-MAESTRO
                   CLOSE VOL-MSTR-FILE
               WHEN WSV-ORIGEN-HISTORIAL
                   CLOSE VOL-HIST-FILE
               WHEN WSV-ORIGEN-CONTROL
                   CLOSE VOL-RUNC-FILE
               WHEN OTHER
                   PERFORM 082-CERRAR-SECUENCIAL
           END-EVALUATE
           MOVE 'REGISTROS LEIDOS               : ' TO RPTT-LITERAL
           MOVE WSV-LEIDOS                          TO RPTT-CANTIDAD
           IF WSV-LEIDOS > WSV-HASTA
               MOVE WSV-HASTA                       TO RPTT-CANTIDAD
           END-IF
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 3         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'REGISTROS VOLCADOS             : ' TO RPTT-LITERAL
           MOVE WSV-VOLCADOS                        TO RPTT-CANTIDAD
           MOVE RPT-TOTAL TO REPW-LINEA
           MOVE 1         TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE 'CAMPOS CON DATOS INVALIDOS     : ' TO RPTT-LITERAL
           MOVE WSV-INVALIDOS                       TO RPTT-CANTIDAD
           MOVE RPT-TOTAL TO REPW-LINEA
           PERFORM 098-LINEA-REPORTE
           MOVE 'REGISTROS DE TIPO DESCONOCIDO  : ' TO RPTT-LITERAL
           MOVE WSV-DESCONOCIDOS                    TO RPTT-CANTIDAD
           MOVE RPT-TOTAL TO REPW-LINEA
           PERFORM 098-LINEA-REPORTE
           DISPLAY 'VOLCADO - LAYOUT ' WSV-LAYOUT
                   ' VOLCADOS: ' WSV-VOLCADOS
                   ' INVALIDOS: ' WSV-INVALIDOS
           MOVE 'F' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       082-CERRAR-SECUENCIAL.
           EVALUATE WSV-LON-REG
               WHEN 18
                   CLOSE VOL-018-FILE
               WHEN 30
                   CLOSE VOL-030-FILE
               WHEN 40
                   CLOSE VOL-040-FILE
               WHEN 60
                   CLOSE VOL-060-FILE
               WHEN 70
                   CLOSE VOL-070-FILE
               WHEN 80
                   CLOSE VOL-080-FILE
               WHEN 90
                   CLOSE VOL-090-FILE
               WHEN 110
                   CLOSE VOL-110-FILE
               WHEN OTHER
                   CLOSE VOL-960-FILE
           END-EVALUATE.

       095-LINEA-CAMPO.
           MOVE WSV-POS    TO RPTC-POS
           MOVE WSV-LON    TO RPTC-LON
           MOVE RPT-CAMPO  TO REPW-LINEA
           MOVE 1          TO REPW-AVANCE
           PERFORM 098-LINEA-REPORTE
           MOVE SPACES TO RPTC-NOMBRE
           MOVE SPACES TO RPTC-VALOR.

      *TODA LINEA DEL REPORTE PASA POR EL ESCRITOR COMUN - EL SE
      *ENCARGA DEL ENCABEZADO Y LA PAGINACION
       098-LINEA-REPORTE.
           MOVE 'L' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

       099-PAGINA-REPORTE.
           MOVE 'P' TO REPW-FUNCION
           CALL 'REPWRT' USING REPW-PARAMETROS.

           COPY ABNDPR.
