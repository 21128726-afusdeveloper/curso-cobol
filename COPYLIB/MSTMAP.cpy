      *MSTMAP - MAPA SIMBOLICO DEL MAPSET MSTMAP (056-EN-LINEA,
      *         MIEMBRO MSTMAP.BMS) - UN GRUPO DE ENTRADA (...I) Y
      *         SU REDEFINICION DE SALIDA (...O) POR MAPA. POR CADA
      *         CAMPO: LARGO RECIBIDO (L, -1 POSICIONA EL CURSOR),
      *         ATRIBUTO (A) Y DATO. LOS RENGLONES REPETIDOS DE LAS
      *         LISTAS VAN COMO OCCURS
       01  MCONMI.
           02  FILLER PIC X(12).
           02  CNFECHL   COMP  PIC  S9(4).
           02  CNFECHF   PICTURE X.
           02  FILLER REDEFINES CNFECHF.
             03 CNFECHA   PICTURE X.
           02  CNFECHI PIC X(8).
           02  CNCODL    COMP  PIC  S9(4).
           02  CNCODF    PICTURE X.
           02  FILLER REDEFINES CNCODF.
             03 CNCODA    PICTURE X.
           02  CNCODI  PIC X(2).
           02  DFHMS1 OCCURS 12 TIMES.
             03  CNLINL    COMP  PIC  S9(4).
             03  CNLINF    PICTURE X.
             03  CNLINI  PIC X(79).
           02  CNPENDL   COMP  PIC  S9(4).
           02  CNPENDF   PICTURE X.
           02  FILLER REDEFINES CNPENDF.
             03 CNPENDA   PICTURE X.
           02  CNPENDI PIC X(70).
           02  CNMSGL    COMP  PIC  S9(4).
           02  CNMSGF    PICTURE X.
           02  FILLER REDEFINES CNMSGF.
             03 CNMSGA    PICTURE X.
           02  CNMSGI  PIC X(79).
       01  MCONMO REDEFINES MCONMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CNFECHO PIC X(8).
           02  FILLER PICTURE X(3).
           02  CNCODO  PIC X(2).
           02  DFHMS2 OCCURS 12 TIMES.
             03  FILLER PICTURE X(2).
             03  CNLINA    PICTURE X.
             03  CNLINO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  CNPENDO PIC X(70).
           02  FILLER PICTURE X(3).
           02  CNMSGO  PIC X(79).
       01  MCAPMI.
           02  FILLER PIC X(12).
           02  CPFECHL   COMP  PIC  S9(4).
           02  CPFECHF   PICTURE X.
           02  FILLER REDEFINES CPFECHF.
             03 CPFECHA   PICTURE X.
           02  CPFECHI PIC X(8).
           02  CPACCL    COMP  PIC  S9(4).
           02  CPACCF    PICTURE X.
           02  FILLER REDEFINES CPACCF.
             03 CPACCA    PICTURE X.
           02  CPACCI  PIC X(1).
           02  CPCODL    COMP  PIC  S9(4).
           02  CPCODF    PICTURE X.
           02  FILLER REDEFINES CPCODF.
             03 CPCODA    PICTURE X.
           02  CPCODI  PIC X(2).
           02  CPVIGL    COMP  PIC  S9(4).
           02  CPVIGF    PICTURE X.
           02  FILLER REDEFINES CPVIGF.
             03 CPVIGA    PICTURE X.
           02  CPVIGI  PIC X(6).
           02  CPDESCL   COMP  PIC  S9(4).
           02  CPDESCF   PICTURE X.
           02  FILLER REDEFINES CPDESCF.
             03 CPDESCA   PICTURE X.
           02  CPDESCI PIC X(10).
           02  CPACTL    COMP  PIC  S9(4).
           02  CPACTF    PICTURE X.
           02  FILLER REDEFINES CPACTF.
             03 CPACTA    PICTURE X.
           02  CPACTI  PIC X(10).
           02  CPMSGL    COMP  PIC  S9(4).
           02  CPMSGF    PICTURE X.
           02  FILLER REDEFINES CPMSGF.
             03 CPMSGA    PICTURE X.
           02  CPMSGI  PIC X(79).
       01  MCAPMO REDEFINES MCAPMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CPFECHO PIC X(8).
           02  FILLER PICTURE X(3).
           02  CPACCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CPCODO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CPVIGO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  CPDESCO PIC X(10).
           02  FILLER PICTURE X(3).
           02  CPACTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CPMSGO  PIC X(79).
       01  MAPRMI.
           02  FILLER PIC X(12).
           02  APFECHL   COMP  PIC  S9(4).
           02  APFECHF   PICTURE X.
           02  FILLER REDEFINES APFECHF.
             03 APFECHA   PICTURE X.
           02  APFECHI PIC X(8).
           02  DFHMS3 OCCURS 10 TIMES.
             03  APLINL    COMP  PIC  S9(4).
             03  APLINF    PICTURE X.
             03  APLINI  PIC X(79).
           02  APNUML    COMP  PIC  S9(4).
           02  APNUMF    PICTURE X.
           02  FILLER REDEFINES APNUMF.
             03 APNUMA    PICTURE X.
           02  APNUMI  PIC X(2).
           02  APACCL    COMP  PIC  S9(4).
           02  APACCF    PICTURE X.
           02  FILLER REDEFINES APACCF.
             03 APACCA    PICTURE X.
           02  APACCI  PIC X(1).
           02  APMSGL    COMP  PIC  S9(4).
           02  APMSGF    PICTURE X.
           02  FILLER REDEFINES APMSGF.
             03 APMSGA    PICTURE X.
           02  APMSGI  PIC X(79).
       01  MAPRMO REDEFINES MAPRMI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  APFECHO PIC X(8).
           02  DFHMS4 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  APLINA    PICTURE X.
             03  APLINO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  APNUMO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  APACCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  APMSGO  PIC X(79).
