//COBOL PROC SOUT='*',GO='N',UTSPACE='(460,(700,100))',SQL='N',         00000100
//             PROMOTE='N',TEST='N',CICS='N'                            00000200
//* ************************************************************        00000300
//*                                                                     00000400
//* OBJET. DE PROCEDURE: COMPILAR EL PROGRAMA COBOL, DESPUES HACER      00000500
//*                      SQL=Y/N PRECOMPILA EL FUENTE CON DSNHPC ANTES  00001800
//*                              DE IKFCBL01, PARA PROGRAMAS CON SQL    00001900
//*                              EMBEBIDO (DEFAULT N)                   00002000
//*                      CICS=Y/N TRADUCE EL FUENTE CON DFHECP1$ ANTES  00002100
//*                              DE IKFCBL01, PARA LOS PROGRAMAS EN     00002200
//*                              LINEA CON EXEC CICS (DEFAULT N). NO    00002300
//*                              SE COMBINA CON SQL='Y'. EL MODULO SE   00002400
//*                              PRUEBA EN LA REGION CICS, NO CON       00002500
//*                              GO='Y' NI TEST='Y', Y EL JOB AGREGA    00002600
//*                              //LKED.SYSIN CON INCLUDE               00002700
//*                              SYSLIB(DFHECI)                         00002800
//*                      PROMOTE=Y/N PROMUEVE EL MODULO YA PROBADO DE   00002900
//*                              &PDSLT A &PDSL (DEFAULT N)             00003000
//*                      PDSDOC=LIBRERIA DE DOCUMENTACION DONDE QUEDA   00003100
//*                             ARCHIVADO UN MIEMBRO POR PROGRAMA CON   00003200
//*                             EL LISTADO DE COMPILACION Y, SI CORRE,  00003300
//*                             EL DE LINKEDIT (VER PASOS PRTLST/       00003400
//*                             ARCHLST)                                00003500
//*                      TEST=Y/N CORRE EL MODULO DE PRUEBAS RECIEN     00003600
//*                             LINKEDITADO CONTRA UN JUEGO DE ENTRADA  00003700
//*                             CONOCIDO Y COMPARA SU SALIDA CONTRA UNA 00003800
//*                             BASELINE YA VALIDADA (VER PASOS TEST/   00003900
//*                             REGRESS) (DEFAULT N)                    00004000
//* ************************************************************        00004100
//*                                                                     00004200
//* PASO DSNHPC        : PRECOMPILACION DB2, OPCIONAL, SOLO SI SQL='Y'  00004300
//*                      DEJA EL FUENTE YA TRADUCIDO EN &&DSNHOUT PARA  00004400
//*                      QUE LO LEA EL PASO IKFCBL01 A CONTINUACION     00004500
//*                                                                     00004600
//* ************************************************************        00004700
// IF (&SQL = 'Y') THEN                                                 00004800
//DSNHPC   EXEC PGM=DSNHPC,PARM='HOST(COBOL),APOST'                     00004900
//STEPLIB  DD DSNAME=DSN310.SDSNLOAD,DISP=SHR                           00005000
//DBRMLIB  DD DSNAME=&PDSF..DBRMLIB(&PROG),DISP=SHR                     00005100
//SYSCIN   DD DSNAME=&&DSNHOUT,DISP=(MOD,PASS),UNIT=SYSDA,              00005200
//            SPACE=(80,(500,100))                                      00005300
//SYSLIB   DD DSNAME=&PDSF,DISP=SHR                                     00005400
//SYSIN    DD DSNAME=&PDSF(&PROG),DISP=SHR                              00005500
//SYSPRINT DD SYSOUT=&SOUT                                              00005600
//SYSTERM  DD SYSOUT=&SOUT                                              00005700
//SYSUT1   DD UNIT=SYSDA,SPACE=(800,(500,100))                          00005800
// ENDIF                                                                00005900
//*                                                                     00006000
//* ************************************************************        00006100
//*                                                                     00006200
//* PASO DFHTRN        : TRADUCCION CICS, OPCIONAL, SOLO SI CICS='Y'    00006300
//*                      DEJA EL FUENTE YA TRADUCIDO EN &&DFHOUT PARA   00006400
//*                      QUE LO LEA EL PASO IKFCBL01 A CONTINUACION     00006500
//*                                                                     00006600
//* ************************************************************        00006700
// IF (&CICS = 'Y') THEN                                                00006800
//DFHTRN   EXEC PGM=DFHECP1$,PARM='COBOL2,APOST'                        00006900
//STEPLIB  DD DSNAME=CICS.SDFHLOAD,DISP=SHR                             00007000
//SYSIN    DD DSNAME=&PDSF(&PROG),DISP=SHR                              00007100
//SYSPUNCH DD DSNAME=&&DFHOUT,DISP=(MOD,PASS),UNIT=SYSDA,               00007200
//            SPACE=(80,(500,100))                                      00007300
//SYSPRINT DD SYSOUT=&SOUT                                              00007400
// ENDIF                                                                00007500
//*                                                                     00007600
//* ************************************************************        00007700
//*                                                                     00007800
//* PASO IKFCBL01      : COMPILA EL PROGRAMA COBOL (EL FUENTE           00007900
//*                      PRECOMPILADO POR DSNHPC SI SQL='Y') - SI       00008000
//*                      SQL='Y' EL PASO SE SALTA CUANDO DSNHPC         00008100
//*                      FALLA, EN VEZ DE COMPILAR LO QUE HAYA          00008200
//*                      QUEDADO A MEDIAS EN &&DSNHOUT                  00008300
//*                      - LO MISMO CON CICS='Y' RESPECTO DE DFHTRN     00008400
//*                      Y &&DFHOUT                                     00008500
//*                                                                     00008600
//* ************************************************************        00008700
// IF (&SQL = 'Y') THEN                                                 00008800
//IKFCBL01 EXEC  PGM=IKFCBL00,COND=(4,LT,DSNHPC),                       00008900
//           PARM='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'              00009000
// ELSE                                                                 00009100
// IF (&CICS = 'Y') THEN                                                00009200
//IKFCBL01 EXEC  PGM=IKFCBL00,COND=(4,LT,DFHTRN),                       00009300
//           PARM='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'              00009400
// ELSE                                                                 00009500
//IKFCBL01 EXEC  PGM=IKFCBL00,                                          00009600
//           PARM='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'              00009700
// ENDIF                                                                00009800
// ENDIF                                                                00009900
//SYSPRINT DD DSNAME=&&JOBLST,DISP=(MOD,PASS),UNIT=SYSDA,               00010000
//            SPACE=(80,(500,100))                                      00010100
//SYSPUNCH DD SYSOUT=*                                                  00010200
//SYSUT1   DD UNIT=SYSDA,SPACE=&UTSPACE                                 00010300
//SYSUT2   DD UNIT=SYSDA,SPACE=&UTSPACE                                 00010400
//SYSUT3   DD UNIT=SYSDA,SPACE=&UTSPACE                                 00010500
//SYSUT4   DD UNIT=SYSDA,SPACE=&UTSPACE                                 00010600
// IF (&SQL = 'Y') THEN                                                 00010700
//SYSIN    DD DSNAME=&&DSNHOUT,DISP=(OLD,DELETE)                        00010800
// ELSE                                                                 00010900
// IF (&CICS = 'Y') THEN                                                00011000
//SYSIN    DD DSNAME=&&DFHOUT,DISP=(OLD,DELETE)                         00011100
// ELSE                                                                 00011200
//SYSIN    DD DSNAME=&PDSF(&PROG),DISP=SHR                              00011300
// ENDIF                                                                00011400
// ENDIF                                                                00011500
//SYSLIN   DD DSNAME=&LOADSET,DISP=(MOD,PASS),UNIT=SYSDA,               00011600
//            SPACE=(80,(500,100))                                      00011700
//SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR                               00011800
//*                                                                     00011900
//* ************************************************************        00012000
//*                                                                     00012100
//* PASO LKED          : SI LA COMPILACION FUE EXITOSA, ESTE PASO       00012200
//*                      CREA EL MODULO DE CARGA EN LA LIBRERIA DE      00012300
//*                      CARGA DE PRUEBAS &PDSLT, NUNCA DIRECTO A       00012400
//*                      PRODUCCION - VER PASO PROMOTE                  00012500
//*                                                                     00012600
//* ************************************************************        00012700
//LKED     EXEC PGM=IEWL,PARM='LIST,XREF,LET',COND=(4,LT,IKFCBL01)      00012800
//SYSLIN   DD DSNAME=&LOADSET,DISP=(OLD,DELETE)                         00012900
//         DD DDNAME=SYSIN                                              00013000
//SYSPUNCH DD SYSOUT=*                                                  00013100
//SYSLMOD  DD DSNAME=&PDSLT(&PROG),DISP=SHR                             00013200
//SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR                               00013300
//         DD DSNAME=CICS.SDFHLOAD,DISP=SHR                             00013400
//SYSUT1   DD UNIT=(SYSDA,SEP=(SYSLIN,SYSLMOD)),SPACE=(1024,(50,20))    00013500
//SYSPRINT DD DSNAME=&&JOBLST,DISP=(MOD,PASS)                           00013600
//*                                                                     00013700
//* ************************************************************        00013800
//*                                                                     00013900
//* PASOS PRTLST/ARCHLST : CORREN SIEMPRE, AUN SI LA COMPILACION O EL   00014000
//*                      LINKEDIT FALLARON, PORQUE EL LISTADO ES EL     00014100
//*                      DIAGNOSTICO. PRTLST LO MANDA A SYSOUT PARA     00014200
//*                      REVISION INMEDIATA; ARCHLST LO ARCHIVA COMO    00014300
//*                      UN MIEMBRO PERMANENTE POR PROGRAMA EN &PDSDOC  00014400
//*                                                                     00014500
//* ************************************************************        00014600
//PRTLST   EXEC PGM=IEBGENER                                            00014700
//SYSPRINT DD SYSOUT=&SOUT                                              00014800
//SYSIN    DD DUMMY                                                     00014900
//SYSUT1   DD DSNAME=&&JOBLST,DISP=(OLD,PASS)                           00015000
//SYSUT2   DD SYSOUT=&SOUT                                              00015100
//*                                                                     00015200
//ARCHLST  EXEC PGM=IEBGENER                                            00015300
//SYSPRINT DD SYSOUT=&SOUT                                              00015400
//SYSIN    DD DUMMY                                                     00015500
//SYSUT1   DD DSNAME=&&JOBLST,DISP=(OLD,DELETE)                         00015600
//SYSUT2   DD DSNAME=&PDSDOC(&PROG),DISP=SHR                            00015700
//*                                                                     00015800
//* ************************************************************        00015900
//*                                                                     00016000
//* PASOS COMPFAIL/LINKFAIL/BUILDOK : MARCAN EN EL JOBLOG UN MENSAJE    00016100
//*                      DE PASA/FALLA VISIBLE PARA EL OPERADOR, YA     00016200
//*                      QUE UN LKED SALTADO POR COND SE VE IGUAL QUE   00016300
//*                      UNA CORRIDA LIMPIA SI NADIE REVISA SYSPRINT    00016400
//*                                                                     00016500
//* ************************************************************        00016600
//COMPFAIL EXEC PGM=IEBGENER,COND=(4,GE,IKFCBL01)                       00016700
//SYSPRINT DD SYSOUT=&SOUT                                              00016800
//SYSIN    DD DUMMY                                                     00016900
//SYSUT2   DD SYSOUT=&SOUT                                              00017000
//SYSUT1   DD *                                                         00017100
COMPILE FAILED - &PROG - REVISAR SYSPRINT DE IKFCBL01                   00017200
/*                                                                      00017300
//*                                                                     00017400
//LINKFAIL EXEC PGM=IEBGENER,COND=((4,LT,IKFCBL01),(4,GE,LKED))         00017500
//SYSPRINT DD SYSOUT=&SOUT                                              00017600
//SYSIN    DD DUMMY                                                     00017700
//SYSUT2   DD SYSOUT=&SOUT                                              00017800
//SYSUT1   DD *                                                         00017900
LINK FAILED - &PROG - REVISAR SYSPRINT DE LKED                          00018000
/*                                                                      00018100
//*                                                                     00018200
//BUILDOK  EXEC PGM=IEBGENER,COND=((4,LT,IKFCBL01),(4,LT,LKED))         00018300
//SYSPRINT DD SYSOUT=&SOUT                                              00018400
//SYSIN    DD DUMMY                                                     00018500
//SYSUT2   DD SYSOUT=&SOUT                                              00018600
//SYSUT1   DD *                                                         00018700
SUCCESS - &PROG - COMPILADO Y LINKEDITADO CORRECTAMENTE                 00018800
/*                                                                      00018900
//*                                                                     00019000
//* ************************************************************        00019100
//*                                                                     00019200
//* PASO GO            : SI GO='Y' Y LOS PASOS ANTERIORES FUERON        00019300
//*                      EXITOSOS, EJECUTA EL MODULO DE CARGA DE        00019400
//*                      PRUEBAS RECIEN LINKEDITADO EN &PDSLT. SOLO     00019500
//*                      CODIFICA STEPLIB/SYSOUT PORQUE &PROG ES        00019600
//*                      GENERICO SOBRE LOS CUATRO PROGRAMAS DEL        00019700
//*                      CURSO - EL JOB QUE INVOCA ESTE PROC DEBE       00019800
//*                      AGREGAR LAS TARJETAS //GO.ddname PROPIAS DEL   00019900
//*                      PROGRAMA QUE SE ESTE CORRIENDO, SI NO EL PASO  00020000
//*                      ABENDEA POR DD FALTANTE:                       00020100
//*                        CONVE   - //GO.CONVFILE, //GO.MSTRFILE,      00020200
//*                                  //GO.RPTFILE                       00020300
//*                        ARITM   - //GO.TRANFILE, //GO.AUDFILE,       00020400
//*                                  //GO.EXCPFILE                      00020500
//*                        IFELSE  - //GO.COMPFILE, //GO.EXCPFILE       00020600
//*                        PERFORM - //GO.PARMCARD, //GO.RESTFILE,      00020700
//*                                  //GO.PERFLOG                       00020800
//*                                                                     00020900
//* ************************************************************        00021000
// IF (&GO = 'Y') THEN                                                  00021100
//GO       EXEC PGM=&PROG,COND=((4,LT,IKFCBL01),(4,LT,LKED))            00021200
//STEPLIB  DD DSNAME=&PDSLT,DISP=SHR                                    00021300
//SYSOUT   DD SYSOUT=&SOUT                                              00021400
// ENDIF                                                                00021500
//*                                                                     00021600
//* ************************************************************        00021700
//*                                                                     00021800
//* PASOS TEST/REGRESS : SI TEST='Y' Y LOS PASOS ANTERIORES FUERON      00021900
//*                      EXITOSOS, CORRE EL MODULO RECIEN LINKEDITADO   00022000
//*                      EN &PDSLT CONTRA UN JUEGO DE ENTRADA CONOCIDO  00022100
//*                      Y COMPARA SU SALIDA CONTRA UNA BASELINE YA     00022200
//*                      VALIDADA, PARA DETECTAR UN CAMBIO DE           00022300
//*                      COMPORTAMIENTO ANTES DE QUE LLEGUE A           00022400
//*                      PRODUCCION. EL JOB QUE INVOCA ESTE PROC DEBE   00022500
//*                      AGREGAR LAS TARJETAS DD PROPIAS DE &PROG:      00022600
//*                        //TEST.ddname-entrada DD DSNAME=<BASELINE    00022700
//*                            DE ENTRADA>,DISP=SHR                     00022800
//*                        //TEST.ddname-salida   DD DSNAME=&&TESTOUT,  00022900
//*                            DISP=(,PASS),UNIT=SYSDA,                 00023000
//*                            SPACE=(80,(100,50)),DCB=...              00023100
//*                        //REGRESS.SYSUT2 DD DSNAME=<BASELINE DE      00023200
//*                            SALIDA YA VALIDADA>,DISP=SHR             00023300
//*                      UN RC DISTINTO DE CERO EN REGRESS (IEBCOMPR)   00023400
//*                      AVISA AL OPERADOR QUE LA SALIDA CAMBIO         00023500
//*                      RESPECTO A LA BASELINE - ESTOS PASOS CORREN    00023600
//*                      ANTES DE PROMOTE PARA QUE UN CAMBIO DE         00023700
//*                      COMPORTAMIENTO DETECTADO POR REGRESS BLOQUEE   00023800
//*                      LA PROMOCION A PRODUCCION (VER PASO PROMOTE)   00023900
//*                                                                     00024000
//* ************************************************************        00024100
// IF (&TEST = 'Y') THEN                                                00024200
//TEST     EXEC PGM=&PROG,COND=((4,LT,IKFCBL01),(4,LT,LKED))            00024300
//STEPLIB  DD DSNAME=&PDSLT,DISP=SHR                                    00024400
//SYSOUT   DD SYSOUT=&SOUT                                              00024500
//*                                                                     00024600
//REGRESS  EXEC PGM=IEBCOMPR,COND=((4,LT,IKFCBL01),(4,LT,LKED))         00024700
//SYSPRINT DD SYSOUT=&SOUT                                              00024800
//SYSUT1   DD DSNAME=&&TESTOUT,DISP=(OLD,DELETE)                        00024900
// ENDIF                                                                00025000
//*                                                                     00025100
//* ************************************************************        00025200
//*                                                                     00025300
//* PASO PROMOTE       : SI PROMOTE='Y' Y LOS PASOS ANTERIORES FUERON   00025400
//*                      EXITOSOS, PROMUEVE EL MODULO YA PROBADO DE LA  00025500
//*                      LIBRERIA DE PRUEBAS &PDSLT A LA LIBRERIA DE    00025600
//*                      PRODUCCION &PDSL - ASI UNA COMPILACION MALA    00025700
//*                      NO PUEDE PISAR LO QUE CORRE EN PRODUCCION.     00025800
//*                      SI TEST='Y' TAMBIEN CORRIO LA REGRESION, LA    00025900
//*                      PROMOCION QUEDA CONDICIONADA A QUE REGRESS     00026000
//*                      HAYA DADO RC LIMPIO                            00026100
//*                                                                     00026200
//* ************************************************************        00026300
// IF (&PROMOTE = 'Y') THEN                                             00026400
// IF (&TEST = 'Y') THEN                                                00026500
//PROMOTE  EXEC PGM=IEBCOPY,COND=((4,LT,IKFCBL01),(4,LT,LKED),          00026600
//           (4,LT,TEST),(4,LT,REGRESS))                                00026700
// ELSE                                                                 00026800
//PROMOTE  EXEC PGM=IEBCOPY,COND=((4,LT,IKFCBL01),(4,LT,LKED))          00026900
// ENDIF                                                                00027000
//SYSPRINT DD SYSOUT=&SOUT                                              00027100
//SYSUT3   DD UNIT=SYSDA,SPACE=(TRK,(5,5))                              00027200
//SYSUT4   DD UNIT=SYSDA,SPACE=(TRK,(5,5))                              00027300
//TESTDD   DD DSNAME=&PDSLT,DISP=SHR                                    00027400
//PRODDD   DD DSNAME=&PDSL,DISP=SHR                                     00027500
//SYSIN    DD *                                                         00027600
  COPY OUTDD=PRODDD,INDD=TESTDD                                         00027700
  SELECT MEMBER=(&PROG)                                                 00027800
/*                                                                      00027900
// ENDIF                                                                00028000
//*                                                                     00028100
//* ************************************************************        00028200
//* FIN DE PROCEDIMIENTO                                                00028300
//* ************************************************************        00028400
