000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHAINRTN.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL AUDIT-CHAIN ROUTINE, SHARED BY     *
001100*                   AUDITLOG, AUDARCH AND AUDVERFY. FOLDS THE   *
001200*                   96 SEALED BYTES OF AN AUDIT RECORD INTO THE *
001300*                   PREVIOUS RECORD'S CHAIN VALUE, ONE BYTE AT  *
001400*                   A TIME: TIMES 31 PLUS THE BYTE'S CODE PLUS  *
001500*                   ITS POSITION, MODULUS THE PRIME 9999999967. *
001600*                   CALLED WITH A CHN-PARM COMMUNICATION AREA   *
001700*                   (SEE COPY/CHNPARM.CPY).                     *
001800*===============================================================*
001900 ENVIRONMENT DIVISION.
002000
002100 DATA DIVISION.
002200 WORKING-STORAGE SECTION.
002300*---------------------------------------------------------------*
002400*  ONE BYTE OF THE RECORD BEHIND A LOW-VALUE HIGH-ORDER BYTE,   *
002500*  SO THE HALFWORD READS AS THE BYTE'S CHARACTER CODE           *
002600*---------------------------------------------------------------*
002700 01  WS-BYTE-PAIR.
002800     05  WS-BYTE-HIGH       PIC X(01)   VALUE LOW-VALUE.
002900     05  WS-BYTE-LOW        PIC X(01)   VALUE LOW-VALUE.
003000 01  WS-BYTE-CODE REDEFINES WS-BYTE-PAIR
003100                            PIC 9(04)   COMP.
003200
003300 01  WS-CALC-FIELDS.
003400     05  WS-CHAIN-ACC       PIC 9(10)   COMP-3  VALUE ZEROES.
003500     05  WS-CHAIN-WORK      PIC 9(12)   COMP-3  VALUE ZEROES.
003600     05  WS-CHAIN-QUOT      PIC 9(12)   COMP-3  VALUE ZEROES.
003700     05  WS-CHAIN-MODULUS   PIC 9(10)   COMP-3  VALUE 9999999967.
003800 01  K                      PIC 9(03)   COMP    VALUE ZEROES.
003900
004000 LINKAGE SECTION.
004100 COPY CHNPARM.
004200
004300 PROCEDURE DIVISION USING CHN-PARM.
004400*===============================================================*
004500*  0000-MAINLINE                                                *
004600*===============================================================*
004700 0000-MAINLINE.
004800     IF CHN-PREV-VALUE IS NUMERIC
004900         MOVE CHN-PREV-VALUE TO WS-CHAIN-ACC
005000     ELSE
005100         MOVE ZEROES TO WS-CHAIN-ACC
005200     END-IF
005300     MOVE LOW-VALUE TO WS-BYTE-HIGH
005400     PERFORM VARYING K FROM 1 BY 1 UNTIL K > 96
005500         MOVE CHN-RECORD(K:1) TO WS-BYTE-LOW
005600         COMPUTE WS-CHAIN-WORK = WS-CHAIN-ACC * 31
005700                               + WS-BYTE-CODE + K
005800         DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
005900             GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-ACC
006000     END-PERFORM
006100     MOVE WS-CHAIN-ACC TO CHN-VALUE
006200     GOBACK.
