000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CKDGRTN.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL TRANSACTION-ID CHECK-DIGIT ROUTINE,*
001100*                   SHARED BY EDITRTN, A.COB, POSTSTMT, THE     *
001200*                   DECK GENERATORS AND THE IDISSUE BLOCK       *
001300*                   UTILITY. GENERATES AND VERIFIES THE MOD-11  *
001400*                   CHECK DIGIT IN THE LAST POSITION OF THE     *
001500*                   SIX-DIGIT TRANSACTION ID, AND FINDS THE     *
001600*                   NEXT VALID ID ABOVE A GIVEN ONE. CALLED     *
001700*                   WITH A CKDG-PARM COMMUNICATION AREA (SEE    *
001800*                   COPY/CKDGPARM.CPY).                         *
001900*===============================================================*
002000 ENVIRONMENT DIVISION.
002100
002200 DATA DIVISION.
002300 WORKING-STORAGE SECTION.
002400*---------------------------------------------------------------*
002500*  THE ID UNDER TEST - DIGIT BY DIGIT, AS SERIAL AND CHECK      *
002600*  DIGIT, AND AS ONE NUMBER                                     *
002700*---------------------------------------------------------------*
002800 01  WS-ID-WORK.
002900     05  WS-ID-DIGIT        PIC 9(01)   OCCURS 6.
003000 01  WS-ID-VIEW   REDEFINES WS-ID-WORK.
003100     05  WS-ID-SERIAL       PIC 9(05).
003200     05  WS-ID-CHECK        PIC 9(01).
003300 01  WS-ID-NUM    REDEFINES WS-ID-WORK
003400                            PIC 9(06).
003500
003600 01  WS-WEIGHT-TABLE        PIC X(05)   VALUE '65432'.
003700 01  WS-WEIGHT-VIEW REDEFINES WS-WEIGHT-TABLE.
003800     05  WS-WEIGHT          PIC 9(01)   OCCURS 5.
003900
004000 01  WS-CALC-FIELDS.
004100     05  WS-WEIGHT-SUM      PIC 9(04)   VALUE ZEROES.
004200     05  WS-SUM-QUOT        PIC 9(04)   VALUE ZEROES.
004300     05  WS-SUM-REM         PIC 9(02)   VALUE ZEROES.
004400     05  WS-CALC-CHECK      PIC 9(02)   VALUE ZEROES.
004500     05  WS-TRY-SERIAL      PIC 9(06)   VALUE ZEROES.
004600 01  N                      PIC 9(01)   VALUE ZEROES.
004700 01  WS-FOUND-SW            PIC X(01)   VALUE 'N'.
004800     88  WS-FOUND                       VALUE 'Y'.
004900
005000 LINKAGE SECTION.
005100 COPY CKDGPARM.
005200
005300 PROCEDURE DIVISION USING CKDG-PARM.
005400*===============================================================*
005500*  0000-MAINLINE                                                *
005600*===============================================================*
005700 0000-MAINLINE.
005800     SET CKDG-OK TO TRUE
005900     IF CKDG-FUNC-GENERATE
006000         PERFORM 1000-GENERATE THRU 1000-EXIT
006100     ELSE
006200         IF CKDG-FUNC-NEXT
006300             PERFORM 3000-NEXT-ID THRU 3000-EXIT
006400         ELSE
006500             PERFORM 2000-VERIFY THRU 2000-EXIT
006600         END-IF
006700     END-IF
006800     GOBACK.
006900
007000*===============================================================*
007100*  1000-GENERATE - THE FULL ID FOR CKDG-SERIAL                  *
007200*===============================================================*
007300 1000-GENERATE.
007400     MOVE SPACES TO CKDG-ID
007500     IF CKDG-SERIAL IS NOT NUMERIC OR CKDG-SERIAL = ZERO
007600         SET CKDG-UNUSABLE TO TRUE
007700         GO TO 1000-EXIT
007800     END-IF
007900     MOVE CKDG-SERIAL TO WS-ID-SERIAL
008000     PERFORM 8000-CALC-CHECK THRU 8000-EXIT
008100     IF WS-CALC-CHECK = 10
008200         SET CKDG-UNUSABLE TO TRUE
008300         GO TO 1000-EXIT
008400     END-IF
008500     MOVE WS-CALC-CHECK TO WS-ID-CHECK
008600     MOVE WS-ID-WORK TO CKDG-ID.
008700 1000-EXIT.
008800     EXIT.
008900
009000*===============================================================*
009100*  2000-VERIFY - DOES CKDG-ID CARRY ITS OWN CHECK DIGIT         *
009200*===============================================================*
009300 2000-VERIFY.
009400     IF CKDG-ID IS NOT NUMERIC
009500         SET CKDG-BAD TO TRUE
009600         GO TO 2000-EXIT
009700     END-IF
009800     MOVE CKDG-ID TO WS-ID-WORK
009900     MOVE WS-ID-SERIAL TO CKDG-SERIAL
010000     IF WS-ID-SERIAL = ZERO
010100         SET CKDG-BAD TO TRUE
010200         GO TO 2000-EXIT
010300     END-IF
010400     PERFORM 8000-CALC-CHECK THRU 8000-EXIT
010500     IF WS-CALC-CHECK NOT = WS-ID-CHECK
010600         SET CKDG-BAD TO TRUE
010700     END-IF.
010800 2000-EXIT.
010900     EXIT.
011000
011100*===============================================================*
011200*  3000-NEXT-ID - THE LOWEST VALID ID ABOVE CKDG-ID. ONLY ONE   *
011300*                 ID PER SERIAL IS VALID, SO THE ANSWER IS      *
011400*                 EITHER THE SAME SERIAL WITH A HIGHER CHECK    *
011500*                 DIGIT OR THE NEXT ISSUABLE SERIAL             *
011600*===============================================================*
011700 3000-NEXT-ID.
011800     IF CKDG-ID IS NUMERIC
011900         MOVE CKDG-ID TO WS-ID-WORK
012000     ELSE
012100         MOVE ZEROES TO WS-ID-WORK
012200     END-IF
012300     MOVE 'N' TO WS-FOUND-SW
012400     MOVE WS-ID-SERIAL TO WS-TRY-SERIAL
012500     IF WS-ID-SERIAL NOT = ZERO
012600         PERFORM 8000-CALC-CHECK THRU 8000-EXIT
012700         IF WS-CALC-CHECK < 10 AND WS-CALC-CHECK > WS-ID-CHECK
012800             SET WS-FOUND TO TRUE
012900         END-IF
013000     END-IF
013100     PERFORM UNTIL WS-FOUND OR WS-TRY-SERIAL NOT < 99999
013200         ADD 1 TO WS-TRY-SERIAL
013300         MOVE WS-TRY-SERIAL TO WS-ID-SERIAL
013400         PERFORM 8000-CALC-CHECK THRU 8000-EXIT
013500         IF WS-CALC-CHECK < 10
013600             SET WS-FOUND TO TRUE
013700         END-IF
013800     END-PERFORM
013900     IF NOT WS-FOUND
014000         SET CKDG-EXHAUSTED TO TRUE
014100         GO TO 3000-EXIT
014200     END-IF
014300     MOVE WS-CALC-CHECK TO WS-ID-CHECK
014400     MOVE WS-ID-SERIAL TO CKDG-SERIAL
014500     MOVE WS-ID-WORK TO CKDG-ID.
014600 3000-EXIT.
014700     EXIT.
014800
014900*===============================================================*
015000*  8000-CALC-CHECK - MOD-11 CHECK DIGIT FOR WS-ID-SERIAL INTO   *
015100*                    WS-CALC-CHECK; 10 MEANS THE SERIAL CANNOT  *
015200*                    BE ISSUED                                  *
015300*===============================================================*
015400 8000-CALC-CHECK.
015500     MOVE ZEROES TO WS-WEIGHT-SUM
015600     MOVE 1 TO N
015700     PERFORM UNTIL N > 5
015800         COMPUTE WS-WEIGHT-SUM = WS-WEIGHT-SUM
015900                               + WS-ID-DIGIT(N) * WS-WEIGHT(N)
016000         ADD 1 TO N
016100     END-PERFORM
016200     DIVIDE WS-WEIGHT-SUM BY 11
016300         GIVING WS-SUM-QUOT REMAINDER WS-SUM-REM
016400     COMPUTE WS-CALC-CHECK = 11 - WS-SUM-REM
016500     IF WS-CALC-CHECK = 11
016600         MOVE ZERO TO WS-CALC-CHECK
016700     END-IF.
016800 8000-EXIT.
016900     EXIT.
