000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUBMRTN.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL SUBMITTER AUTHORIZATION ROUTINE,   *
001100*                   SHARED BY VALIDATE, DISPATCH, A.COB AND     *
001200*                   PTMAINT. RESOLVES A DECK'S BATCH-ID PREFIX  *
001300*                   TO ITS SUBMITTER ON THE SUBMITTER MASTER    *
001400*                   (SUBMMST, SEE COPY/SUBMREC.CPY) AND CHECKS  *
001500*                   EACH RECORD'S TYPE, ACCOUNT AND RUNNING     *
001600*                   DECK AMOUNT AGAINST WHAT THAT SUBMITTER MAY *
001700*                   SEND. THE MASTER LOADS ON THE FIRST CALL    *
001800*                   THE WAY EDITRTN LOADS ACCTMST. CALLED WITH  *
001900*                   A SUBM-PARM COMMUNICATION AREA (SEE         *
002000*                   COPY/SUBMPARM.CPY).                         *
002100*===============================================================*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL SUBM-FILE ASSIGN TO "SUBMMST"
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  SUBM-FILE
003400     RECORDING MODE IS F.
003500 COPY SUBMREC.
003600
003700 WORKING-STORAGE SECTION.
003800*---------------------------------------------------------------*
003900*  SUBMITTER TABLE - LOADED FROM SUBMMST ON THE FIRST CALL,     *
004000*  THEN HELD FOR THE REST OF THE RUN                            *
004100*---------------------------------------------------------------*
004200 01  WS-SMST-LOAD-SW        PIC X(01)   VALUE 'N'.
004300     88  SMST-LOADED                    VALUE 'Y'.
004400 01  WS-SMST-EOF-SW         PIC X(01)   VALUE 'N'.
004500     88  SMST-EOF                       VALUE 'Y'.
004600 01  WS-SMST-CNT            PIC 9(03)   VALUE ZEROES.
004700 01  WS-SMST-TABLE.
004800     05  WS-SMST-ENTRY      OCCURS 200.
004900         10  WU-PREFIX      PIC X(02).
005000         10  WU-DEPT        PIC X(04).
005100         10  WU-CONTACT     PIC X(20).
005200         10  WU-TYPES       PIC X(05).
005300         10  WU-RANGE       OCCURS 4.
005400             15  WU-LOW     PIC X(04).
005500             15  WU-HIGH    PIC X(04).
005600         10  WU-CEILING     PIC 9(12).
005700 01  UX                     PIC 9(03)   VALUE ZEROES.
005800 01  WS-CUR-SUB             PIC 9(03)   VALUE ZEROES.
005900 01  N                      PIC 9(02)   VALUE ZEROES.
006000 01  WS-RANGE-CNT           PIC 9(02)   VALUE ZEROES.
006100 01  WS-HIT-SW              PIC X(01)   VALUE 'N'.
006200     88  WS-HIT                         VALUE 'Y'.
006300
006400*---------------------------------------------------------------*
006500*  MAINTAINED REASON-CODE TABLE - FIELD NAME AND TEXT FOR A     *
006600*  DENIED RECORD                                                *
006700*---------------------------------------------------------------*
006800 COPY EDITRSN.
006900
007000 LINKAGE SECTION.
007100 COPY SUBMPARM.
007200
007300 PROCEDURE DIVISION USING SUBM-PARM.
007400*===============================================================*
007500*  0000-MAINLINE                                                *
007600*===============================================================*
007700 0000-MAINLINE.
007800     IF NOT SMST-LOADED
007900         PERFORM 1000-LOAD-MASTER THRU 1000-EXIT
008000     END-IF
008100     MOVE ZEROES TO SUBM-REASON
008200     MOVE SPACES TO SUBM-FIELD
008300     MOVE SPACES TO SUBM-REASON-TEXT
008400     IF SUBM-FUNC-DECK
008500         PERFORM 2000-RESOLVE-DECK THRU 2000-EXIT
008600     ELSE
008700         PERFORM 3000-CHECK-RECORD THRU 3000-EXIT
008800     END-IF
008900     GOBACK.
009000
009100*===============================================================*
009200*  1000-LOAD-MASTER - SUBMMST INTO THE SUBMITTER TABLE, ONCE    *
009300*                     PER RUN                                   *
009400*===============================================================*
009500 1000-LOAD-MASTER.
009600     SET SMST-LOADED TO TRUE
009700     OPEN INPUT SUBM-FILE
009800     PERFORM 1100-READ-SUBM THRU 1100-EXIT
009900     PERFORM UNTIL SMST-EOF
010000         IF WS-SMST-CNT < 200
010100             ADD 1 TO WS-SMST-CNT
010200             MOVE SUB-PREFIX  TO WU-PREFIX(WS-SMST-CNT)
010300             MOVE SUB-DEPT    TO WU-DEPT(WS-SMST-CNT)
010400             MOVE SUB-CONTACT TO WU-CONTACT(WS-SMST-CNT)
010500             MOVE SUB-TYPES   TO WU-TYPES(WS-SMST-CNT)
010600             MOVE 1 TO N
010700             PERFORM UNTIL N > 4
010800                 MOVE SUB-ACCT-LOW(N)
010900                              TO WU-LOW(WS-SMST-CNT N)
011000                 MOVE SUB-ACCT-HIGH(N)
011100                              TO WU-HIGH(WS-SMST-CNT N)
011200                 ADD 1 TO N
011300             END-PERFORM
011400             IF SUB-CEILING IS NUMERIC
011500                 MOVE SUB-CEILING TO WU-CEILING(WS-SMST-CNT)
011600             ELSE
011700                 MOVE ZEROES TO WU-CEILING(WS-SMST-CNT)
011800             END-IF
011900         ELSE
012000             DISPLAY 'SUBMRTN: SUBMITTER TABLE FULL - ENTRY '
012100                 SUB-PREFIX ' NOT LOADED'
012200         END-IF
012300         PERFORM 1100-READ-SUBM THRU 1100-EXIT
012400     END-PERFORM
012500     CLOSE SUBM-FILE.
012600 1000-EXIT.
012700     EXIT.
012800
012900*===============================================================*
013000*  1100-READ-SUBM                                               *
013100*===============================================================*
013200 1100-READ-SUBM.
013300     READ SUBM-FILE
013400         AT END
013500             SET SMST-EOF TO TRUE
013600             GO TO 1100-EXIT
013700     END-READ.
013800 1100-EXIT.
013900     EXIT.
014000
014100*===============================================================*
014200*  2000-RESOLVE-DECK - FIND THE SUBMITTER FOR THE BATCH-ID      *
014300*                      PREFIX AND START THE DECK'S RUNNING      *
014400*                      AMOUNT OVER                              *
014500*===============================================================*
014600 2000-RESOLVE-DECK.
014700     MOVE ZERO   TO WS-CUR-SUB
014800     MOVE ZEROES TO SUBM-DECK-AMT
014900     MOVE SPACES TO SUBM-DEPT
015000     MOVE SPACES TO SUBM-CONTACT
015100     MOVE ZEROES TO SUBM-CEILING
015200     IF WS-SMST-CNT = ZERO
015300         SET SUBM-OPEN TO TRUE
015400         GO TO 2000-EXIT
015500     END-IF
015600     MOVE 1 TO UX
015700     PERFORM UNTIL UX > WS-SMST-CNT
015800         IF WU-PREFIX(UX) = SUBM-BATCH-ID(1:2)
015900             MOVE UX TO WS-CUR-SUB
016000             MOVE WS-SMST-CNT TO UX
016100         END-IF
016200         ADD 1 TO UX
016300     END-PERFORM
016400     IF WS-CUR-SUB = ZERO
016500         SET SUBM-UNKNOWN TO TRUE
016600         GO TO 2000-EXIT
016700     END-IF
016800     SET SUBM-OK TO TRUE
016900     MOVE WU-DEPT(WS-CUR-SUB)    TO SUBM-DEPT
017000     MOVE WU-CONTACT(WS-CUR-SUB) TO SUBM-CONTACT
017100     MOVE WU-CEILING(WS-CUR-SUB) TO SUBM-CEILING.
017200 2000-EXIT.
017300     EXIT.
017400
017500*===============================================================*
017600*  3000-CHECK-RECORD - THE RECORD TYPE MUST BE ONE THE          *
017700*                      SUBMITTER MAY SEND (REASON 36) AND ITS   *
017800*                      ACCOUNT MUST FALL IN ONE OF ITS RANGES   *
017900*                      (REASON 37); AN AUTHORIZED RECORD'S      *
018000*                      AMOUNT GOES ON THE DECK'S RUNNING TOTAL  *
018100*                      AGAINST THE CEILING. WITH NO MASTER, OR  *
018200*                      NO SUBMITTER RESOLVED, EVERYTHING PASSES.*
018300*===============================================================*
018400 3000-CHECK-RECORD.
018500     SET SUBM-OK TO TRUE
018600     IF WS-CUR-SUB = ZERO
018700         GO TO 3000-EXIT
018800     END-IF
018900     IF WU-TYPES(WS-CUR-SUB) NOT = SPACES
019000         MOVE 'N' TO WS-HIT-SW
019100         MOVE 1 TO N
019200         PERFORM UNTIL N > 5
019300             IF WU-TYPES(WS-CUR-SUB)(N:1) = SUBM-REC-TYPE
019400                 SET WS-HIT TO TRUE
019500             END-IF
019600             ADD 1 TO N
019700         END-PERFORM
019800         IF NOT WS-HIT
019900             SET SUBM-DENIED TO TRUE
020000             MOVE 36 TO SUBM-REASON
020100             PERFORM 3900-SET-REASON THRU 3900-EXIT
020200             GO TO 3000-EXIT
020300         END-IF
020400     END-IF
020500     IF SUBM-ACCT NOT = SPACES
020600         MOVE 'N' TO WS-HIT-SW
020700         MOVE ZERO TO WS-RANGE-CNT
020800         MOVE 1 TO N
020900         PERFORM UNTIL N > 4
021000             IF WU-LOW(WS-CUR-SUB N) NOT = SPACES
021100                 ADD 1 TO WS-RANGE-CNT
021200                 IF SUBM-ACCT NOT < WU-LOW(WS-CUR-SUB N)
021300                     AND SUBM-ACCT NOT > WU-HIGH(WS-CUR-SUB N)
021400                     SET WS-HIT TO TRUE
021500                 END-IF
021600             END-IF
021700             ADD 1 TO N
021800         END-PERFORM
021900         IF WS-RANGE-CNT > ZERO AND NOT WS-HIT
022000             SET SUBM-DENIED TO TRUE
022100             MOVE 37 TO SUBM-REASON
022200             PERFORM 3900-SET-REASON THRU 3900-EXIT
022300             GO TO 3000-EXIT
022400         END-IF
022500     END-IF
022600     ADD SUBM-AMOUNT TO SUBM-DECK-AMT
022700     IF WU-CEILING(WS-CUR-SUB) > ZERO
022800             AND SUBM-DECK-AMT > WU-CEILING(WS-CUR-SUB)
022900         SET SUBM-OVER-CEILING TO TRUE
023000     END-IF.
023100 3000-EXIT.
023200     EXIT.
023300
023400*===============================================================*
023500*  3900-SET-REASON - FIELD NAME AND TEXT FOR SUBM-REASON FROM   *
023600*                    THE MAINTAINED REASON-CODE TABLE           *
023700*===============================================================*
023800 3900-SET-REASON.
023900     MOVE ERT-FIELD(SUBM-REASON) TO SUBM-FIELD
024000     MOVE ERT-TEXT(SUBM-REASON)  TO SUBM-REASON-TEXT.
024100 3900-EXIT.
024200     EXIT.
