002030*                   SUBROUTINE (SEE COPY/BUSDPARM.CPY) INSTEAD  *
002030*                   OF THE WALL CLOCK, SO A LATE START PAST     *
002030*                   MIDNIGHT KEEPS THE WHOLE NIGHT ON ONE       *
002037*                   BUSINESS DATE.                            *
002043*  2026-10-15 BSU   THE AUDIT RECORD'S BATCH ID IS NOW        *
002049*                   CARRIED INTO RSTCTL (RST-BATCH-ID) AND A  *
002056*                   PROGRAM IS NOTED ONCE PER BATCH, NOT ONCE *
002062*                   PER NIGHT, SO THE STANDING-ORDER AND      *
002068*                   INTEREST-ACCRUAL RUNS OF A.COB ARE NOT    *
002074*                   BYPASSED BY THE MAIN DECK'S COMPLETION.   *
002081*                   THE DONE TABLE IS WIDENED TO 40 ENTRIES   *
002087*                   FOR THE EXTRA PAIRS.                      *
002093*===============================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
004100     05  RI-PROGRAM-ID      PIC X(08).
004200     05  FILLER             PIC X(02).
004300     05  RI-RUN-DATE        PIC 9(06).
004350     05  FILLER             PIC X(42).
004400     05  RI-BATCH-ID        PIC X(08).
004450     05  FILLER             PIC X(44).

004500 FD  RST-FILE
004600     RECORDING MODE IS F.
006300 01  P                      PIC 9(02)   VALUE ZEROES.

006400*---------------------------------------------------------------*
006500*  DISTINCT PROGRAM/BATCH PAIRS ALREADY COMPLETE TONIGHT         *
006600*---------------------------------------------------------------*
006700 01  WS-DONE-TABLE.
006750     05  WS-DONE-ENTRY      OCCURS 40.
006800         10  WS-DONE-ID     PIC X(08).
006850         10  WS-DONE-BATCH  PIC X(08).

006900*---------------------------------------------------------------*
007000*  RESTART REPORT LINE                                           *
007200 01  WS-DONE-LINE.
007300     05  FILLER             PIC X(09)   VALUE 'PROGRAM  '.
007400     05  WD-PROGRAM-ID      PIC X(08).
007434     05  FILLER             PIC X(07)   VALUE ' BATCH '.
007467     05  WD-BATCH-ID        PIC X(08).
007500     05  FILLER             PIC X(45)   VALUE
007600         ' ALREADY COMPLETE TONIGHT - STEP WILL BYPASS '.
007700     05  FILLER             PIC X(03)   VALUE SPACES.

007800 PROCEDURE DIVISION.
007900*===============================================================*
012300     EXIT.

012400*===============================================================*
012467*  2200-NOTE-PROGRAM - ADD THE PROGRAM AND BATCH TO THE DONE    *
012533*                      TABLE ONCE                               *
012600*===============================================================*
012700 2200-NOTE-PROGRAM.
012800     SET PROGRAM-NOT-SEEN TO TRUE
012900     MOVE 1 TO P
013000     PERFORM UNTIL P > WS-DONE-CNT
013100         IF WS-DONE-ID(P) = RI-PROGRAM-ID
013150                 AND WS-DONE-BATCH(P) = RI-BATCH-ID
013200             SET PROGRAM-SEEN TO TRUE
013300         END-IF
013400         ADD 1 TO P
013500     END-PERFORM
013600     IF PROGRAM-NOT-SEEN AND WS-DONE-CNT < 40
013700         ADD 1 TO WS-DONE-CNT
013800         MOVE RI-PROGRAM-ID TO WS-DONE-ID(WS-DONE-CNT)
013850         MOVE RI-BATCH-ID   TO WS-DONE-BATCH(WS-DONE-CNT)
013900     END-IF.
014000 2200-EXIT.
014100     EXIT.
014900         MOVE SPACES         TO RST-CTL-REC
015000         MOVE WS-DONE-ID(P)  TO RST-PROGRAM-ID
015100         MOVE 'DONE'         TO RST-STATUS
015150         MOVE WS-DONE-BATCH(P) TO RST-BATCH-ID
015200         WRITE RST-CTL-REC
015300         MOVE WS-DONE-ID(P)  TO WD-PROGRAM-ID
015350         MOVE WS-DONE-BATCH(P) TO WD-BATCH-ID
015400         WRITE REPT-REC FROM WS-DONE-LINE
015467         DISPLAY 'RESTART: ' WS-DONE-ID(P) ' BATCH '
015533             WS-DONE-BATCH(P)
015600             ' ALREADY COMPLETE TONIGHT - STEP WILL BYPASS'
015700         ADD 1 TO P
015800     END-PERFORM.
