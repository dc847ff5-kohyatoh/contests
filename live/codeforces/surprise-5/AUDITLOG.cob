001597*                   CARRIES THE RUN'S START TIMESTAMP BESIDE     *
001598*                   THE TERMINATION ONE, SO THE RUNRPT BATCH-    *
001599*                   WINDOW REPORT CAN SHOW EACH STEP'S ELAPSED   *
001609*                   TIME INSTEAD OF ONE POINT IN TIME.           *
001618*  2026-10-15 BSU   AUDIT LINE WIDENED TO 110 BYTES AND NOW      *
001627*                   SEALED: EACH RECORD CARRIES THE SUITE-WIDE   *
001636*                   SEQUENCE NUMBER (ONE ABOVE THE LAST RECORD   *
001645*                   ON THE LOG) AND A CHAIN VALUE COMPUTED BY    *
001654*                   CHAINRTN FROM THE RECORD AND THE LAST        *
001663*                   RECORD'S CHAIN VALUE (SEE COPY/CHNPARM.CPY), *
001672*                   SO AUDVERFY CAN PROVE NOTHING WAS ALTERED,   *
001681*                   REMOVED OR INSERTED AFTER THE FACT.          *
001690*===============================================================*
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.   IBM-370.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT AUDIT-FILE  ASSIGN TO "AUDITLOG"
002367         ORGANIZATION IS LINE SEQUENTIAL
002433         FILE STATUS  IS WS-AUDIT-STATUS.

002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  AUDIT-FILE
002800     RECORDING MODE IS F.
002900 01  AUDIT-REC              PIC X(110).

003000 WORKING-STORAGE SECTION.
003020 01  WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
003040 01  WS-EOF-SW              PIC X(01)   VALUE 'N'.
003060     88  AUDIT-EOF                      VALUE 'Y'.
003080     88  AUDIT-NOT-EOF                  VALUE 'N'.

003100*---------------------------------------------------------------*
003200*  ONE PRINT-IMAGE AUDIT LINE PER CALL                          *
003300*---------------------------------------------------------------*
004390     05  WA-DUP-CNT         PIC ZZZZZZZ9.
004395     05  FILLER             PIC X(02)   VALUE SPACES.
004396     05  WA-START-TIME      PIC 9(08).
004402     05  FILLER             PIC X(02)   VALUE SPACES.
004407     05  WA-SEQ-NO          PIC 9(08).
004413     05  FILLER             PIC X(02)   VALUE SPACES.
004418     05  WA-CHAIN           PIC 9(10).
004424     05  FILLER             PIC X(02)   VALUE SPACES.

004429*---------------------------------------------------------------*
004434*  THE LAST RECORD ALREADY ON THE LOG, WHOSE SEQUENCE NUMBER    *
004440*  AND CHAIN VALUE THIS RECORD CONTINUES. A RECORD WRITTEN      *
004445*  BEFORE THE LOG WAS SEALED CARRIES NEITHER, AND THE SEQUENCE  *
004451*  THEN STARTS AGAIN AT ONE, CHAINED FROM ZERO                  *
004456*---------------------------------------------------------------*
004462 01  WS-LAST-LINE.
004467     05  FILLER             PIC X(88).
004472     05  WL-SEQ-NO          PIC 9(08).
004478     05  FILLER             PIC X(02).
004483     05  WL-CHAIN           PIC 9(10).
004489     05  FILLER             PIC X(02).

004494 COPY CHNPARM.

004500 LINKAGE SECTION.
004600 COPY AUDITPARM.
004900*  0000-MAINLINE - APPEND ONE AUDIT RECORD AND RETURN           *
005000*===============================================================*
005100 0000-MAINLINE.
005150     PERFORM 1000-FIND-LAST-RECORD THRU 1000-EXIT
005200     OPEN EXTEND AUDIT-FILE
005300     MOVE SPACES            TO WS-AUDIT-LINE
005400     MOVE AUDIT-PROGRAM-ID  TO WA-PROGRAM-ID
005860     MOVE AUDIT-BATCH-ID    TO WA-BATCH-ID
005870     MOVE AUDIT-DUP-CNT     TO WA-DUP-CNT
005880     MOVE AUDIT-START-TIME  TO WA-START-TIME
005882     IF WL-SEQ-NO IS NUMERIC AND WL-CHAIN IS NUMERIC
005884         COMPUTE WA-SEQ-NO = WL-SEQ-NO + 1
005886         MOVE WL-CHAIN      TO CHN-PREV-VALUE
005887     ELSE
005889         MOVE 1             TO WA-SEQ-NO
005891         MOVE ZEROES        TO CHN-PREV-VALUE
005893     END-IF
005894     MOVE WS-AUDIT-LINE(1:96) TO CHN-RECORD
005896     CALL 'CHAINRTN' USING CHN-PARM
005898     MOVE CHN-VALUE         TO WA-CHAIN
005900     WRITE AUDIT-REC FROM WS-AUDIT-LINE
006000     CLOSE AUDIT-FILE
006100     GOBACK.

006200*===============================================================*
006300*  1000-FIND-LAST-RECORD - READ THE LOG THROUGH TO PICK UP THE  *
006400*                          LAST RECORD ON IT. A LOG NOT YET     *
006500*                          CREATED OR STILL EMPTY LEAVES THE    *
006600*                          LAST LINE BLANK                      *
006700*===============================================================*
006800 1000-FIND-LAST-RECORD.
006900     MOVE SPACES TO WS-LAST-LINE
007000     OPEN INPUT AUDIT-FILE
007100     IF WS-AUDIT-STATUS NOT = '00'
007200         GO TO 1000-EXIT
007300     END-IF
007400     SET AUDIT-NOT-EOF TO TRUE
007500     PERFORM UNTIL AUDIT-EOF
007600         READ AUDIT-FILE
007700             AT END
007800                 SET AUDIT-EOF TO TRUE
007900             NOT AT END
008000                 MOVE AUDIT-REC TO WS-LAST-LINE
008100         END-READ
008200     END-PERFORM
008300     CLOSE AUDIT-FILE.
008400 1000-EXIT.
008500     EXIT.
