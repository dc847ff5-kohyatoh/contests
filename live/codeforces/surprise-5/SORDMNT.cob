000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SORDMNT.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL STANDING-ORDER MASTER MAINTENANCE. *
001100*                   APPLIES A DECK OF ADD/CHANGE/DELETE CARDS   *
001200*                   TO THE INDEXED RECURRING-POSTING MASTER     *
001300*                   (SEE COPY/SORDREC.CPY, KEYED BY ORDER ID).  *
001400*                   THE DECK OPENS WITH A BATCH HEADER AND      *
001500*                   CLOSES WITH A COUNT/HASH TRAILER (SEE       *
001600*                   COPY/BATCHCTL.CPY, HASH KEY: THE ORDER ID)  *
001700*                   AND IS BUFFERED AND PROVEN BEFORE ANY CARD  *
001800*                   IS APPLIED. ADD AND CHANGE CARDS EDIT       *
001900*                   THROUGH THE SHARED EDITRTN (TYPE R, REASONS *
002000*                   27-31 AND 01-02, AND THE ACCOUNT MASTER     *
002100*                   CHECK, REASONS 20-21); THE END DATE,        *
002200*                   OCCURRENCE LIMIT AND STATUS ARE EDITED      *
002300*                   HERE. A CHANGE KEEPS THE ORDER'S GENERATED  *
002400*                   COUNT SO THE SCHEDULE CARRIES ON FROM THE   *
002500*                   NEXT OCCURRENCE. EVERY ACTION AND REJECT    *
002600*                   GOES ON THE MAINTENANCE REPORT.             *
002700*===============================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SORD-FILE   ASSIGN TO "SORDMST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE  IS RANDOM
003700         RECORD KEY   IS SOR-ID
003800         FILE STATUS  IS WS-SORD-STATUS.
003900     SELECT TRAN-FILE   ASSIGN TO "SORDIN"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT REPT-FILE   ASSIGN TO "SORDRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SORD-FILE.
004700 COPY SORDREC.
004800
004900*---------------------------------------------------------------*
005000*  MAINTENANCE CARD - ACTION A (ADD), C (CHANGE), D (DELETE),   *
005100*  THEN THE ORDER AS EDITRTN'S TYPE-R PAYLOAD (COLUMNS 2-47),   *
005200*  THEN THE END DATE (YYYYMMDD, BLANK FOR NONE), OCCURRENCE     *
005300*  LIMIT (BLANK FOR NONE) AND STATUS (A ACTIVE - THE DEFAULT -  *
005400*  OR H HELD). OPERANDS ARE A SIGN BYTE PLUS TEN DIGITS.        *
005500*---------------------------------------------------------------*
005600 FD  TRAN-FILE
005700     RECORDING MODE IS F.
005800 01  TRAN-REC.
005900     05  SI-ACTION          PIC X(01).
006000         88  SI-ADD                     VALUE 'A'.
006100         88  SI-CHANGE                  VALUE 'C'.
006200         88  SI-DELETE                  VALUE 'D'.
006300     05  SI-ID              PIC X(06).
006400     05  SI-ACCT            PIC X(04).
006500     05  SI-OP              PIC X(01).
006600     05  SI-AMOUNT          PIC X(11).
006700     05  SI-OPERAND-2       PIC X(11).
006800     05  SI-START           PIC X(08).
006900     05  SI-UNITS           PIC X(01).
007000     05  SI-INTERVAL        PIC X(03).
007100     05  SI-HOL-RULE        PIC X(01).
007200     05  SI-END-DATE        PIC X(08).
007300     05  SI-MAX-OCC         PIC X(04).
007400     05  SI-STATUS          PIC X(01).
007500     05  FILLER             PIC X(20).
007600
007700 FD  REPT-FILE
007800     RECORDING MODE IS F.
007900 01  REPT-REC               PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-SORD-STATUS         PIC X(02)   VALUE SPACES.
008300 01  WS-SWITCHES.
008400     05  WS-TRAN-EOF-SW     PIC X(01)   VALUE 'N'.
008500         88  TRAN-EOF                   VALUE 'Y'.
008600
008700 01  WS-COUNTERS.
008800     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
008900     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
009000     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
009100     05  WS-ADD-CNT         PIC 9(06)   COMP    VALUE ZERO.
009200     05  WS-CHG-CNT         PIC 9(06)   COMP    VALUE ZERO.
009300     05  WS-DEL-CNT         PIC 9(06)   COMP    VALUE ZERO.
009400
009500*---------------------------------------------------------------*
009600*  CARD FIELDS CONVERTED FOR THE MASTER RECORD                   *
009700*---------------------------------------------------------------*
009800 01  WS-CARD-WORK.
009900     05  WS-ABS-AMT         PIC 9(10)   VALUE ZEROES.
010000     05  WS-NEW-AMOUNT      PIC S9(10)  VALUE ZEROES.
010100     05  WS-NEW-OPERAND-2   PIC S9(10)  VALUE ZEROES.
010200     05  WS-NEW-END-DATE    PIC 9(08)   VALUE ZEROES.
010300     05  WS-NEW-MAX-OCC     PIC 9(04)   VALUE ZEROES.
010400     05  WS-NEW-STATUS      PIC X(01)   VALUE SPACES.
010500     05  WS-KEEP-COUNT      PIC 9(04)   VALUE ZEROES.
010600     05  WS-KEEP-LAST       PIC 9(08)   VALUE ZEROES.
010700
010800*---------------------------------------------------------------*
010900*  BATCH CONTROL FIELDS - DECK HEADER/TRAILER VERIFICATION,      *
011000*  HASH KEY: THE ORDER ID                                        *
011100*---------------------------------------------------------------*
011200 01  WS-BATCH-FIELDS.
011300     05  WS-BATCH-ERR-SW    PIC X(01)   VALUE 'N'.
011400         88  BATCH-REFUSED              VALUE 'Y'.
011500     05  WS-BATCH-ID        PIC X(08)   VALUE SPACES.
011600     05  WS-HASH-KEY        PIC 9(10)   VALUE ZERO.
011700     05  WS-HASH-TOTAL      PIC 9(10)   VALUE ZERO.
011800     05  WS-HASH-WORK       PIC 9(11)   VALUE ZERO.
011900     05  WS-HASH-QUOT       PIC 9(02)   VALUE ZERO.
012000 COPY BATCHCTL.
012100
012200*---------------------------------------------------------------*
012300*  THE WHOLE DECK, BUFFERED UNTIL THE TRAILER PROVES IT          *
012400*---------------------------------------------------------------*
012500 01  WS-CARD-CNT            PIC 9(04)   COMP    VALUE ZERO.
012600 01  WS-CARD-TABLE.
012700     05  WS-CARD-BUF        PIC X(80)   OCCURS 2000.
012800 01  P                      PIC 9(04)   COMP    VALUE ZERO.
012900
013000*---------------------------------------------------------------*
013100*  COMMUNICATION AREA FOR THE SHARED FIELD-EDIT SUBROUTINE       *
013200*---------------------------------------------------------------*
013300 COPY EDITPARM.
013400
013500*---------------------------------------------------------------*
013600*  BATCH REFUSAL LINE                                            *
013700*---------------------------------------------------------------*
013800 01  WS-REFUSAL-LINE.
013900     05  FILLER             PIC X(06)   VALUE 'BATCH '.
014000     05  WF-BATCH-ID        PIC X(08).
014100     05  FILLER             PIC X(11)   VALUE ' REFUSED - '.
014200     05  WF-REASON          PIC X(50)   VALUE SPACES.
014300     05  FILLER             PIC X(05)   VALUE SPACES.
014400
014500*---------------------------------------------------------------*
014600*  MAINTENANCE AUDIT LINE                                        *
014700*---------------------------------------------------------------*
014800 01  WS-MAINT-LINE.
014900     05  WL-ACTION          PIC X(08).
015000     05  FILLER             PIC X(02)   VALUE SPACES.
015100     05  WL-ID              PIC X(06).
015200     05  FILLER             PIC X(02)   VALUE SPACES.
015300     05  WL-ACCT            PIC X(04).
015400     05  FILLER             PIC X(02)   VALUE SPACES.
015500     05  WL-DETAIL          PIC X(45)   VALUE SPACES.
015600     05  FILLER             PIC X(11)   VALUE SPACES.
015700
015800 01  WS-SCHED-TEXT.
015900     05  FILLER             PIC X(07)   VALUE 'STARTS '.
016000     05  WV-START           PIC 9(08).
016100     05  FILLER             PIC X(07)   VALUE ' EVERY '.
016200     05  WV-INTERVAL        PIC 9(03).
016300     05  FILLER             PIC X(01)   VALUE SPACE.
016400     05  WV-UNITS           PIC X(01).
016500     05  FILLER             PIC X(06)   VALUE ' RULE '.
016600     05  WV-HOL-RULE        PIC X(01).
016700     05  FILLER             PIC X(08)   VALUE ' STATUS '.
016800     05  WV-STATUS          PIC X(01).
016900     05  FILLER             PIC X(02)   VALUE SPACES.
017000
017100 01  WS-TOTALS-LINE.
017200     05  FILLER             PIC X(12)   VALUE 'CARDS READ: '.
017300     05  WT-RECS-IN         PIC ZZZ,ZZ9.
017400     05  FILLER             PIC X(09)   VALUE '  ADDED: '.
017500     05  WT-ADD-CNT         PIC ZZZ,ZZ9.
017600     05  FILLER             PIC X(11)   VALUE '  CHANGED: '.
017700     05  WT-CHG-CNT         PIC ZZZ,ZZ9.
017800     05  FILLER             PIC X(11)   VALUE '  DELETED: '.
017900     05  WT-DEL-CNT         PIC ZZZ,ZZ9.
018000     05  FILLER             PIC X(09)   VALUE SPACES.
018100
018200 01  WS-TOTALS-LINE-2.
018300     05  FILLER             PIC X(12)   VALUE 'REJECTED:  '.
018400     05  WT-RECS-REJ        PIC ZZZ,ZZ9.
018500     05  FILLER             PIC X(61)   VALUE SPACES.
018600
018700 PROCEDURE DIVISION.
018800*===============================================================*
018900*  0000-MAINLINE                                                *
019000*===============================================================*
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
019300     PERFORM 1500-READ-DECK       THRU 1500-EXIT
019400     IF NOT BATCH-REFUSED
019500         PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
019600     END-IF
019700     PERFORM 9000-TERMINATE       THRU 9000-EXIT
019800     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
019900     STOP RUN.
020000
020100*===============================================================*
020200*  1000-INITIALIZE - OPEN FILES (I-O EXTENDS AN EXISTING        *
020300*                    MASTER; A MISSING ONE IS CREATED FIRST)    *
020400*===============================================================*
020500 1000-INITIALIZE.
020600     OPEN I-O SORD-FILE
020700     IF WS-SORD-STATUS = '35'
020800         OPEN OUTPUT SORD-FILE
020900         CLOSE SORD-FILE
021000         OPEN I-O SORD-FILE
021100     END-IF
021200     OPEN INPUT  TRAN-FILE
021300          OUTPUT REPT-FILE.
021400 1000-EXIT.
021500     EXIT.
021600
021700*===============================================================*
021800*  1500-READ-DECK - THE DECK MUST OPEN WITH A BATCH HEADER AND  *
021900*                   CLOSE WITH A COUNT/HASH TRAILER; EVERY      *
022000*                   DETAIL CARD IS BUFFERED SO NOTHING IS       *
022100*                   APPLIED UNTIL THE TRAILER PROVES THE DECK   *
022200*===============================================================*
022300 1500-READ-DECK.
022400     PERFORM 1600-READ-TRAN THRU 1600-EXIT
022500     IF TRAN-EOF
022600         MOVE 'DECK IS EMPTY - NO BATCH HEADER RECORD'
022700                              TO WF-REASON
022800         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
022900         GO TO 1500-EXIT
023000     END-IF
023100     MOVE TRAN-REC(1:17) TO BATCH-CTL-REC
023200     IF BCR-HEADER
023300         MOVE BCH-BATCH-ID TO WS-BATCH-ID
023400     ELSE
023500         MOVE 'DECK DOES NOT OPEN WITH A BATCH HEADER RECORD'
023600                              TO WF-REASON
023700         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
023800         GO TO 1500-EXIT
023900     END-IF
024000     PERFORM 1600-READ-TRAN THRU 1600-EXIT
024100     PERFORM UNTIL TRAN-EOF OR BATCH-REFUSED
024200         IF TRAN-REC(1:1) = 'T'
024300                 AND TRAN-REC(2:6) IS NUMERIC
024400                 AND TRAN-REC(8:10) IS NUMERIC
024500             PERFORM 1700-CHECK-TRAILER THRU 1700-EXIT
024600             GO TO 1500-EXIT
024700         END-IF
024800         ADD 1 TO WS-RECS-IN
024900         IF SI-ID IS NUMERIC
025000             MOVE SI-ID TO WS-HASH-KEY
025100             COMPUTE WS-HASH-WORK = WS-HASH-TOTAL + WS-HASH-KEY
025200             DIVIDE WS-HASH-WORK BY 10000000000
025300                 GIVING WS-HASH-QUOT REMAINDER WS-HASH-TOTAL
025400         END-IF
025500         IF WS-CARD-CNT < 2000
025600             ADD 1 TO WS-CARD-CNT
025700             MOVE TRAN-REC TO WS-CARD-BUF(WS-CARD-CNT)
025800         ELSE
025900             MOVE 'DECK EXCEEDS THE 2000-CARD BUFFER'
026000                              TO WF-REASON
026100             PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
026200             GO TO 1500-EXIT
026300         END-IF
026400         PERFORM 1600-READ-TRAN THRU 1600-EXIT
026500     END-PERFORM
026600     IF TRAN-EOF AND NOT BATCH-REFUSED
026700         MOVE 'DECK ENDS WITHOUT A BATCH TRAILER RECORD'
026800                              TO WF-REASON
026900         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
027000     END-IF.
027100 1500-EXIT.
027200     EXIT.
027300
027400*===============================================================*
027500*  1600-READ-TRAN                                               *
027600*===============================================================*
027700 1600-READ-TRAN.
027800     READ TRAN-FILE
027900         AT END
028000             SET TRAN-EOF TO TRUE
028100             GO TO 1600-EXIT
028200     END-READ.
028300 1600-EXIT.
028400     EXIT.
028500
028600*===============================================================*
028700*  1700-CHECK-TRAILER - PROVE THE TRAILER'S COUNT AND HASH      *
028800*                       TOTAL AGAINST WHAT WAS ACTUALLY READ    *
028900*===============================================================*
029000 1700-CHECK-TRAILER.
029100     MOVE TRAN-REC(1:17) TO BATCH-CTL-REC
029200     IF BCT-REC-COUNT NOT = WS-RECS-IN
029300             OR BCT-HASH-TOTAL NOT = WS-HASH-TOTAL
029400         MOVE 'TRAILER COUNT/HASH DOES NOT MATCH DECK AS READ'
029500                              TO WF-REASON
029600         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
029700     END-IF.
029800 1700-EXIT.
029900     EXIT.
030000
030100*===============================================================*
030200*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE     *
030300*                       RUN, PUT THE REASON ON THE REPORT AND   *
030400*                       THE CONSOLE. NOTHING HAS BEEN APPLIED.  *
030500*===============================================================*
030600 8800-WRITE-REFUSAL.
030700     SET BATCH-REFUSED TO TRUE
030800     MOVE WS-BATCH-ID TO WF-BATCH-ID
030900     WRITE REPT-REC FROM WS-REFUSAL-LINE
031000     DISPLAY 'SORDMNT: BATCH ' WS-BATCH-ID ' REFUSED - '
031100         WF-REASON.
031200 8800-EXIT.
031300     EXIT.
031400
031500*===============================================================*
031600*  2000-APPLY-TRANS - ONE PASS OVER THE PROVEN, BUFFERED DECK   *
031700*===============================================================*
031800 2000-APPLY-TRANS.
031900     MOVE 1 TO P
032000     PERFORM UNTIL P > WS-CARD-CNT
032100         MOVE WS-CARD-BUF(P) TO TRAN-REC
032200         PERFORM 2200-APPLY-ONE THRU 2200-EXIT
032300         ADD 1 TO P
032400     END-PERFORM.
032500 2000-EXIT.
032600     EXIT.
032700
032800*===============================================================*
032900*  2200-APPLY-ONE - EDIT THE CARD, THEN ADD, CHANGE OR DELETE   *
033000*                   THE NAMED ORDER                             *
033100*===============================================================*
033200 2200-APPLY-ONE.
033300     MOVE SPACES   TO WS-MAINT-LINE
033400     MOVE SI-ID    TO WL-ID
033500     MOVE SI-ACCT  TO WL-ACCT
033600     IF NOT SI-ADD AND NOT SI-CHANGE AND NOT SI-DELETE
033700         MOVE 'UNRECOGNIZED ACTION CODE' TO WL-DETAIL
033800         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
033900         GO TO 2200-EXIT
034000     END-IF
034100     IF SI-DELETE
034200         PERFORM 2600-DELETE-ORDER THRU 2600-EXIT
034300         GO TO 2200-EXIT
034400     END-IF
034500     PERFORM 2300-EDIT-CARD THRU 2300-EXIT
034600     IF WL-DETAIL NOT = SPACES
034700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
034800         GO TO 2200-EXIT
034900     END-IF
035000     MOVE SI-ID TO SOR-ID
035100     READ SORD-FILE
035200         INVALID KEY
035300             IF SI-ADD
035400                 MOVE ZERO TO WS-KEEP-COUNT
035500                 MOVE ZERO TO WS-KEEP-LAST
035600                 PERFORM 2400-BUILD-MASTER THRU 2400-EXIT
035700                 WRITE SOR-REC
035800                     INVALID KEY
035900                         MOVE 'ORDER MASTER WRITE FAILED'
036000                                        TO WL-DETAIL
036100                     NOT INVALID KEY
036200                         MOVE 'ADDED'   TO WL-ACTION
036300                         ADD 1 TO WS-ADD-CNT
036400                 END-WRITE
036500             ELSE
036600                 MOVE 'CHANGE TO UNKNOWN ORDER ID' TO WL-DETAIL
036700             END-IF
036800         NOT INVALID KEY
036900             IF SI-CHANGE
037000                 MOVE SOR-GEN-COUNT TO WS-KEEP-COUNT
037100                 MOVE SOR-LAST-DATE TO WS-KEEP-LAST
037200                 PERFORM 2400-BUILD-MASTER THRU 2400-EXIT
037300                 REWRITE SOR-REC
037400                     INVALID KEY
037500                         MOVE 'ORDER MASTER REWRITE FAILED'
037600                                        TO WL-DETAIL
037700                     NOT INVALID KEY
037800                         MOVE 'CHANGED' TO WL-ACTION
037900                         ADD 1 TO WS-CHG-CNT
038000                 END-REWRITE
038100             ELSE
038200                 MOVE 'DUPLICATE ADD - ORDER ALREADY ON FILE'
038300                                TO WL-DETAIL
038400             END-IF
038500     END-READ
038600     IF WL-ACTION = SPACES
038700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
038800         GO TO 2200-EXIT
038900     END-IF
039000     ADD 1 TO WS-RECS-OUT
039100     MOVE SOR-START-DATE    TO WV-START
039200     MOVE SOR-FREQ-INTERVAL TO WV-INTERVAL
039300     MOVE SOR-FREQ-UNITS    TO WV-UNITS
039400     MOVE SOR-HOL-RULE      TO WV-HOL-RULE
039500     MOVE SOR-STATUS        TO WV-STATUS
039600     MOVE WS-SCHED-TEXT     TO WL-DETAIL
039700     WRITE REPT-REC FROM WS-MAINT-LINE.
039800 2200-EXIT.
039900     EXIT.
040000
040100*===============================================================*
040200*  2300-EDIT-CARD - THE SHARED TYPE-R EDIT, THEN THE FIELDS     *
040300*                   EDITRTN DOES NOT SEE. WL-DETAIL COMES BACK  *
040400*                   WITH THE REASON WHEN THE CARD IS BAD.       *
040500*===============================================================*
040600 2300-EDIT-CARD.
040700     MOVE 'R' TO EDIT-TYPE
040800     MOVE TRAN-REC(2:46) TO EDIT-PAYLOAD
040900     CALL 'EDITRTN' USING EDIT-CTL EDIT-PAYLOAD
041000     IF EDIT-INVALID
041100         MOVE EDIT-REASON-TEXT TO WL-DETAIL
041200         GO TO 2300-EXIT
041300     END-IF
041400     MOVE ZERO TO WS-NEW-END-DATE
041500     IF SI-END-DATE NOT = SPACES
041600         IF SI-END-DATE IS NOT NUMERIC
041700                 OR SI-END-DATE(5:2) < '01'
041800                 OR SI-END-DATE(5:2) > '12'
041900                 OR SI-END-DATE(7:2) < '01'
042000                 OR SI-END-DATE(7:2) > '31'
042100             MOVE 'END DATE NOT A VALID YYYYMMDD DATE'
042200                                TO WL-DETAIL
042300             GO TO 2300-EXIT
042400         END-IF
042500         IF SI-END-DATE < SI-START
042600             MOVE 'END DATE FALLS BEFORE THE START DATE'
042700                                TO WL-DETAIL
042800             GO TO 2300-EXIT
042900         END-IF
043000         MOVE SI-END-DATE TO WS-NEW-END-DATE
043100     END-IF
043200     MOVE ZERO TO WS-NEW-MAX-OCC
043300     IF SI-MAX-OCC NOT = SPACES
043400         IF SI-MAX-OCC IS NOT NUMERIC
043500             MOVE 'OCCURRENCE LIMIT NOT NUMERIC' TO WL-DETAIL
043600             GO TO 2300-EXIT
043700         END-IF
043800         MOVE SI-MAX-OCC TO WS-NEW-MAX-OCC
043900     END-IF
044000     MOVE SI-STATUS TO WS-NEW-STATUS
044100     IF WS-NEW-STATUS = SPACE
044200         MOVE 'A' TO WS-NEW-STATUS
044300     END-IF
044400     IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'H'
044500         MOVE 'STATUS NOT A (ACTIVE) OR H (HELD)' TO WL-DETAIL
044600         GO TO 2300-EXIT
044700     END-IF
044800     MOVE SI-AMOUNT(2:10) TO WS-ABS-AMT
044900     IF SI-AMOUNT(1:1) = '-'
045000         COMPUTE WS-NEW-AMOUNT = ZERO - WS-ABS-AMT
045100     ELSE
045200         MOVE WS-ABS-AMT TO WS-NEW-AMOUNT
045300     END-IF
045400     MOVE SI-OPERAND-2(2:10) TO WS-ABS-AMT
045500     IF SI-OPERAND-2(1:1) = '-'
045600         COMPUTE WS-NEW-OPERAND-2 = ZERO - WS-ABS-AMT
045700     ELSE
045800         MOVE WS-ABS-AMT TO WS-NEW-OPERAND-2
045900     END-IF.
046000 2300-EXIT.
046100     EXIT.
046200
046300*===============================================================*
046400*  2400-BUILD-MASTER - CARD FIELDS INTO THE MASTER RECORD; THE  *
046500*                      GENERATION PROGRESS IS CARRIED OVER      *
046600*===============================================================*
046700 2400-BUILD-MASTER.
046800     MOVE SPACES            TO SOR-REC
046900     MOVE SI-ID             TO SOR-ID
047000     MOVE SI-ACCT           TO SOR-ACCT
047100     MOVE SI-OP             TO SOR-OP
047200     MOVE WS-NEW-AMOUNT     TO SOR-AMOUNT
047300     MOVE WS-NEW-OPERAND-2  TO SOR-OPERAND-2
047400     MOVE SI-START          TO SOR-START-DATE
047500     MOVE SI-UNITS          TO SOR-FREQ-UNITS
047600     MOVE SI-INTERVAL       TO SOR-FREQ-INTERVAL
047700     MOVE WS-NEW-END-DATE   TO SOR-END-DATE
047800     MOVE WS-NEW-MAX-OCC    TO SOR-MAX-OCC
047900     MOVE SI-HOL-RULE       TO SOR-HOL-RULE
048000     MOVE WS-KEEP-COUNT     TO SOR-GEN-COUNT
048100     MOVE WS-KEEP-LAST      TO SOR-LAST-DATE
048200     MOVE WS-NEW-STATUS     TO SOR-STATUS.
048300 2400-EXIT.
048400     EXIT.
048500
048600*===============================================================*
048700*  2600-DELETE-ORDER - REMOVE THE NAMED ORDER FROM THE MASTER   *
048800*===============================================================*
048900 2600-DELETE-ORDER.
049000     MOVE SI-ID TO SOR-ID
049100     READ SORD-FILE
049200         INVALID KEY
049300             MOVE 'DELETE OF UNKNOWN ORDER ID' TO WL-DETAIL
049400             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
049500             GO TO 2600-EXIT
049600     END-READ
049700     MOVE SOR-ACCT TO WL-ACCT
049800     DELETE SORD-FILE
049900         INVALID KEY
050000             MOVE 'ORDER MASTER DELETE FAILED'
050100                            TO WL-DETAIL
050200             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
050300             GO TO 2600-EXIT
050400     END-DELETE
050500     MOVE 'DELETED' TO WL-ACTION
050600     WRITE REPT-REC FROM WS-MAINT-LINE
050700     ADD 1 TO WS-DEL-CNT
050800     ADD 1 TO WS-RECS-OUT.
050900 2600-EXIT.
051000     EXIT.
051100
051200*===============================================================*
051300*  2900-WRITE-REJECT - THE REASON IS ALREADY IN WL-DETAIL       *
051400*===============================================================*
051500 2900-WRITE-REJECT.
051600     MOVE 'REJECT' TO WL-ACTION
051700     WRITE REPT-REC FROM WS-MAINT-LINE
051800     ADD 1 TO WS-RECS-REJ.
051900 2900-EXIT.
052000     EXIT.
052100
052200*===============================================================*
052300*  9000-TERMINATE - WRITE TOTALS AND CLOSE FILES                *
052400*===============================================================*
052500 9000-TERMINATE.
052600     IF NOT BATCH-REFUSED
052700         MOVE SPACES TO REPT-REC
052800         WRITE REPT-REC
052900         MOVE WS-RECS-IN  TO WT-RECS-IN
053000         MOVE WS-ADD-CNT  TO WT-ADD-CNT
053100         MOVE WS-CHG-CNT  TO WT-CHG-CNT
053200         MOVE WS-DEL-CNT  TO WT-DEL-CNT
053300         WRITE REPT-REC FROM WS-TOTALS-LINE
053400         MOVE WS-RECS-REJ TO WT-RECS-REJ
053500         WRITE REPT-REC FROM WS-TOTALS-LINE-2
053600     END-IF
053700     CLOSE SORD-FILE
053800           TRAN-FILE
053900           REPT-FILE.
054000 9000-EXIT.
054100     EXIT.
054200
054300*===============================================================*
054400*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
054500*                         REJECTED CARD, 8 DECK REFUSED, 12     *
054600*                         EMPTY DECK                            *
054700*===============================================================*
054800 9900-SET-RETURN-CODE.
054900     MOVE 0 TO RETURN-CODE
055000     IF WS-RECS-REJ > 0
055100         MOVE 4 TO RETURN-CODE
055200     END-IF
055300     IF BATCH-REFUSED
055400         MOVE 8 TO RETURN-CODE
055500     END-IF
055600     IF WS-RECS-IN = 0 AND NOT BATCH-REFUSED
055700         MOVE 12 TO RETURN-CODE
055800     END-IF.
055900 9900-EXIT.
056000     EXIT.
