000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BUDLOAD.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-09 BSU   ORIGINAL BUDGET MASTER LOAD. APPLIES THE     *
001100*                   FINANCE GROUP'S BUDIN DECK - ONE CARD PER    *
001200*                   ACCOUNT PER MONTH - TO THE INDEXED BUDGET    *
001300*                   MASTER (SEE COPY/BUDREC.CPY, KEYED BY        *
001400*                   ACCOUNT AND YYYYMM MONTH). THE DECK OPENS    *
001500*                   WITH A BATCH HEADER AND CLOSES WITH A        *
001600*                   COUNT/HASH TRAILER (SEE COPY/BATCHCTL.CPY,   *
001700*                   HASH KEY: THE ABSOLUTE AMOUNT'S LOW-ORDER    *
001800*                   TEN DIGITS) AND IS BUFFERED AND PROVEN       *
001900*                   BEFORE ANY CARD IS APPLIED. EACH CARD EDITS  *
002000*                   THROUGH THE SHARED EDITRTN (TYPE G, REASONS  *
002100*                   25-26, AND THE ACCOUNT MASTER CHECK,         *
002200*                   REASONS 20-21). A CARD FOR A MONTH ALREADY   *
002300*                   ON THE MASTER REPLACES THE PLAN, AND THE     *
002400*                   LOAD REPORT SHOWS THE FIGURE IT REPLACED.    *
002500*===============================================================*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BUD-FILE    ASSIGN TO "BUDMST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE  IS RANDOM
003500         RECORD KEY   IS BUD-KEY
003600         FILE STATUS  IS WS-BUD-STATUS.
003700     SELECT TRAN-FILE   ASSIGN TO "BUDIN"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT REPT-FILE   ASSIGN TO "BUDLRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  BUD-FILE.
004500 COPY BUDREC.
004600
004700*---------------------------------------------------------------*
004800*  BUDGET CARD - ACCOUNT, YYYYMM MONTH, AND THE PLANNED AMOUNT   *
004900*  AS A SIGN BYTE (SPACE/+/-) PLUS TWELVE DIGITS                 *
005000*---------------------------------------------------------------*
005100 FD  TRAN-FILE
005200     RECORDING MODE IS F.
005300 01  TRAN-REC.
005400     05  BI-ACCT            PIC X(04).
005500     05  BI-MONTH           PIC X(06).
005600     05  BI-AMOUNT          PIC X(13).
005700     05  FILLER             PIC X(57).
005800
005900 FD  REPT-FILE
006000     RECORDING MODE IS F.
006100 01  REPT-REC               PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-BUD-STATUS          PIC X(02)   VALUE SPACES.
006500 01  WS-SWITCHES.
006600     05  WS-TRAN-EOF-SW     PIC X(01)   VALUE 'N'.
006700         88  TRAN-EOF                   VALUE 'Y'.
006800
006900 01  WS-COUNTERS.
007000     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
007100     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
007200     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
007300     05  WS-REPL-CNT        PIC 9(06)   COMP    VALUE ZERO.
007400
007500 01  WS-AMOUNT-WORK.
007600     05  WS-ABS-AMT         PIC 9(12)   VALUE ZEROES.
007700     05  WS-BUD-AMT         PIC S9(12)  VALUE ZEROES.
007800     05  WS-OLD-AMT         PIC S9(12)  VALUE ZEROES.
007900
008000*---------------------------------------------------------------*
008100*  BATCH CONTROL FIELDS - DECK HEADER/TRAILER VERIFICATION,      *
008200*  HASH KEY: THE ABSOLUTE AMOUNT'S LOW-ORDER TEN DIGITS          *
008300*---------------------------------------------------------------*
008400 01  WS-BATCH-FIELDS.
008500     05  WS-BATCH-ERR-SW    PIC X(01)   VALUE 'N'.
008600         88  BATCH-REFUSED              VALUE 'Y'.
008700     05  WS-BATCH-ID        PIC X(08)   VALUE SPACES.
008800     05  WS-HASH-KEY        PIC 9(10)   VALUE ZERO.
008900     05  WS-HASH-TOTAL      PIC 9(10)   VALUE ZERO.
009000     05  WS-HASH-WORK       PIC 9(11)   VALUE ZERO.
009100     05  WS-HASH-QUOT       PIC 9(02)   VALUE ZERO.
009200 COPY BATCHCTL.
009300
009400*---------------------------------------------------------------*
009500*  THE WHOLE DECK, BUFFERED UNTIL THE TRAILER PROVES IT          *
009600*---------------------------------------------------------------*
009700 01  WS-CARD-CNT            PIC 9(04)   COMP    VALUE ZERO.
009800 01  WS-CARD-TABLE.
009900     05  WS-CARD-BUF        PIC X(80)   OCCURS 2000.
010000 01  P                      PIC 9(04)   COMP    VALUE ZERO.
010100
010200*---------------------------------------------------------------*
010300*  COMMUNICATION AREA FOR THE SHARED FIELD-EDIT SUBROUTINE       *
010400*---------------------------------------------------------------*
010500 COPY EDITPARM.
010600
010700*---------------------------------------------------------------*
010800*  BATCH REFUSAL LINE                                            *
010900*---------------------------------------------------------------*
011000 01  WS-REFUSAL-LINE.
011100     05  FILLER             PIC X(06)   VALUE 'BATCH '.
011200     05  WF-BATCH-ID        PIC X(08).
011300     05  FILLER             PIC X(11)   VALUE ' REFUSED - '.
011400     05  WF-REASON          PIC X(50)   VALUE SPACES.
011500     05  FILLER             PIC X(05)   VALUE SPACES.
011600
011700 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
011800 COPY BUSDPARM.
011900
012000*---------------------------------------------------------------*
012100*  LOAD AUDIT LINE                                               *
012200*---------------------------------------------------------------*
012300 01  WS-MAINT-LINE.
012400     05  WL-ACTION          PIC X(08).
012500     05  FILLER             PIC X(02)   VALUE SPACES.
012600     05  WL-ACCT            PIC X(04).
012700     05  FILLER             PIC X(02)   VALUE SPACES.
012800     05  WL-MONTH           PIC X(06).
012900     05  FILLER             PIC X(02)   VALUE SPACES.
013000     05  WL-AMOUNT          PIC -(12)9.
013100     05  FILLER             PIC X(02)   VALUE SPACES.
013200     05  WL-DETAIL          PIC X(37)   VALUE SPACES.
013300     05  FILLER             PIC X(04)   VALUE SPACES.
013400
013500 01  WS-PREV-TEXT.
013600     05  FILLER             PIC X(17)   VALUE
013700         'REPLACES PLAN OF '.
013800     05  WV-OLD-AMT         PIC -(12)9.
013900     05  FILLER             PIC X(07)   VALUE SPACES.
014000
014100 01  WS-TOTALS-LINE.
014200     05  FILLER             PIC X(12)   VALUE 'CARDS READ: '.
014300     05  WT-RECS-IN         PIC ZZZ,ZZ9.
014400     05  FILLER             PIC X(10)   VALUE '  LOADED: '.
014500     05  WT-RECS-OUT        PIC ZZZ,ZZ9.
014600     05  FILLER             PIC X(12)   VALUE '  REPLACED: '.
014700     05  WT-REPL-CNT        PIC ZZZ,ZZ9.
014800     05  FILLER             PIC X(12)   VALUE '  REJECTED: '.
014900     05  WT-RECS-REJ        PIC ZZZ,ZZ9.
015000     05  FILLER             PIC X(06)   VALUE SPACES.
015100
015200 PROCEDURE DIVISION.
015300*===============================================================*
015400*  0000-MAINLINE                                                *
015500*===============================================================*
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
015800     PERFORM 1500-READ-DECK       THRU 1500-EXIT
015900     IF NOT BATCH-REFUSED
016000         PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
016100     END-IF
016200     PERFORM 9000-TERMINATE       THRU 9000-EXIT
016300     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
016400     STOP RUN.
016500
016600*===============================================================*
016700*  1000-INITIALIZE - OPEN FILES (I-O EXTENDS AN EXISTING        *
016800*                    MASTER; A MISSING ONE IS CREATED FIRST)    *
016900*===============================================================*
017000 1000-INITIALIZE.
017100     OPEN I-O BUD-FILE
017200     IF WS-BUD-STATUS = '35'
017300         OPEN OUTPUT BUD-FILE
017400         CLOSE BUD-FILE
017500         OPEN I-O BUD-FILE
017600     END-IF
017700     OPEN INPUT  TRAN-FILE
017800          OUTPUT REPT-FILE
017900     CALL 'BUSDATE' USING BUSD-PARM
018000     MOVE BUSD-DATE TO WS-TODAY.
018100 1000-EXIT.
018200     EXIT.
018300
018400*===============================================================*
018500*  1500-READ-DECK - THE DECK MUST OPEN WITH A BATCH HEADER AND  *
018600*                   CLOSE WITH A COUNT/HASH TRAILER; EVERY      *
018700*                   DETAIL CARD IS BUFFERED SO NOTHING IS       *
018800*                   APPLIED UNTIL THE TRAILER PROVES THE DECK   *
018900*===============================================================*
019000 1500-READ-DECK.
019100     PERFORM 1600-READ-TRAN THRU 1600-EXIT
019200     IF TRAN-EOF
019300         MOVE 'DECK IS EMPTY - NO BATCH HEADER RECORD'
019400                              TO WF-REASON
019500         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
019600         GO TO 1500-EXIT
019700     END-IF
019800     MOVE TRAN-REC(1:17) TO BATCH-CTL-REC
019900     IF BCR-HEADER
020000         MOVE BCH-BATCH-ID TO WS-BATCH-ID
020100     ELSE
020200         MOVE 'DECK DOES NOT OPEN WITH A BATCH HEADER RECORD'
020300                              TO WF-REASON
020400         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
020500         GO TO 1500-EXIT
020600     END-IF
020700     PERFORM 1600-READ-TRAN THRU 1600-EXIT
020800     PERFORM UNTIL TRAN-EOF OR BATCH-REFUSED
020900         IF TRAN-REC(1:1) = 'T'
021000                 AND TRAN-REC(2:6) IS NUMERIC
021100                 AND TRAN-REC(8:10) IS NUMERIC
021200             PERFORM 1700-CHECK-TRAILER THRU 1700-EXIT
021300             GO TO 1500-EXIT
021400         END-IF
021500         ADD 1 TO WS-RECS-IN
021600         IF BI-AMOUNT(4:10) IS NUMERIC
021700             MOVE BI-AMOUNT(4:10) TO WS-HASH-KEY
021800             COMPUTE WS-HASH-WORK = WS-HASH-TOTAL + WS-HASH-KEY
021900             DIVIDE WS-HASH-WORK BY 10000000000
022000                 GIVING WS-HASH-QUOT REMAINDER WS-HASH-TOTAL
022100         END-IF
022200         IF WS-CARD-CNT < 2000
022300             ADD 1 TO WS-CARD-CNT
022400             MOVE TRAN-REC TO WS-CARD-BUF(WS-CARD-CNT)
022500         ELSE
022600             MOVE 'DECK EXCEEDS THE 2000-CARD BUFFER'
022700                              TO WF-REASON
022800             PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
022900             GO TO 1500-EXIT
023000         END-IF
023100         PERFORM 1600-READ-TRAN THRU 1600-EXIT
023200     END-PERFORM
023300     IF TRAN-EOF AND NOT BATCH-REFUSED
023400         MOVE 'DECK ENDS WITHOUT A BATCH TRAILER RECORD'
023500                              TO WF-REASON
023600         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
023700     END-IF.
023800 1500-EXIT.
023900     EXIT.
024000
024100*===============================================================*
024200*  1600-READ-TRAN                                               *
024300*===============================================================*
024400 1600-READ-TRAN.
024500     READ TRAN-FILE
024600         AT END
024700             SET TRAN-EOF TO TRUE
024800             GO TO 1600-EXIT
024900     END-READ.
025000 1600-EXIT.
025100     EXIT.
025200
025300*===============================================================*
025400*  1700-CHECK-TRAILER - PROVE THE TRAILER'S COUNT AND HASH      *
025500*                       TOTAL AGAINST WHAT WAS ACTUALLY READ    *
025600*===============================================================*
025700 1700-CHECK-TRAILER.
025800     MOVE TRAN-REC(1:17) TO BATCH-CTL-REC
025900     IF BCT-REC-COUNT NOT = WS-RECS-IN
026000             OR BCT-HASH-TOTAL NOT = WS-HASH-TOTAL
026100         MOVE 'TRAILER COUNT/HASH DOES NOT MATCH DECK AS READ'
026200                              TO WF-REASON
026300         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
026400     END-IF.
026500 1700-EXIT.
026600     EXIT.
026700
026800*===============================================================*
026900*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE     *
027000*                       RUN, PUT THE REASON ON THE REPORT AND   *
027100*                       THE CONSOLE. NOTHING HAS BEEN APPLIED.  *
027200*===============================================================*
027300 8800-WRITE-REFUSAL.
027400     SET BATCH-REFUSED TO TRUE
027500     MOVE WS-BATCH-ID TO WF-BATCH-ID
027600     WRITE REPT-REC FROM WS-REFUSAL-LINE
027700     DISPLAY 'BUDLOAD: BATCH ' WS-BATCH-ID ' REFUSED - '
027800         WF-REASON.
027900 8800-EXIT.
028000     EXIT.
028100
028200*===============================================================*
028300*  2000-APPLY-TRANS - ONE PASS OVER THE PROVEN, BUFFERED DECK   *
028400*===============================================================*
028500 2000-APPLY-TRANS.
028600     MOVE 1 TO P
028700     PERFORM UNTIL P > WS-CARD-CNT
028800         MOVE WS-CARD-BUF(P) TO TRAN-REC
028900         PERFORM 2200-APPLY-ONE THRU 2200-EXIT
029000         ADD 1 TO P
029100     END-PERFORM.
029200 2000-EXIT.
029300     EXIT.
029400
029500*===============================================================*
029600*  2200-APPLY-ONE - EDIT THE CARD, THEN ADD THE MONTH'S PLAN OR *
029700*                   REPLACE THE ONE ALREADY ON THE MASTER       *
029800*===============================================================*
029900 2200-APPLY-ONE.
030000     MOVE SPACES   TO WS-MAINT-LINE
030100     MOVE BI-ACCT  TO WL-ACCT
030200     MOVE BI-MONTH TO WL-MONTH
030300     MOVE 'G' TO EDIT-TYPE
030400     MOVE TRAN-REC(1:49) TO EDIT-PAYLOAD
030500     CALL 'EDITRTN' USING EDIT-CTL EDIT-PAYLOAD
030600     IF EDIT-INVALID
030700         MOVE 'REJECT'  TO WL-ACTION
030800         MOVE EDIT-REASON-TEXT TO WL-DETAIL
030900         WRITE REPT-REC FROM WS-MAINT-LINE
031000         ADD 1 TO WS-RECS-REJ
031100         GO TO 2200-EXIT
031200     END-IF
031300     MOVE BI-AMOUNT(2:12) TO WS-ABS-AMT
031400     IF BI-AMOUNT(1:1) = '-'
031500         COMPUTE WS-BUD-AMT = ZERO - WS-ABS-AMT
031600     ELSE
031700         MOVE WS-ABS-AMT TO WS-BUD-AMT
031800     END-IF
031900     MOVE WS-BUD-AMT TO WL-AMOUNT
032000     MOVE BI-ACCT  TO BUD-ACCT
032100     MOVE BI-MONTH TO BUD-MONTH
032200     READ BUD-FILE
032300         INVALID KEY
032400             PERFORM 2300-BUILD-MASTER THRU 2300-EXIT
032500             WRITE BUD-REC
032600                 INVALID KEY
032700                     MOVE 'REJECT' TO WL-ACTION
032800                     MOVE 'BUDGET MASTER WRITE FAILED'
032900                                    TO WL-DETAIL
033000                     ADD 1 TO WS-RECS-REJ
033100                 NOT INVALID KEY
033200                     MOVE 'ADDED'  TO WL-ACTION
033300                     ADD 1 TO WS-RECS-OUT
033400             END-WRITE
033500         NOT INVALID KEY
033600             MOVE BUD-AMOUNT TO WS-OLD-AMT
033700             PERFORM 2300-BUILD-MASTER THRU 2300-EXIT
033800             REWRITE BUD-REC
033900                 INVALID KEY
034000                     MOVE 'REJECT' TO WL-ACTION
034100                     MOVE 'BUDGET MASTER REWRITE FAILED'
034200                                    TO WL-DETAIL
034300                     ADD 1 TO WS-RECS-REJ
034400                 NOT INVALID KEY
034500                     MOVE 'REPLACED' TO WL-ACTION
034600                     MOVE WS-OLD-AMT TO WV-OLD-AMT
034700                     MOVE WS-PREV-TEXT TO WL-DETAIL
034800                     ADD 1 TO WS-RECS-OUT
034900                     ADD 1 TO WS-REPL-CNT
035000             END-REWRITE
035100     END-READ
035200     WRITE REPT-REC FROM WS-MAINT-LINE.
035300 2200-EXIT.
035400     EXIT.
035500
035600*===============================================================*
035700*  2300-BUILD-MASTER - CARD FIELDS INTO THE MASTER RECORD,      *
035800*                      STAMPED WITH THE DECK THAT SET THEM      *
035900*===============================================================*
036000 2300-BUILD-MASTER.
036100     MOVE SPACES      TO BUD-REC
036200     MOVE BI-ACCT     TO BUD-ACCT
036300     MOVE BI-MONTH    TO BUD-MONTH
036400     MOVE WS-BUD-AMT  TO BUD-AMOUNT
036500     MOVE WS-TODAY    TO BUD-LOAD-DATE
036600     MOVE WS-BATCH-ID TO BUD-BATCH-ID.
036700 2300-EXIT.
036800     EXIT.
036900
037000*===============================================================*
037100*  9000-TERMINATE - WRITE TOTALS AND CLOSE FILES                *
037200*===============================================================*
037300 9000-TERMINATE.
037400     IF NOT BATCH-REFUSED
037500         MOVE SPACES TO REPT-REC
037600         WRITE REPT-REC
037700         MOVE WS-RECS-IN  TO WT-RECS-IN
037800         MOVE WS-RECS-OUT TO WT-RECS-OUT
037900         MOVE WS-REPL-CNT TO WT-REPL-CNT
038000         MOVE WS-RECS-REJ TO WT-RECS-REJ
038100         WRITE REPT-REC FROM WS-TOTALS-LINE
038200     END-IF
038300     CLOSE BUD-FILE
038400           TRAN-FILE
038500           REPT-FILE.
038600 9000-EXIT.
038700     EXIT.
038800
038900*===============================================================*
039000*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
039100*                         REJECTED CARD, 8 DECK REFUSED, 12     *
039200*                         EMPTY DECK                            *
039300*===============================================================*
039400 9900-SET-RETURN-CODE.
039500     MOVE 0 TO RETURN-CODE
039600     IF WS-RECS-REJ > 0
039700         MOVE 4 TO RETURN-CODE
039800     END-IF
039900     IF BATCH-REFUSED
040000         MOVE 8 TO RETURN-CODE
040100     END-IF
040200     IF WS-RECS-IN = 0 AND NOT BATCH-REFUSED
040300         MOVE 12 TO RETURN-CODE
040400     END-IF.
040500 9900-EXIT.
040600     EXIT.
