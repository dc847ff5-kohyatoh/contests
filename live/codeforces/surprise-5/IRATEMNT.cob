000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IRATEMNT.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL INTEREST RATE MASTER MAINTENANCE.  *
001100*                   APPLIES A DECK OF ADD/CHANGE/DELETE CARDS   *
001200*                   TO THE INDEXED INTEREST RATE MASTER (SEE    *
001300*                   COPY/IRATEREC.CPY, KEYED BY ACCOUNT). THE   *
001400*                   DECK OPENS WITH A BATCH HEADER AND CLOSES   *
001500*                   WITH A COUNT/HASH TRAILER (SEE              *
001600*                   COPY/BATCHCTL.CPY, HASH KEY: THE RATE'S     *
001700*                   NINE DIGITS) AND IS BUFFERED AND PROVEN     *
001800*                   BEFORE ANY CARD IS APPLIED. ADD AND CHANGE  *
001900*                   CARDS EDIT THROUGH THE SHARED EDITRTN (TYPE *
002000*                   I, REASONS 29 AND 32-35, AND THE ACCOUNT    *
002100*                   MASTER CHECK, REASONS 20-21). AN ADD SETS   *
002200*                   THE ACCRUED-THROUGH DATE FROM THE CARD'S    *
002300*                   ACCRUE-FROM DATE; A CHANGE KEEPS THE        *
002400*                   ACCRUAL POSITION UNLESS THE CARD NAMES A    *
002500*                   NEW ONE. A CHANGE TAKES EFFECT FROM THE     *
002600*                   NEXT ACCRUAL RUN. EVERY ACTION AND REJECT   *
002700*                   GOES ON THE MAINTENANCE REPORT.             *
002800*===============================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT IRATE-FILE  ASSIGN TO "INTRATE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE  IS RANDOM
003800         RECORD KEY   IS IRT-ACCT
003900         FILE STATUS  IS WS-IRATE-STATUS.
004000     SELECT TRAN-FILE   ASSIGN TO "IRATEIN"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT REPT-FILE   ASSIGN TO "IRATERPT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  IRATE-FILE.
004800 COPY IRATEREC.
004900
005000*---------------------------------------------------------------*
005100*  MAINTENANCE CARD - ACTION A (ADD), C (CHANGE), D (DELETE),   *
005200*  THEN THE RATE LINE AS EDITRTN'S TYPE-I PAYLOAD (COLUMNS      *
005300*  2-29): ACCOUNT, RATE (SIGN BYTE PLUS NINE DIGITS, SIX OF     *
005400*  THEM DECIMALS), DAY BASIS, ACCRUAL FREQUENCY, CONTRA         *
005500*  ACCOUNT (BLANK FOR NONE) AND ACCRUE-FROM DATE (YYYYMMDD,     *
005600*  REQUIRED ON AN ADD, BLANK ON A CHANGE TO KEEP THE CURRENT    *
005700*  POSITION), THEN THE STATUS (A ACTIVE - THE DEFAULT - OR H    *
005800*  HELD).                                                       *
005900*---------------------------------------------------------------*
006000 FD  TRAN-FILE
006100     RECORDING MODE IS F.
006200 01  TRAN-REC.
006300     05  RI-ACTION          PIC X(01).
006400         88  RI-ADD                     VALUE 'A'.
006500         88  RI-CHANGE                  VALUE 'C'.
006600         88  RI-DELETE                  VALUE 'D'.
006700     05  RI-ACCT            PIC X(04).
006800     05  RI-RATE            PIC X(10).
006900     05  RI-BASIS           PIC X(01).
007000     05  RI-FREQ            PIC X(01).
007100     05  RI-CONTRA          PIC X(04).
007200     05  RI-FROM            PIC X(08).
007300     05  RI-STATUS          PIC X(01).
007400     05  FILLER             PIC X(50).
007500
007600 FD  REPT-FILE
007700     RECORDING MODE IS F.
007800 01  REPT-REC               PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-IRATE-STATUS        PIC X(02)   VALUE SPACES.
008200 01  WS-SWITCHES.
008300     05  WS-TRAN-EOF-SW     PIC X(01)   VALUE 'N'.
008400         88  TRAN-EOF                   VALUE 'Y'.
008500
008600 01  WS-COUNTERS.
008700     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
008800     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
008900     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
009000     05  WS-ADD-CNT         PIC 9(06)   COMP    VALUE ZERO.
009100     05  WS-CHG-CNT         PIC 9(06)   COMP    VALUE ZERO.
009200     05  WS-DEL-CNT         PIC 9(06)   COMP    VALUE ZERO.
009300
009400*---------------------------------------------------------------*
009500*  CARD FIELDS CONVERTED FOR THE MASTER RECORD                   *
009600*---------------------------------------------------------------*
009700 01  WS-CARD-WORK.
009800     05  WS-RATE-DIGITS     PIC 9(09)   VALUE ZEROES.
009900     05  WS-ABS-RATE        PIC 9(03)V9(06) VALUE ZEROES.
010000     05  WS-NEW-RATE        PIC S9(03)V9(06) VALUE ZEROES.
010100     05  WS-NEW-STATUS      PIC X(01)   VALUE SPACES.
010200     05  WS-KEEP-ACCR       PIC 9(08)   VALUE ZEROES.
010300     05  WS-KEEP-AMT        PIC S9(10)  VALUE ZEROES.
010400
010500*---------------------------------------------------------------*
010600*  BATCH CONTROL FIELDS - DECK HEADER/TRAILER VERIFICATION,      *
010700*  HASH KEY: THE RATE'S NINE DIGITS                              *
010800*---------------------------------------------------------------*
010900 01  WS-BATCH-FIELDS.
011000     05  WS-BATCH-ERR-SW    PIC X(01)   VALUE 'N'.
011100         88  BATCH-REFUSED              VALUE 'Y'.
011200     05  WS-BATCH-ID        PIC X(08)   VALUE SPACES.
011300     05  WS-HASH-KEY        PIC 9(10)   VALUE ZERO.
011400     05  WS-HASH-TOTAL      PIC 9(10)   VALUE ZERO.
011500     05  WS-HASH-WORK       PIC 9(11)   VALUE ZERO.
011600     05  WS-HASH-QUOT       PIC 9(02)   VALUE ZERO.
011700 COPY BATCHCTL.
011800
011900*---------------------------------------------------------------*
012000*  THE WHOLE DECK, BUFFERED UNTIL THE TRAILER PROVES IT          *
012100*---------------------------------------------------------------*
012200 01  WS-CARD-CNT            PIC 9(04)   COMP    VALUE ZERO.
012300 01  WS-CARD-TABLE.
012400     05  WS-CARD-BUF        PIC X(80)   OCCURS 2000.
012500 01  P                      PIC 9(04)   COMP    VALUE ZERO.
012600
012700*---------------------------------------------------------------*
012800*  COMMUNICATION AREA FOR THE SHARED FIELD-EDIT SUBROUTINE       *
012900*---------------------------------------------------------------*
013000 COPY EDITPARM.
013100
013200*---------------------------------------------------------------*
013300*  BATCH REFUSAL LINE                                            *
013400*---------------------------------------------------------------*
013500 01  WS-REFUSAL-LINE.
013600     05  FILLER             PIC X(06)   VALUE 'BATCH '.
013700     05  WF-BATCH-ID        PIC X(08).
013800     05  FILLER             PIC X(11)   VALUE ' REFUSED - '.
013900     05  WF-REASON          PIC X(50)   VALUE SPACES.
014000     05  FILLER             PIC X(05)   VALUE SPACES.
014100
014200*---------------------------------------------------------------*
014300*  MAINTENANCE AUDIT LINE                                        *
014400*---------------------------------------------------------------*
014500 01  WS-MAINT-LINE.
014600     05  WL-ACTION          PIC X(08).
014700     05  FILLER             PIC X(02)   VALUE SPACES.
014800     05  WL-ACCT            PIC X(04).
014900     05  FILLER             PIC X(02)   VALUE SPACES.
015000     05  WL-DETAIL          PIC X(54)   VALUE SPACES.
015100     05  FILLER             PIC X(10)   VALUE SPACES.
015200
015300 01  WS-RATE-TEXT.
015400     05  FILLER             PIC X(05)   VALUE 'RATE '.
015500     05  WV-RATE            PIC ---9.999999.
015600     05  FILLER             PIC X(07)   VALUE ' BASIS '.
015700     05  WV-BASIS           PIC X(01).
015800     05  FILLER             PIC X(06)   VALUE ' FREQ '.
015900     05  WV-FREQ            PIC X(01).
016000     05  FILLER             PIC X(06)   VALUE ' THRU '.
016100     05  WV-ACCR            PIC 9(08).
016200     05  FILLER             PIC X(01)   VALUE SPACE.
016300     05  WV-CONTRA          PIC X(04).
016400     05  FILLER             PIC X(01)   VALUE SPACE.
016500     05  WV-STATUS          PIC X(01).
016600     05  FILLER             PIC X(02)   VALUE SPACES.
016700
016800 01  WS-TOTALS-LINE.
016900     05  FILLER             PIC X(12)   VALUE 'CARDS READ: '.
017000     05  WT-RECS-IN         PIC ZZZ,ZZ9.
017100     05  FILLER             PIC X(09)   VALUE '  ADDED: '.
017200     05  WT-ADD-CNT         PIC ZZZ,ZZ9.
017300     05  FILLER             PIC X(11)   VALUE '  CHANGED: '.
017400     05  WT-CHG-CNT         PIC ZZZ,ZZ9.
017500     05  FILLER             PIC X(11)   VALUE '  DELETED: '.
017600     05  WT-DEL-CNT         PIC ZZZ,ZZ9.
017700     05  FILLER             PIC X(09)   VALUE SPACES.
017800
017900 01  WS-TOTALS-LINE-2.
018000     05  FILLER             PIC X(12)   VALUE 'REJECTED:  '.
018100     05  WT-RECS-REJ        PIC ZZZ,ZZ9.
018200     05  FILLER             PIC X(61)   VALUE SPACES.
018300
018400 PROCEDURE DIVISION.
018500*===============================================================*
018600*  0000-MAINLINE                                                *
018700*===============================================================*
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
019000     PERFORM 1500-READ-DECK       THRU 1500-EXIT
019100     IF NOT BATCH-REFUSED
019200         PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
019300     END-IF
019400     PERFORM 9000-TERMINATE       THRU 9000-EXIT
019500     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
019600     STOP RUN.
019700
019800*===============================================================*
019900*  1000-INITIALIZE - OPEN FILES (I-O EXTENDS AN EXISTING        *
020000*                    MASTER; A MISSING ONE IS CREATED FIRST)    *
020100*===============================================================*
020200 1000-INITIALIZE.
020300     OPEN I-O IRATE-FILE
020400     IF WS-IRATE-STATUS = '35'
020500         OPEN OUTPUT IRATE-FILE
020600         CLOSE IRATE-FILE
020700         OPEN I-O IRATE-FILE
020800     END-IF
020900     OPEN INPUT  TRAN-FILE
021000          OUTPUT REPT-FILE.
021100 1000-EXIT.
021200     EXIT.
021300
021400*===============================================================*
021500*  1500-READ-DECK - THE DECK MUST OPEN WITH A BATCH HEADER AND  *
021600*                   CLOSE WITH A COUNT/HASH TRAILER; EVERY      *
021700*                   DETAIL CARD IS BUFFERED SO NOTHING IS       *
021800*                   APPLIED UNTIL THE TRAILER PROVES THE DECK   *
021900*===============================================================*
022000 1500-READ-DECK.
022100     PERFORM 1600-READ-TRAN THRU 1600-EXIT
022200     IF TRAN-EOF
022300         MOVE 'DECK IS EMPTY - NO BATCH HEADER RECORD'
022400                              TO WF-REASON
022500         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
022600         GO TO 1500-EXIT
022700     END-IF
022800     MOVE TRAN-REC(1:17) TO BATCH-CTL-REC
022900     IF BCR-HEADER
023000         MOVE BCH-BATCH-ID TO WS-BATCH-ID
023100     ELSE
023200         MOVE 'DECK DOES NOT OPEN WITH A BATCH HEADER RECORD'
023300                              TO WF-REASON
023400         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
023500         GO TO 1500-EXIT
023600     END-IF
023700     PERFORM 1600-READ-TRAN THRU 1600-EXIT
023800     PERFORM UNTIL TRAN-EOF OR BATCH-REFUSED
023900         IF TRAN-REC(1:1) = 'T'
024000                 AND TRAN-REC(2:6) IS NUMERIC
024100                 AND TRAN-REC(8:10) IS NUMERIC
024200             PERFORM 1700-CHECK-TRAILER THRU 1700-EXIT
024300             GO TO 1500-EXIT
024400         END-IF
024500         ADD 1 TO WS-RECS-IN
024600         IF RI-RATE(2:9) IS NUMERIC
024700             MOVE RI-RATE(2:9) TO WS-HASH-KEY
024800             COMPUTE WS-HASH-WORK = WS-HASH-TOTAL + WS-HASH-KEY
024900             DIVIDE WS-HASH-WORK BY 10000000000
025000                 GIVING WS-HASH-QUOT REMAINDER WS-HASH-TOTAL
025100         END-IF
025200         IF WS-CARD-CNT < 2000
025300             ADD 1 TO WS-CARD-CNT
025400             MOVE TRAN-REC TO WS-CARD-BUF(WS-CARD-CNT)
025500         ELSE
025600             MOVE 'DECK EXCEEDS THE 2000-CARD BUFFER'
025700                              TO WF-REASON
025800             PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
025900             GO TO 1500-EXIT
026000         END-IF
026100         PERFORM 1600-READ-TRAN THRU 1600-EXIT
026200     END-PERFORM
026300     IF TRAN-EOF AND NOT BATCH-REFUSED
026400         MOVE 'DECK ENDS WITHOUT A BATCH TRAILER RECORD'
026500                              TO WF-REASON
026600         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
026700     END-IF.
026800 1500-EXIT.
026900     EXIT.
027000
027100*===============================================================*
027200*  1600-READ-TRAN                                               *
027300*===============================================================*
027400 1600-READ-TRAN.
027500     READ TRAN-FILE
027600         AT END
027700             SET TRAN-EOF TO TRUE
027800             GO TO 1600-EXIT
027900     END-READ.
028000 1600-EXIT.
028100     EXIT.
028200
028300*===============================================================*
028400*  1700-CHECK-TRAILER - PROVE THE TRAILER'S COUNT AND HASH      *
028500*                       TOTAL AGAINST WHAT WAS ACTUALLY READ    *
028600*===============================================================*
028700 1700-CHECK-TRAILER.
028800     MOVE TRAN-REC(1:17) TO BATCH-CTL-REC
028900     IF BCT-REC-COUNT NOT = WS-RECS-IN
029000             OR BCT-HASH-TOTAL NOT = WS-HASH-TOTAL
029100         MOVE 'TRAILER COUNT/HASH DOES NOT MATCH DECK AS READ'
029200                              TO WF-REASON
029300         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
029400     END-IF.
029500 1700-EXIT.
029600     EXIT.
029700
029800*===============================================================*
029900*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE     *
030000*                       RUN, PUT THE REASON ON THE REPORT AND   *
030100*                       THE CONSOLE. NOTHING HAS BEEN APPLIED.  *
030200*===============================================================*
030300 8800-WRITE-REFUSAL.
030400     SET BATCH-REFUSED TO TRUE
030500     MOVE WS-BATCH-ID TO WF-BATCH-ID
030600     WRITE REPT-REC FROM WS-REFUSAL-LINE
030700     DISPLAY 'IRATEMNT: BATCH ' WS-BATCH-ID ' REFUSED - '
030800         WF-REASON.
030900 8800-EXIT.
031000     EXIT.
031100
031200*===============================================================*
031300*  2000-APPLY-TRANS - ONE PASS OVER THE PROVEN, BUFFERED DECK   *
031400*===============================================================*
031500 2000-APPLY-TRANS.
031600     MOVE 1 TO P
031700     PERFORM UNTIL P > WS-CARD-CNT
031800         MOVE WS-CARD-BUF(P) TO TRAN-REC
031900         PERFORM 2200-APPLY-ONE THRU 2200-EXIT
032000         ADD 1 TO P
032100     END-PERFORM.
032200 2000-EXIT.
032300     EXIT.
032400
032500*===============================================================*
032600*  2200-APPLY-ONE - EDIT THE CARD, THEN ADD, CHANGE OR DELETE   *
032700*                   THE NAMED ACCOUNT'S RATE                    *
032800*===============================================================*
032900 2200-APPLY-ONE.
033000     MOVE SPACES   TO WS-MAINT-LINE
033100     MOVE RI-ACCT  TO WL-ACCT
033200     IF NOT RI-ADD AND NOT RI-CHANGE AND NOT RI-DELETE
033300         MOVE 'UNRECOGNIZED ACTION CODE' TO WL-DETAIL
033400         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
033500         GO TO 2200-EXIT
033600     END-IF
033700     IF RI-DELETE
033800         PERFORM 2600-DELETE-RATE THRU 2600-EXIT
033900         GO TO 2200-EXIT
034000     END-IF
034100     PERFORM 2300-EDIT-CARD THRU 2300-EXIT
034200     IF WL-DETAIL NOT = SPACES
034300         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
034400         GO TO 2200-EXIT
034500     END-IF
034600     MOVE RI-ACCT TO IRT-ACCT
034700     READ IRATE-FILE
034800         INVALID KEY
034900             IF RI-ADD
035000                 MOVE RI-FROM TO WS-KEEP-ACCR
035100                 MOVE ZERO    TO WS-KEEP-AMT
035200                 PERFORM 2400-BUILD-MASTER THRU 2400-EXIT
035300                 WRITE IRT-REC
035400                     INVALID KEY
035500                         MOVE 'RATE MASTER WRITE FAILED'
035600                                        TO WL-DETAIL
035700                     NOT INVALID KEY
035800                         MOVE 'ADDED'   TO WL-ACTION
035900                         ADD 1 TO WS-ADD-CNT
036000                 END-WRITE
036100             ELSE
036200                 MOVE 'CHANGE TO ACCOUNT WITH NO RATE ON FILE'
036300                                TO WL-DETAIL
036400             END-IF
036500         NOT INVALID KEY
036600             IF RI-CHANGE
036700                 MOVE IRT-LAST-ACCR TO WS-KEEP-ACCR
036800                 IF RI-FROM NOT = SPACES
036900                     MOVE RI-FROM TO WS-KEEP-ACCR
037000                 END-IF
037100                 MOVE IRT-LAST-AMT  TO WS-KEEP-AMT
037200                 PERFORM 2400-BUILD-MASTER THRU 2400-EXIT
037300                 REWRITE IRT-REC
037400                     INVALID KEY
037500                         MOVE 'RATE MASTER REWRITE FAILED'
037600                                        TO WL-DETAIL
037700                     NOT INVALID KEY
037800                         MOVE 'CHANGED' TO WL-ACTION
037900                         ADD 1 TO WS-CHG-CNT
038000                 END-REWRITE
038100             ELSE
038200                 MOVE 'DUPLICATE ADD - RATE ALREADY ON FILE'
038300                                TO WL-DETAIL
038400             END-IF
038500     END-READ
038600     IF WL-ACTION = SPACES
038700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
038800         GO TO 2200-EXIT
038900     END-IF
039000     ADD 1 TO WS-RECS-OUT
039100     MOVE IRT-RATE      TO WV-RATE
039200     MOVE IRT-BASIS     TO WV-BASIS
039300     MOVE IRT-FREQ      TO WV-FREQ
039400     MOVE IRT-LAST-ACCR TO WV-ACCR
039500     MOVE IRT-CONTRA    TO WV-CONTRA
039600     MOVE IRT-STATUS    TO WV-STATUS
039700     MOVE WS-RATE-TEXT  TO WL-DETAIL
039800     WRITE REPT-REC FROM WS-MAINT-LINE.
039900 2200-EXIT.
040000     EXIT.
040100
040200*===============================================================*
040300*  2300-EDIT-CARD - THE SHARED TYPE-I EDIT, THEN THE STATUS.    *
040400*                   A CHANGE CARD MAY LEAVE THE ACCRUE-FROM     *
040500*                   DATE BLANK, SO A PLACEHOLDER DATE STANDS IN *
040600*                   FOR IT ON THE EDIT. WL-DETAIL COMES BACK    *
040700*                   WITH THE REASON WHEN THE CARD IS BAD.       *
040800*===============================================================*
040900 2300-EDIT-CARD.
041000     MOVE 'I' TO EDIT-TYPE
041100     MOVE TRAN-REC(2:28) TO EDIT-PAYLOAD
041200     IF RI-CHANGE AND RI-FROM = SPACES
041300         MOVE '19000101' TO EDIT-PAYLOAD(21:8)
041400     END-IF
041500     CALL 'EDITRTN' USING EDIT-CTL EDIT-PAYLOAD
041600     IF EDIT-INVALID
041700         MOVE EDIT-REASON-TEXT TO WL-DETAIL
041800         GO TO 2300-EXIT
041900     END-IF
042000     MOVE RI-STATUS TO WS-NEW-STATUS
042100     IF WS-NEW-STATUS = SPACE
042200         MOVE 'A' TO WS-NEW-STATUS
042300     END-IF
042400     IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'H'
042500         MOVE 'STATUS NOT A (ACTIVE) OR H (HELD)' TO WL-DETAIL
042600         GO TO 2300-EXIT
042700     END-IF
042800     MOVE RI-RATE(2:9) TO WS-RATE-DIGITS
042900     COMPUTE WS-ABS-RATE = WS-RATE-DIGITS / 1000000
043000     IF RI-RATE(1:1) = '-'
043100         COMPUTE WS-NEW-RATE = ZERO - WS-ABS-RATE
043200     ELSE
043300         MOVE WS-ABS-RATE TO WS-NEW-RATE
043400     END-IF.
043500 2300-EXIT.
043600     EXIT.
043700
043800*===============================================================*
043900*  2400-BUILD-MASTER - CARD FIELDS INTO THE MASTER RECORD; THE  *
044000*                      ACCRUAL POSITION IS ALREADY STAGED       *
044100*===============================================================*
044200 2400-BUILD-MASTER.
044300     MOVE SPACES            TO IRT-REC
044400     MOVE RI-ACCT           TO IRT-ACCT
044500     MOVE WS-NEW-RATE       TO IRT-RATE
044600     MOVE RI-BASIS          TO IRT-BASIS
044700     MOVE RI-FREQ           TO IRT-FREQ
044800     MOVE RI-CONTRA         TO IRT-CONTRA
044900     MOVE WS-KEEP-ACCR      TO IRT-LAST-ACCR
045000     MOVE WS-KEEP-AMT       TO IRT-LAST-AMT
045100     MOVE WS-NEW-STATUS     TO IRT-STATUS.
045200 2400-EXIT.
045300     EXIT.
045400
045500*===============================================================*
045600*  2600-DELETE-RATE - REMOVE THE NAMED ACCOUNT'S RATE           *
045700*===============================================================*
045800 2600-DELETE-RATE.
045900     MOVE RI-ACCT TO IRT-ACCT
046000     READ IRATE-FILE
046100         INVALID KEY
046200             MOVE 'DELETE OF ACCOUNT WITH NO RATE ON FILE'
046300                            TO WL-DETAIL
046400             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
046500             GO TO 2600-EXIT
046600     END-READ
046700     DELETE IRATE-FILE
046800         INVALID KEY
046900             MOVE 'RATE MASTER DELETE FAILED'
047000                            TO WL-DETAIL
047100             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
047200             GO TO 2600-EXIT
047300     END-DELETE
047400     MOVE 'DELETED' TO WL-ACTION
047500     WRITE REPT-REC FROM WS-MAINT-LINE
047600     ADD 1 TO WS-DEL-CNT
047700     ADD 1 TO WS-RECS-OUT.
047800 2600-EXIT.
047900     EXIT.
048000
048100*===============================================================*
048200*  2900-WRITE-REJECT - THE REASON IS ALREADY IN WL-DETAIL       *
048300*===============================================================*
048400 2900-WRITE-REJECT.
048500     MOVE 'REJECT' TO WL-ACTION
048600     WRITE REPT-REC FROM WS-MAINT-LINE
048700     ADD 1 TO WS-RECS-REJ.
048800 2900-EXIT.
048900     EXIT.
049000
049100*===============================================================*
049200*  9000-TERMINATE - WRITE TOTALS AND CLOSE FILES                *
049300*===============================================================*
049400 9000-TERMINATE.
049500     IF NOT BATCH-REFUSED
049600         MOVE SPACES TO REPT-REC
049700         WRITE REPT-REC
049800         MOVE WS-RECS-IN  TO WT-RECS-IN
049900         MOVE WS-ADD-CNT  TO WT-ADD-CNT
050000         MOVE WS-CHG-CNT  TO WT-CHG-CNT
050100         MOVE WS-DEL-CNT  TO WT-DEL-CNT
050200         WRITE REPT-REC FROM WS-TOTALS-LINE
050300         MOVE WS-RECS-REJ TO WT-RECS-REJ
050400         WRITE REPT-REC FROM WS-TOTALS-LINE-2
050500     END-IF
050600     CLOSE IRATE-FILE
050700           TRAN-FILE
050800           REPT-FILE.
050900 9000-EXIT.
051000     EXIT.
051100
051200*===============================================================*
051300*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
051400*                         REJECTED CARD, 8 DECK REFUSED, 12     *
051500*                         EMPTY DECK                            *
051600*===============================================================*
051700 9900-SET-RETURN-CODE.
051800     MOVE 0 TO RETURN-CODE
051900     IF WS-RECS-REJ > 0
052000         MOVE 4 TO RETURN-CODE
052100     END-IF
052200     IF BATCH-REFUSED
052300         MOVE 8 TO RETURN-CODE
052400     END-IF
052500     IF WS-RECS-IN = 0 AND NOT BATCH-REFUSED
052600         MOVE 12 TO RETURN-CODE
052700     END-IF.
052800 9900-EXIT.
052900     EXIT.
