000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INTACCR.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL PERIOD-END INTEREST ACCRUAL. FOR   *
001100*                   EVERY ACTIVE ACCOUNT ON THE INTEREST RATE   *
001200*                   MASTER (SEE COPY/IRATEREC.CPY) WHOSE        *
001300*                   ACCRUAL PERIOD HAS ENDED BY THE BUSINESS    *
001400*                   DATE, WORKS THE INTEREST ON EACH DAY'S      *
001500*                   CLOSING BALANCE FROM THE DAY AFTER THE LAST *
001600*                   ACCRUAL THROUGH THE BUSINESS DATE. THE      *
001700*                   BALANCE AT THE BUSINESS DATE COMES FROM THE *
001800*                   ACCOUNT BALANCE MASTER PLUS ANY POSTINGS    *
001900*                   SINCE ITS LAST ROLL; EACH POSTING IN THE    *
002000*                   PERIOD IS THEN TAKEN OFF FOR THE DAYS       *
002100*                   BEFORE IT WAS MADE. DAY COUNTS (ACTUAL OR   *
002200*                   30/360) AND PERIOD ENDS (MOVED BACK TO THE  *
002300*                   LAST BUSINESS DAY) ALL COME FROM DATERTN.   *
002400*                   THE ACCRUALS GO OUT AS A TRANIN DECK FOR    *
002500*                   A.COB UNDER BATCH ID 'IA' PLUS THE DATE'S   *
002600*                   YYMMDD, WITH THE OFFSET TO A NAMED CONTRA   *
002700*                   ACCOUNT, AND ON THE ACCRUAL REGISTER WITH   *
002800*                   BALANCE, DAYS, RATE AND AMOUNT PER ACCOUNT. *
002900*                   THE RATE MASTER'S ACCRUED-THROUGH DATES ARE *
003000*                   ONLY ADVANCED AFTER THE DECK IS CLOSED, SO  *
003100*                   A RERUN FOR THE SAME DATE ACCRUES NOTHING   *
003200*                   TWICE.                                      *
003210*  2026-10-15 BSU   GENERATED TRANSACTION IDS NOW CARRY A VALID *
003220*                   CHECK DIGIT (CKDGRTN, SEE                   *
003230*                   COPY/CKDGPARM.CPY) - EACH IS THE NEXT VALID *
003240*                   ID, NOT JUST THE NEXT NUMBER - AND START    *
003250*                   ABOVE THE HIGHEST ID ON THE ID-BLOCK        *
003260*                   REGISTER (SEE COPY/IDBREC.CPY) AS WELL AS   *
003270*                   THE POSTED MASTER'S, SO THE DECK NEVER USES *
003280*                   AN ID IDISSUE HAS HANDED TO A DEPARTMENT.   *
003300*===============================================================*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT IRATE-FILE  ASSIGN TO "INTRATE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE  IS DYNAMIC
004300         RECORD KEY   IS IRT-ACCT
004400         FILE STATUS  IS WS-IRATE-STATUS.
004500     SELECT ABAL-FILE   ASSIGN TO "ACCTBAL"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE  IS RANDOM
004800         RECORD KEY   IS ABL-ACCT
004900         FILE STATUS  IS WS-ABAL-STATUS.
005000     SELECT POST-FILE   ASSIGN TO "POSTMST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE  IS SEQUENTIAL
005300         RECORD KEY   IS POST-ID
005400         FILE STATUS  IS WS-POST-STATUS.
005450     SELECT OPTIONAL IDB-FILE ASSIGN TO "IDBLKREG"
005460         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT DECK-FILE   ASSIGN TO "INTOUT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT REPT-FILE   ASSIGN TO "INTRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  IRATE-FILE.
006300 COPY IRATEREC.
006400
006500 FD  ABAL-FILE.
006600 COPY ABALREC.
006700
006800 FD  POST-FILE.
006900 COPY POSTREC.
006910
006920 FD  IDB-FILE
006930     RECORDING MODE IS F.
006940 COPY IDBREC.
007000
007100 FD  DECK-FILE
007200     RECORDING MODE IS F.
007300 01  DECK-REC               PIC X(80).
007400
007500 FD  REPT-FILE
007600     RECORDING MODE IS F.
007700 01  REPT-REC               PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-IRATE-STATUS        PIC X(02)   VALUE SPACES.
008100 01  WS-ABAL-STATUS         PIC X(02)   VALUE SPACES.
008200 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
008300 01  WS-SWITCHES.
008400     05  WS-IRATE-EOF-SW    PIC X(01)   VALUE 'N'.
008500         88  IRATE-EOF                  VALUE 'Y'.
008600     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
008700         88  POST-EOF                   VALUE 'Y'.
008750     05  WS-IDB-EOF-SW      PIC X(01)   VALUE 'N'.
008760         88  IDB-EOF                    VALUE 'Y'.
008800     05  WS-ABAL-OPEN-SW    PIC X(01)   VALUE 'N'.
008900         88  ABAL-OPEN                  VALUE 'Y'.
009000     05  WS-OVFL-SW         PIC X(01)   VALUE 'N'.
009100         88  ACCR-TABLE-FULL            VALUE 'Y'.
009200
009300 01  WS-COUNTERS.
009400     05  WS-RATES-IN        PIC 9(06)   COMP    VALUE ZERO.
009500     05  WS-HELD-CNT        PIC 9(06)   COMP    VALUE ZERO.
009600     05  WS-NOT-DUE-CNT     PIC 9(06)   COMP    VALUE ZERO.
009700     05  WS-SKIP-CNT        PIC 9(06)   COMP    VALUE ZERO.
009800     05  WS-POST-IN         PIC 9(06)   COMP    VALUE ZERO.
009900     05  WS-POST-USED       PIC 9(06)   COMP    VALUE ZERO.
010000
010100 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
010200 01  WS-RUN-DATE            PIC 9(06)   VALUE ZEROES.
010300 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
010400
010500*---------------------------------------------------------------*
010600*  DATE WORK FIELDS - EVERY DAY COUNT GOES THROUGH DATERTN       *
010700*---------------------------------------------------------------*
010800 01  WS-YMD                 PIC 9(08)   VALUE ZERO.
010900 01  WS-YMD-R REDEFINES WS-YMD.
011000     05  WS-YMD-YYYY        PIC 9(04).
011100     05  WS-YMD-MM          PIC 9(02).
011200     05  WS-YMD-DD          PIC 9(02).
011300 01  WS-DATE-WORK.
011400     05  WS-TODAY-DAYS      PIC S9(10)  VALUE ZERO.
011500     05  WS-TODAY-30        PIC S9(10)  VALUE ZERO.
011600     05  WS-DAY-NO          PIC S9(10)  VALUE ZERO.
011700     05  WS-TARGET-MM       PIC 9(02)   VALUE ZERO.
011800     05  WS-STEP-MM         PIC 9(02)   VALUE ZERO.
011900     05  WS-MONTHS          PIC S9(04)  VALUE ZERO.
012000     05  WS-DUE-DATE        PIC 9(08)   VALUE ZERO.
012100     05  WS-OUT-DATE        PIC 9(08)   VALUE ZERO.
012200     05  WS-WEIGHT          PIC S9(10)  VALUE ZERO.
012300     05  WS-BASIS-DAYS      PIC 9(03)   VALUE ZERO.
012400     05  WS-NEEDED          PIC 9(01)   VALUE ZERO.
012500
012600*---------------------------------------------------------------*
012700*  TRANSACTION ID ALLOCATION - ABOVE THE POSTED MASTER'S AND    *
012750*  THE ID-BLOCK REGISTER'S HIGHEST                               *
012800*---------------------------------------------------------------*
012900 01  WS-MAX-ID              PIC 9(06)   VALUE ZEROES.
013000 01  WS-NEXT-ID             PIC 9(06)   VALUE ZEROES.
013100 01  WS-FIRST-ID            PIC 9(06)   VALUE ZEROES.
013200
013300*---------------------------------------------------------------*
013400*  ACCOUNTS DUE AN ACCRUAL TONIGHT. WA-BAL BUILDS UP TO THE      *
013500*  CLOSING BALANCE AT THE BUSINESS DATE; WA-WSUM IS THE SUM OF   *
013600*  EACH PERIOD POSTING TIMES THE DAYS BEFORE IT WAS MADE, SO     *
013700*  THE PERIOD'S BALANCE-DAYS ARE WA-BAL X DAYS - WA-WSUM.        *
013800*---------------------------------------------------------------*
013900 01  WS-ACCR-CNT            PIC 9(04)   COMP    VALUE ZERO.
014000 01  WS-ACCR-TABLE.
014100     05  WS-ACCR-ENTRY      OCCURS 500.
014200         10  WA-ACCT        PIC X(04).
014300         10  WA-RATE        PIC S9(03)V9(06).
014400         10  WA-BASIS       PIC X(01).
014500         10  WA-CONTRA      PIC X(04).
014600         10  WA-LAST        PIC 9(08).
014700         10  WA-LAST-DAYS   PIC S9(10).
014800         10  WA-ROLL        PIC 9(08).
014900         10  WA-BAL         PIC S9(12).
015000         10  WA-WSUM        PIC S9(18).
015100         10  WA-DAYS        PIC S9(06).
015200         10  WA-BAL-DAYS    PIC S9(18).
015300         10  WA-AMOUNT      PIC S9(10).
015400         10  WA-HOLD-SW     PIC X(01).
015500 01  AX                     PIC 9(04)   COMP    VALUE ZERO.
015600 01  AH                     PIC 9(04)   COMP    VALUE ZERO.
015700
015800*---------------------------------------------------------------*
015900*  ACCRUAL POSTINGS, HELD IN ACCOUNT SEQUENCE FOR THE DECK       *
016000*---------------------------------------------------------------*
016100 01  WS-GEN-CNT             PIC 9(04)   COMP    VALUE ZERO.
016200 01  WS-GEN-TABLE.
016300     05  WS-GEN-ENTRY       OCCURS 1000.
016400         10  WG-ACCT        PIC X(04).
016500         10  WG-AMOUNT      PIC S9(10).
016600 01  GX                     PIC 9(04)   COMP    VALUE ZERO.
016700 01  GY                     PIC 9(04)   COMP    VALUE ZERO.
016800 01  WS-GEN-ACCT            PIC X(04)   VALUE SPACES.
016900 01  WS-GEN-AMOUNT          PIC S9(10)  VALUE ZERO.
017000
017100*---------------------------------------------------------------*
017200*  BATCH CONTROL FIELDS FOR THE ACCRUAL DECK'S OWN HEADER AND    *
017300*  TRAILER - HASH KEY IS THE TRANSACTION ID, AS FOR ANY TRANIN   *
017400*---------------------------------------------------------------*
017500 01  WS-BATCH-FIELDS.
017600     05  WS-BATCH-ID        PIC X(08)   VALUE SPACES.
017700     05  WS-KEY-VALUE       PIC 9(10)   VALUE ZERO.
017800     05  WS-HASH-OUT        PIC 9(10)   VALUE ZERO.
017900     05  WS-HASH-WORK       PIC 9(11)   VALUE ZERO.
018000     05  WS-HASH-QUOT       PIC 9(02)   VALUE ZERO.
018100 COPY BATCHCTL.
018200
018300*---------------------------------------------------------------*
018400*  TRANIN DETAIL RECORD AS A.COB READS IT                        *
018500*---------------------------------------------------------------*
018600 01  WS-DECK-DETAIL.
018700     05  WK-TRANS-ID        PIC 9(06).
018800     05  WK-OP              PIC X(01).
018900     05  WK-A               PIC S9(10) SIGN LEADING SEPARATE.
019000     05  WK-B               PIC S9(10) SIGN LEADING SEPARATE.
019100     05  WK-ACCT            PIC X(04).
019200     05  FILLER             PIC X(47)   VALUE SPACES.
019300
019400*---------------------------------------------------------------*
019500*  REPORT CONTROL AND HEADINGS                                   *
019600*---------------------------------------------------------------*
019700 01  WS-REPORT-CONTROLS.
019800     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
019900     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
020000     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
020100 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
020200
020300 01  WS-HEADING-1.
020400     05  FILLER             PIC X(26)   VALUE
020500         'INTEREST ACCRUAL REGISTER'.
020600     05  FILLER             PIC X(06)   VALUE 'BDATE'.
020700     05  WH-DATE            PIC 9(08).
020800     05  FILLER             PIC X(07)   VALUE '  TIME '.
020900     05  WH-TIME            PIC 9(06).
021000     05  FILLER             PIC X(07)   VALUE '  PAGE '.
021100     05  WH-PAGE            PIC ZZZZ9.
021200     05  FILLER             PIC X(15)   VALUE SPACES.
021300
021400 01  WS-HEADING-2.
021500     05  FILLER             PIC X(28)   VALUE
021600         'ACCT LAST ACCR THRU     DAYS'.
021700     05  FILLER             PIC X(26)   VALUE
021800         '      BALANCE  AVG BALANCE'.
021900     05  FILLER             PIC X(26)   VALUE
022000         '     RATE B   INTEREST'.
022100
022200*---------------------------------------------------------------*
022300*  REGISTER LINES                                                *
022400*---------------------------------------------------------------*
022500 01  WS-DETAIL-LINE.
022600     05  WD-ACCT            PIC X(04).
022700     05  FILLER             PIC X(01)   VALUE SPACES.
022800     05  WD-LAST            PIC 9(08).
022900     05  FILLER             PIC X(01)   VALUE SPACES.
023000     05  WD-THRU            PIC 9(08).
023100     05  FILLER             PIC X(02)   VALUE SPACES.
023200     05  WD-DAYS            PIC ZZZ9.
023300     05  FILLER             PIC X(01)   VALUE SPACES.
023400     05  WD-BAL             PIC -(11)9.
023500     05  FILLER             PIC X(01)   VALUE SPACES.
023600     05  WD-AVG             PIC -(11)9.
023700     05  FILLER             PIC X(01)   VALUE SPACES.
023800     05  WD-RATE            PIC --9.9999.
023900     05  FILLER             PIC X(01)   VALUE SPACES.
024000     05  WD-BASIS           PIC X(01).
024100     05  FILLER             PIC X(01)   VALUE SPACES.
024200     05  WD-AMOUNT          PIC -(9)9.
024300     05  FILLER             PIC X(04)   VALUE SPACES.
024400
024500 01  WS-EVENT-LINE.
024600     05  WE-ACCT            PIC X(04).
024700     05  FILLER             PIC X(02)   VALUE SPACES.
024800     05  WE-TEXT            PIC X(60).
024900     05  FILLER             PIC X(14)   VALUE SPACES.
025000
025100 01  WS-BATCH-LINE.
025200     05  FILLER             PIC X(14)   VALUE 'DECK BATCH ID '.
025300     05  WB-BATCH-ID        PIC X(08).
025400     05  FILLER             PIC X(18)   VALUE
025500         '   TRANS IDS FROM '.
025600     05  WB-FIRST-ID        PIC 9(06).
025700     05  FILLER             PIC X(04)   VALUE ' TO '.
025800     05  WB-LAST-ID         PIC 9(06).
025900     05  FILLER             PIC X(24)   VALUE SPACES.
026000
026100 01  WS-TOTALS-LINE.
026200     05  FILLER             PIC X(20)   VALUE
026300         'RATES READ ......: '.
026400     05  WT-RATES-IN        PIC ZZZ,ZZ9.
026500     05  FILLER             PIC X(13)   VALUE SPACES.
026600     05  FILLER             PIC X(20)   VALUE
026700         'ACCOUNTS ACCRUED : '.
026800     05  WT-ACCR-CNT        PIC ZZZ,ZZ9.
026900     05  FILLER             PIC X(13)   VALUE SPACES.
027000
027100 01  WS-TOTALS-LINE-2.
027200     05  FILLER             PIC X(20)   VALUE
027300         'NOT YET DUE .....: '.
027400     05  WT-NOT-DUE-CNT     PIC ZZZ,ZZ9.
027500     05  FILLER             PIC X(13)   VALUE SPACES.
027600     05  FILLER             PIC X(20)   VALUE
027700         'HELD ............: '.
027800     05  WT-HELD-CNT        PIC ZZZ,ZZ9.
027900     05  FILLER             PIC X(13)   VALUE SPACES.
028000
028100 01  WS-TOTALS-LINE-3.
028200     05  FILLER             PIC X(20)   VALUE
028300         'SKIPPED .........: '.
028400     05  WT-SKIP-CNT        PIC ZZZ,ZZ9.
028500     05  FILLER             PIC X(13)   VALUE SPACES.
028600     05  FILLER             PIC X(20)   VALUE
028700         'POSTINGS WRITTEN : '.
028800     05  WT-GEN-CNT         PIC ZZZ,ZZ9.
028900     05  FILLER             PIC X(13)   VALUE SPACES.
029000
029100*---------------------------------------------------------------*
029200*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES                *
029300*---------------------------------------------------------------*
029400 COPY DATEPARM.
029500 COPY AUDITPARM.
029600 COPY BUSDPARM.
029650 COPY CKDGPARM.
029700 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
029800
029900 PROCEDURE DIVISION.
030000*===============================================================*
030100*  0000-MAINLINE                                                *
030200*===============================================================*
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
030500     PERFORM 2000-SELECT-ACCOUNTS THRU 2000-EXIT
030600     PERFORM 3000-SCAN-POSTINGS   THRU 3000-EXIT
030700     PERFORM 4000-COMPUTE-ACCRUAL THRU 4000-EXIT
030800     PERFORM 5000-WRITE-DECK      THRU 5000-EXIT
030900     PERFORM 6000-UPDATE-MASTER   THRU 6000-EXIT
031000     PERFORM 9000-TERMINATE       THRU 9000-EXIT
031100     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
031200     STOP RUN.
031300
031400*===============================================================*
031500*  1000-INITIALIZE - DATE THE RUN, NAME THE DECK'S BATCH, OPEN  *
031600*                    THE MASTERS, TAKE THE BUSINESS DATE'S DAY  *
031700*                    NUMBERS AND FIND THE HIGHEST ISSUED ID     *
031800*===============================================================*
031900 1000-INITIALIZE.
032000     ACCEPT WS-RUN-DATE FROM DATE
032100     ACCEPT WS-RUN-TIME FROM TIME
032200     CALL 'BUSDATE' USING BUSD-PARM
032300     MOVE BUSD-DATE TO WS-TODAY
032400     MOVE 'IA'          TO WS-BATCH-ID(1:2)
032500     MOVE WS-TODAY(3:6) TO WS-BATCH-ID(3:6)
032600     OPEN OUTPUT REPT-FILE
032700     OPEN I-O IRATE-FILE
032800     IF WS-IRATE-STATUS = '35'
032900         SET IRATE-EOF TO TRUE
033000         DISPLAY 'INTACCR: INTEREST RATE MASTER NOT FOUND - '
033100             'NOTHING TO ACCRUE'
033200     END-IF
033300     OPEN INPUT ABAL-FILE
033400     IF WS-ABAL-STATUS = '35'
033500         DISPLAY 'INTACCR: ACCOUNT BALANCE MASTER NOT FOUND - '
033600             'BALANCES BUILT FROM POSTINGS'
033700     ELSE
033800         SET ABAL-OPEN TO TRUE
033900     END-IF
034000     MOVE WS-TODAY TO WS-YMD
034100     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT
034200     MOVE WS-DAY-NO TO WS-TODAY-DAYS
034300     PERFORM 7100-DAY-SERIAL-30 THRU 7100-EXIT
034400     MOVE WS-DAY-NO TO WS-TODAY-30
034450     PERFORM 1200-FIND-ISSUED-HIGH THRU 1200-EXIT.
034500 1000-EXIT.
034600     EXIT.
034603
034606*===============================================================*
034609*  1200-FIND-ISSUED-HIGH - START WS-MAX-ID AT THE HIGHEST ID    *
034612*                          IDISSUE HAS HANDED OUT; NO REGISTER  *
034615*                          MEANS NONE HAS BEEN                  *
034618*===============================================================*
034621 1200-FIND-ISSUED-HIGH.
034624     OPEN INPUT IDB-FILE
034627     PERFORM 1250-READ-IDB THRU 1250-EXIT
034630     PERFORM UNTIL IDB-EOF
034633         IF IDB-LAST-ID IS NUMERIC
034636                 AND IDB-LAST-ID > WS-MAX-ID
034639             MOVE IDB-LAST-ID TO WS-MAX-ID
034642         END-IF
034645         PERFORM 1250-READ-IDB THRU 1250-EXIT
034648     END-PERFORM
034651     CLOSE IDB-FILE.
034654 1200-EXIT.
034657     EXIT.
034660
034663*===============================================================*
034666*  1250-READ-IDB                                                *
034669*===============================================================*
034672 1250-READ-IDB.
034675     READ IDB-FILE
034678         AT END
034681             SET IDB-EOF TO TRUE
034684             GO TO 1250-EXIT
034687     END-READ.
034690 1250-EXIT.
034693     EXIT.
034700
034800*===============================================================*
034900*  2000-SELECT-ACCOUNTS - ONE PASS OVER THE RATE MASTER, KEEPING *
035000*                         EVERY ACTIVE ACCOUNT WHOSE ACCRUAL     *
035100*                         PERIOD HAS ENDED BY THE BUSINESS DATE  *
035200*===============================================================*
035300 2000-SELECT-ACCOUNTS.
035400     IF IRATE-EOF
035500         GO TO 2000-EXIT
035600     END-IF
035700     PERFORM 2100-READ-RATE THRU 2100-EXIT
035800     PERFORM UNTIL IRATE-EOF OR ACCR-TABLE-FULL
035900         PERFORM 2200-CHECK-RATE THRU 2200-EXIT
036000         PERFORM 2100-READ-RATE THRU 2100-EXIT
036100     END-PERFORM.
036200 2000-EXIT.
036300     EXIT.
036400
036500*===============================================================*
036600*  2100-READ-RATE                                               *
036700*===============================================================*
036800 2100-READ-RATE.
036900     READ IRATE-FILE NEXT
037000         AT END
037100             SET IRATE-EOF TO TRUE
037200             GO TO 2100-EXIT
037300     END-READ
037400     ADD 1 TO WS-RATES-IN.
037500 2100-EXIT.
037600     EXIT.
037700
037800*===============================================================*
037900*  2200-CHECK-RATE - IS THIS ACCOUNT DUE? THE PERIOD ENDS ON    *
038000*                    THE FIRST FREQUENCY MONTH END ON OR AFTER  *
038100*                    THE LAST ACCRUAL, MOVED BACK TO A BUSINESS *
038200*                    DAY; IF THE LAST ACCRUAL ALREADY REACHED   *
038300*                    THAT DAY THE NEXT PERIOD END IS THE ONE    *
038400*                    THAT COUNTS                                *
038500*===============================================================*
038600 2200-CHECK-RATE.
038700     IF IRT-HELD
038800         ADD 1 TO WS-HELD-CNT
038900         GO TO 2200-EXIT
039000     END-IF
039100     IF NOT IRT-ACTIVE
039200         GO TO 2200-EXIT
039300     END-IF
039400     IF IRT-LAST-ACCR IS NOT NUMERIC
039500             OR IRT-LAST-ACCR = ZERO
039600             OR (NOT IRT-ACT-365 AND NOT IRT-ACT-360
039700                                 AND NOT IRT-30-360)
039800             OR (NOT IRT-MONTHLY AND NOT IRT-QUARTERLY
039900                                 AND NOT IRT-ANNUAL)
040000         ADD 1 TO WS-SKIP-CNT
040100         MOVE IRT-ACCT TO WE-ACCT
040200         MOVE 'RATE RECORD NOT VALID - SKIPPED' TO WE-TEXT
040300         MOVE WS-EVENT-LINE TO WS-PRINT-LINE
040400         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
040500         GO TO 2200-EXIT
040600     END-IF
040700     IF IRT-LAST-ACCR NOT < WS-TODAY
040800         ADD 1 TO WS-NOT-DUE-CNT
040900         GO TO 2200-EXIT
041000     END-IF
041100     MOVE IRT-LAST-ACCR TO WS-YMD
041200     IF IRT-MONTHLY
041300         MOVE WS-YMD-MM TO WS-TARGET-MM
041400         MOVE 1 TO WS-STEP-MM
041500     ELSE
041600         IF IRT-QUARTERLY
041700             COMPUTE WS-TARGET-MM = ((WS-YMD-MM + 2) / 3) * 3
041800             MOVE 3 TO WS-STEP-MM
041900         ELSE
042000             MOVE 12 TO WS-TARGET-MM
042100             MOVE 12 TO WS-STEP-MM
042200         END-IF
042300     END-IF
042400     COMPUTE WS-MONTHS = WS-TARGET-MM - WS-YMD-MM
042500     PERFORM 2300-PERIOD-END THRU 2300-EXIT
042600     IF IRT-LAST-ACCR NOT < WS-DUE-DATE
042700         MOVE IRT-LAST-ACCR TO WS-YMD
042800         COMPUTE WS-MONTHS = WS-MONTHS + WS-STEP-MM
042900         PERFORM 2300-PERIOD-END THRU 2300-EXIT
043000     END-IF
043100     IF WS-TODAY < WS-DUE-DATE
043200         ADD 1 TO WS-NOT-DUE-CNT
043300         GO TO 2200-EXIT
043400     END-IF
043500     PERFORM 2400-ADD-ACCOUNT THRU 2400-EXIT.
043600 2200-EXIT.
043700     EXIT.
043800
043900*===============================================================*
044000*  2300-PERIOD-END - THE MONTH END WS-MONTHS MONTHS ON FROM THE *
044100*                    MONTH IN WS-YMD (DATERTN CLAMPS DAY 31 TO  *
044200*                    THE MONTH'S LENGTH), MOVED BACK TO THE     *
044300*                    PREVIOUS BUSINESS DAY WHEN IT FALLS ON A   *
044400*                    WEEKEND OR HOLIDAY                         *
044500*===============================================================*
044600 2300-PERIOD-END.
044700     MOVE 'M'         TO DATE-FUNCTION
044800     MOVE 'P'         TO DATE-ADJ-FLAG
044900     MOVE 31          TO DATE-IN-DD
045000     MOVE WS-YMD-MM   TO DATE-IN-MM
045100     MOVE WS-YMD-YYYY TO DATE-IN-YYYY
045200     MOVE WS-MONTHS   TO DATE-OFFSET
045300     CALL 'DATERTN' USING DATE-PARM
045400     COMPUTE WS-DUE-DATE = (DATE-OUT-YYYY * 10000)
045500         + (DATE-OUT-MM * 100) + DATE-OUT-DD.
045600 2300-EXIT.
045700     EXIT.
045800
045900*===============================================================*
046000*  2400-ADD-ACCOUNT - TABLE THE ACCOUNT WITH ITS BALANCE FROM   *
046100*                     THE ACCOUNT BALANCE MASTER (NONE YET ON   *
046200*                     IT STARTS FROM ZERO AND TAKES EVERY       *
046300*                     POSTING)                                  *
046400*===============================================================*
046500 2400-ADD-ACCOUNT.
046600     IF WS-ACCR-CNT NOT < 500
046700         SET ACCR-TABLE-FULL TO TRUE
046800         DISPLAY 'INTACCR: ACCRUAL TABLE FULL - REMAINING '
046900             'ACCOUNTS LEFT FOR THE NEXT RUN'
047000         GO TO 2400-EXIT
047100     END-IF
047200     ADD 1 TO WS-ACCR-CNT
047300     MOVE WS-ACCR-CNT   TO AX
047400     MOVE IRT-ACCT      TO WA-ACCT(AX)
047500     MOVE IRT-RATE      TO WA-RATE(AX)
047600     MOVE IRT-BASIS     TO WA-BASIS(AX)
047700     MOVE IRT-CONTRA    TO WA-CONTRA(AX)
047800     MOVE IRT-LAST-ACCR TO WA-LAST(AX)
047900     MOVE IRT-LAST-ACCR TO WS-YMD
048000     IF IRT-30-360
048100         PERFORM 7100-DAY-SERIAL-30 THRU 7100-EXIT
048200     ELSE
048300         PERFORM 7000-DAY-NUMBER THRU 7000-EXIT
048400     END-IF
048500     MOVE WS-DAY-NO     TO WA-LAST-DAYS(AX)
048600     MOVE ZERO          TO WA-ROLL(AX)
048700     MOVE ZERO          TO WA-BAL(AX)
048800     MOVE ZERO          TO WA-WSUM(AX)
048900     MOVE ZERO          TO WA-AMOUNT(AX)
049000     MOVE 'N'           TO WA-HOLD-SW(AX)
049100     IF ABAL-OPEN
049200         MOVE IRT-ACCT TO ABL-ACCT
049300         READ ABAL-FILE
049400             INVALID KEY
049500                 CONTINUE
049600             NOT INVALID KEY
049700                 MOVE ABL-CLOSE-BAL TO WA-BAL(AX)
049800                 MOVE ABL-LAST-ROLL TO WA-ROLL(AX)
049900         END-READ
050000     END-IF.
050100 2400-EXIT.
050200     EXIT.
050300
050400*===============================================================*
050500*  3000-SCAN-POSTINGS - ONE PASS OVER THE POSTED MASTER: BRING  *
050600*                       EACH TABLED BALANCE UP TO THE BUSINESS  *
050700*                       DATE, WEIGHT EACH POSTING IN ITS        *
050800*                       ACCOUNT'S PERIOD, AND FIND THE HIGHEST  *
050900*                       TRANSACTION ID IN USE                   *
051000*===============================================================*
051100 3000-SCAN-POSTINGS.
051200     OPEN INPUT POST-FILE
051300     IF WS-POST-STATUS = '35'
051400         DISPLAY 'INTACCR: POSTED MASTER NOT FOUND - IDS '
051500             'START FROM 000001'
051600         GO TO 3000-EXIT
051700     END-IF
051800     PERFORM 3100-READ-POST THRU 3100-EXIT
051900     PERFORM UNTIL POST-EOF
052000         IF POST-ID > WS-MAX-ID
052100             MOVE POST-ID TO WS-MAX-ID
052200         END-IF
052300         IF WS-ACCR-CNT > ZERO AND POST-DATE NOT > WS-TODAY
052400             PERFORM 3200-APPLY-POSTING THRU 3200-EXIT
052500         END-IF
052600         PERFORM 3100-READ-POST THRU 3100-EXIT
052700     END-PERFORM
052800     CLOSE POST-FILE.
052900 3000-EXIT.
053000     EXIT.
053100
053200*===============================================================*
053300*  3100-READ-POST                                               *
053400*===============================================================*
053500 3100-READ-POST.
053600     READ POST-FILE NEXT
053700         AT END
053800             SET POST-EOF TO TRUE
053900             GO TO 3100-EXIT
054000     END-READ
054100     ADD 1 TO WS-POST-IN.
054200 3100-EXIT.
054300     EXIT.
054400
054500*===============================================================*
054600*  3200-APPLY-POSTING - A POSTING AFTER THE BALANCE MASTER'S    *
054700*                       LAST ROLL IS ADDED TO THE BALANCE; ONE  *
054800*                       AFTER THE LAST ACCRUAL IS ALSO WEIGHTED *
054900*                       BY THE PERIOD DAYS THAT CLOSED BEFORE   *
055000*                       IT (ACTUAL DAYS, OR 30/360 UP TO THE    *
055100*                       DAY BEFORE)                             *
055200*===============================================================*
055300 3200-APPLY-POSTING.
055400     MOVE ZERO TO AH
055500     MOVE 1 TO AX
055600     PERFORM UNTIL AX > WS-ACCR-CNT
055700         IF WA-ACCT(AX) = POST-ACCT
055800             MOVE AX TO AH
055900             MOVE WS-ACCR-CNT TO AX
056000         END-IF
056100         ADD 1 TO AX
056200     END-PERFORM
056300     IF AH = ZERO
056400         GO TO 3200-EXIT
056500     END-IF
056600     IF POST-DATE > WA-ROLL(AH)
056700         ADD POST-RESULT TO WA-BAL(AH)
056800     END-IF
056900     IF POST-DATE NOT > WA-LAST(AH)
057000         GO TO 3200-EXIT
057100     END-IF
057200     ADD 1 TO WS-POST-USED
057300     MOVE POST-DATE TO WS-YMD
057400     IF WA-BASIS(AH) = 'T'
057500         MOVE 'A'         TO DATE-FUNCTION
057600         MOVE SPACE       TO DATE-ADJ-FLAG
057700         MOVE WS-YMD-DD   TO DATE-IN-DD
057800         MOVE WS-YMD-MM   TO DATE-IN-MM
057900         MOVE WS-YMD-YYYY TO DATE-IN-YYYY
058000         MOVE -1          TO DATE-OFFSET
058100         CALL 'DATERTN' USING DATE-PARM
058200         COMPUTE WS-YMD = (DATE-OUT-YYYY * 10000)
058300             + (DATE-OUT-MM * 100) + DATE-OUT-DD
058400         PERFORM 7100-DAY-SERIAL-30 THRU 7100-EXIT
058500         COMPUTE WS-WEIGHT = WS-DAY-NO - WA-LAST-DAYS(AH)
058600     ELSE
058700         PERFORM 7000-DAY-NUMBER THRU 7000-EXIT
058800         COMPUTE WS-WEIGHT = WS-DAY-NO - 1 - WA-LAST-DAYS(AH)
058900     END-IF
059000     COMPUTE WA-WSUM(AH) = WA-WSUM(AH)
059100         + (POST-RESULT * WS-WEIGHT).
059200 3200-EXIT.
059300     EXIT.
059400
059500*===============================================================*
059600*  4000-COMPUTE-ACCRUAL - BALANCE-DAYS, THEN INTEREST AT THE    *
059700*                         ANNUAL RATE OVER THE BASIS YEAR,      *
059800*                         ROUNDED TO THE UNIT. EACH ACCOUNT     *
059900*                         GOES ON THE REGISTER; A NON-ZERO      *
060000*                         AMOUNT ALSO GOES ON THE DECK, WITH    *
060100*                         THE OFFSET TO ANY CONTRA ACCOUNT.     *
060200*===============================================================*
060300 4000-COMPUTE-ACCRUAL.
060400     MOVE 1 TO AX
060500     PERFORM UNTIL AX > WS-ACCR-CNT
060600         IF WA-BASIS(AX) = 'T'
060700             COMPUTE WA-DAYS(AX) = WS-TODAY-30 - WA-LAST-DAYS(AX)
060800         ELSE
060900             COMPUTE WA-DAYS(AX) = WS-TODAY-DAYS
061000                                 - WA-LAST-DAYS(AX)
061100         END-IF
061200         IF WA-BASIS(AX) = 'A'
061300             MOVE 365 TO WS-BASIS-DAYS
061400         ELSE
061500             MOVE 360 TO WS-BASIS-DAYS
061600         END-IF
061700         COMPUTE WA-BAL-DAYS(AX) = (WA-BAL(AX) * WA-DAYS(AX))
061800                                 - WA-WSUM(AX)
061900         COMPUTE WA-AMOUNT(AX) ROUNDED =
062000             (WA-BAL-DAYS(AX) * WA-RATE(AX))
062100             / (100 * WS-BASIS-DAYS)
062200         MOVE 1 TO WS-NEEDED
062300         IF WA-CONTRA(AX) NOT = SPACES
062400             MOVE 2 TO WS-NEEDED
062500         END-IF
062600         IF WA-AMOUNT(AX) NOT = ZERO
062700             AND (WS-GEN-CNT + WS-NEEDED > 1000
062800               OR WS-MAX-ID + (WS-GEN-CNT + WS-NEEDED) * 20
062850                                                      > 999999)
062900             SET ACCR-TABLE-FULL TO TRUE
063000             MOVE 'Y' TO WA-HOLD-SW(AX)
063100         END-IF
063200         IF WA-AMOUNT(AX) NOT = ZERO AND WA-HOLD-SW(AX) = 'N'
063300             MOVE WA-ACCT(AX)   TO WS-GEN-ACCT
063400             MOVE WA-AMOUNT(AX) TO WS-GEN-AMOUNT
063500             PERFORM 4200-ADD-POSTING THRU 4200-EXIT
063600             IF WA-CONTRA(AX) NOT = SPACES
063700                 MOVE WA-CONTRA(AX) TO WS-GEN-ACCT
063800                 COMPUTE WS-GEN-AMOUNT = ZERO - WA-AMOUNT(AX)
063900                 PERFORM 4200-ADD-POSTING THRU 4200-EXIT
064000             END-IF
064100         END-IF
064200         PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
064300         IF WA-HOLD-SW(AX) = 'Y'
064400             MOVE WA-ACCT(AX) TO WE-ACCT
064500             MOVE 'NOT POSTED - TABLE FULL, LEFT FOR NEXT RUN'
064600                                  TO WE-TEXT
064700             MOVE WS-EVENT-LINE TO WS-PRINT-LINE
064800             PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
064900         END-IF
065000         ADD 1 TO AX
065100     END-PERFORM.
065200 4000-EXIT.
065300     EXIT.
065400
065500*===============================================================*
065600*  4100-WRITE-DETAIL - ONE REGISTER LINE FOR ENTRY AX           *
065700*===============================================================*
065800 4100-WRITE-DETAIL.
065900     MOVE WA-ACCT(AX)   TO WD-ACCT
066000     MOVE WA-LAST(AX)   TO WD-LAST
066100     MOVE WS-TODAY      TO WD-THRU
066200     MOVE WA-DAYS(AX)   TO WD-DAYS
066300     MOVE WA-BAL(AX)    TO WD-BAL
066400     IF WA-DAYS(AX) > ZERO
066500         COMPUTE WD-AVG ROUNDED = WA-BAL-DAYS(AX) / WA-DAYS(AX)
066600     ELSE
066700         MOVE ZERO TO WD-AVG
066800     END-IF
066900     MOVE WA-RATE(AX)   TO WD-RATE
067000     MOVE WA-BASIS(AX)  TO WD-BASIS
067100     MOVE WA-AMOUNT(AX) TO WD-AMOUNT
067200     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
067300     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
067400 4100-EXIT.
067500     EXIT.
067600
067700*===============================================================*
067800*  4200-ADD-POSTING - SLOT WS-GEN-ACCT/WS-GEN-AMOUNT INTO THE   *
067900*                     DECK TABLE BEHIND ANY ENTRY FOR THE SAME  *
068000*                     OR A LOWER ACCOUNT                        *
068100*===============================================================*
068200 4200-ADD-POSTING.
068300     MOVE 1 TO GX
068400     PERFORM UNTIL GX > WS-GEN-CNT
068500             OR WG-ACCT(GX) > WS-GEN-ACCT
068600         ADD 1 TO GX
068700     END-PERFORM
068800     MOVE WS-GEN-CNT TO GY
068900     PERFORM UNTIL GY < GX
069000         MOVE WS-GEN-ENTRY(GY) TO WS-GEN-ENTRY(GY + 1)
069100         SUBTRACT 1 FROM GY
069200     END-PERFORM
069300     ADD 1 TO WS-GEN-CNT
069400     MOVE WS-GEN-ACCT   TO WG-ACCT(GX)
069500     MOVE WS-GEN-AMOUNT TO WG-AMOUNT(GX).
069600 4200-EXIT.
069700     EXIT.
069800
069900*===============================================================*
070000*  5000-WRITE-DECK - BATCH HEADER, ONE '+' TRANIN DETAIL PER    *
070100*                    ACCRUAL POSTING WITH THE NEXT FREE         *
070200*                    TRANSACTION ID, THEN THE COUNT/HASH        *
070300*                    TRAILER                                    *
070400*===============================================================*
070500 5000-WRITE-DECK.
070600     OPEN OUTPUT DECK-FILE
070700     MOVE 'H'           TO BCR-TYPE
070800     MOVE WS-BATCH-ID   TO BCH-BATCH-ID
070900     MOVE WS-TODAY      TO BCH-CRE-DATE
071000     MOVE SPACES TO DECK-REC
071100     MOVE BATCH-CTL-REC TO DECK-REC(1:17)
071200     WRITE DECK-REC
071300     MOVE WS-MAX-ID TO WS-NEXT-ID
071500     MOVE 1 TO GX
071600     PERFORM UNTIL GX > WS-GEN-CNT
071700         PERFORM 5050-NEXT-ID THRU 5050-EXIT
071710         IF GX = 1
071720             MOVE WS-NEXT-ID TO WS-FIRST-ID
071730         END-IF
071800         MOVE WS-NEXT-ID        TO WK-TRANS-ID
071900         MOVE '+'               TO WK-OP
072000         MOVE WG-AMOUNT(GX)     TO WK-A
072100         MOVE ZERO              TO WK-B
072200         MOVE WG-ACCT(GX)       TO WK-ACCT
072300         WRITE DECK-REC FROM WS-DECK-DETAIL
072400         MOVE WS-NEXT-ID TO WS-KEY-VALUE
072500         COMPUTE WS-HASH-WORK = WS-HASH-OUT + WS-KEY-VALUE
072600         DIVIDE WS-HASH-WORK BY 10000000000
072700             GIVING WS-HASH-QUOT REMAINDER WS-HASH-OUT
072800         ADD 1 TO GX
072900     END-PERFORM
073000     MOVE 'T'          TO BCR-TYPE
073100     MOVE WS-GEN-CNT   TO BCT-REC-COUNT
073200     MOVE WS-HASH-OUT  TO BCT-HASH-TOTAL
073300     MOVE SPACES TO DECK-REC
073400     MOVE BATCH-CTL-REC TO DECK-REC(1:17)
073500     WRITE DECK-REC
073600     CLOSE DECK-FILE.
073700 5000-EXIT.
073800     EXIT.
073810
073820*===============================================================*
073830*  5050-NEXT-ID - ADVANCE WS-NEXT-ID TO THE NEXT ID CARRYING A  *
073840*                 VALID CHECK DIGIT                             *
073850*===============================================================*
073860 5050-NEXT-ID.
073870     MOVE 'N'        TO CKDG-FUNCTION
073880     MOVE WS-NEXT-ID TO CKDG-ID
073890     CALL 'CKDGRTN' USING CKDG-PARM
073895     MOVE CKDG-ID    TO WS-NEXT-ID.
073896 5050-EXIT.
073897     EXIT.
073900
074000*===============================================================*
074100*  6000-UPDATE-MASTER - THE DECK IS SAFELY WRITTEN: EVERY       *
074200*                       ACCOUNT ACCRUED IS NOW ACCRUED THROUGH  *
074300*                       THE BUSINESS DATE                       *
074400*===============================================================*
074500 6000-UPDATE-MASTER.
074600     MOVE 1 TO AX
074700     PERFORM UNTIL AX > WS-ACCR-CNT
074800         IF WA-HOLD-SW(AX) = 'N'
074900             PERFORM 6100-UPDATE-ONE THRU 6100-EXIT
075000         END-IF
075100         ADD 1 TO AX
075200     END-PERFORM.
075300 6000-EXIT.
075400     EXIT.
075500
075600*===============================================================*
075700*  6100-UPDATE-ONE - ADVANCE ENTRY AX'S RATE RECORD             *
075800*===============================================================*
075900 6100-UPDATE-ONE.
076000     MOVE WA-ACCT(AX) TO IRT-ACCT
076100     READ IRATE-FILE
076200         INVALID KEY
076300             DISPLAY 'INTACCR: RATE FOR ' WA-ACCT(AX)
076400                 ' VANISHED BEFORE ITS UPDATE'
076500         NOT INVALID KEY
076600             MOVE WS-TODAY      TO IRT-LAST-ACCR
076700             MOVE WA-AMOUNT(AX) TO IRT-LAST-AMT
076800             REWRITE IRT-REC
076900                 INVALID KEY
077000                     DISPLAY 'INTACCR: RATE FOR '
077100                         WA-ACCT(AX) ' REWRITE FAILED'
077200             END-REWRITE
077300     END-READ.
077400 6100-EXIT.
077500     EXIT.
077600
077700*===============================================================*
077800*  7000-DAY-NUMBER - ABSOLUTE DAY COUNT OF WS-YMD FROM DATERTN  *
077900*===============================================================*
078000 7000-DAY-NUMBER.
078100     MOVE 'D'         TO DATE-FUNCTION
078200     MOVE SPACE       TO DATE-ADJ-FLAG
078300     MOVE WS-YMD-DD   TO DATE-IN-DD
078400     MOVE WS-YMD-MM   TO DATE-IN-MM
078500     MOVE WS-YMD-YYYY TO DATE-IN-YYYY
078600     CALL 'DATERTN' USING DATE-PARM
078700     MOVE DATE-OUT-DAYS TO WS-DAY-NO.
078800 7000-EXIT.
078900     EXIT.
079000
079100*===============================================================*
079200*  7100-DAY-SERIAL-30 - 30/360 DAY SERIAL OF WS-YMD FROM        *
079300*                       DATERTN                                 *
079400*===============================================================*
079500 7100-DAY-SERIAL-30.
079600     MOVE 'T'         TO DATE-FUNCTION
079700     MOVE SPACE       TO DATE-ADJ-FLAG
079800     MOVE WS-YMD-DD   TO DATE-IN-DD
079900     MOVE WS-YMD-MM   TO DATE-IN-MM
080000     MOVE WS-YMD-YYYY TO DATE-IN-YYYY
080100     CALL 'DATERTN' USING DATE-PARM
080200     MOVE DATE-OUT-DAYS TO WS-DAY-NO.
080300 7100-EXIT.
080400     EXIT.
080500
080600*===============================================================*
080700*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
080800*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
080900*                        STAGED IN WS-PRINT-LINE                 *
081000*===============================================================*
081100 8000-WRITE-REPT-LINE.
081200     IF WS-LINE-CNT > WS-PAGE-MAX
081300         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
081400     END-IF
081500     WRITE REPT-REC FROM WS-PRINT-LINE
081600     ADD 1 TO WS-LINE-CNT.
081700 8000-EXIT.
081800     EXIT.
081900
082000*===============================================================*
082100*  8100-PRINT-HEADINGS                                          *
082200*===============================================================*
082300 8100-PRINT-HEADINGS.
082400     ADD 1 TO WS-PAGE-CNT
082500     MOVE WS-TODAY         TO WH-DATE
082600     MOVE WS-RUN-TIME(1:6) TO WH-TIME
082700     MOVE WS-PAGE-CNT      TO WH-PAGE
082800     WRITE REPT-REC FROM WS-HEADING-1
082900     WRITE REPT-REC FROM WS-HEADING-2
083000     MOVE SPACES TO REPT-REC
083100     WRITE REPT-REC
083200     MOVE 3 TO WS-LINE-CNT.
083300 8100-EXIT.
083400     EXIT.
083500
083600*===============================================================*
083700*  9000-TERMINATE - WRITE TOTALS, LOG THE RUN, CLOSE FILES      *
083800*===============================================================*
083900 9000-TERMINATE.
084000     MOVE SPACES TO WS-PRINT-LINE
084100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
084200     MOVE WS-BATCH-ID TO WB-BATCH-ID
084300     IF WS-GEN-CNT > ZERO
084400         MOVE WS-FIRST-ID TO WB-FIRST-ID
084500         MOVE WS-NEXT-ID  TO WB-LAST-ID
084600     ELSE
084700         MOVE ZERO TO WB-FIRST-ID
084800         MOVE ZERO TO WB-LAST-ID
084900     END-IF
085000     MOVE WS-BATCH-LINE TO WS-PRINT-LINE
085100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
085200     MOVE WS-RATES-IN    TO WT-RATES-IN
085300     MOVE WS-ACCR-CNT    TO WT-ACCR-CNT
085400     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
085500     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
085600     MOVE WS-NOT-DUE-CNT TO WT-NOT-DUE-CNT
085700     MOVE WS-HELD-CNT    TO WT-HELD-CNT
085800     MOVE WS-TOTALS-LINE-2 TO WS-PRINT-LINE
085900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
086000     MOVE WS-SKIP-CNT    TO WT-SKIP-CNT
086100     MOVE WS-GEN-CNT     TO WT-GEN-CNT
086200     MOVE WS-TOTALS-LINE-3 TO WS-PRINT-LINE
086300     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
086400     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
086500     IF WS-IRATE-STATUS NOT = '35'
086600         CLOSE IRATE-FILE
086700     END-IF
086800     IF ABAL-OPEN
086900         CLOSE ABAL-FILE
087000     END-IF
087100     CLOSE REPT-FILE.
087200 9000-EXIT.
087300     EXIT.
087400
087500*===============================================================*
087600*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE:    *
087700*                     ACCOUNTS ACCRUED PLUS SKIPPED IN,         *
087800*                     ACCOUNTS ACCRUED OUT, SKIPPED REJECTED    *
087900*===============================================================*
088000 9500-WRITE-AUDIT.
088100     ACCEPT WS-AUDIT-TIME FROM TIME
088200     MOVE 'INTACCR'       TO AUDIT-PROGRAM-ID
088300     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
088400     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
088500     COMPUTE AUDIT-RECS-IN = WS-ACCR-CNT + WS-SKIP-CNT
088600     MOVE WS-ACCR-CNT     TO AUDIT-RECS-OUT
088700     MOVE WS-SKIP-CNT     TO AUDIT-RECS-REJ
088800     MOVE WS-BATCH-ID     TO AUDIT-BATCH-ID
088900     MOVE ZERO            TO AUDIT-DUP-CNT
089000     MOVE WS-RUN-TIME     TO AUDIT-START-TIME
089100     CALL 'AUDITLOG' USING AUDIT-PARM.
089200 9500-EXIT.
089300     EXIT.
089400
089500*===============================================================*
089600*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN A   *
089700*                         RATE WAS SKIPPED OR A TABLE FILLED,   *
089800*                         12 WHEN NO ACCRUAL POSTING WAS        *
089900*                         WRITTEN - THE DECK NEED NOT BE POSTED *
090000*===============================================================*
090100 9900-SET-RETURN-CODE.
090200     MOVE 0 TO RETURN-CODE
090300     IF WS-SKIP-CNT > 0 OR ACCR-TABLE-FULL
090400         MOVE 4 TO RETURN-CODE
090500     END-IF
090600     IF WS-GEN-CNT = 0
090700         MOVE 12 TO RETURN-CODE
090800     END-IF.
090900 9900-EXIT.
091000     EXIT.
