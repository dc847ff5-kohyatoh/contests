000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRIALBAL.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-05 BSU   ORIGINAL TRIAL BALANCE OVER THE ACCOUNT      *
001100*                   BALANCE MASTER (SEE COPY/ABALREC.CPY).       *
001200*                   PRINTS EACH ACCOUNT'S OPENING BALANCE,       *
001300*                   PERIOD DEBITS, CREDITS AND REVERSALS AND     *
001400*                   CLOSING BALANCE WITH COLUMN TOTALS, THEN     *
001500*                   PROVES THE SUM OF CLOSING BALANCES AGAINST   *
001600*                   THE POSTED-SUMS MASTER'S NET THROUGH THE     *
001700*                   AS-OF DATE, AND THE NIGHT'S ROLLED NET       *
001800*                   AGAINST THE MASTER'S NET FOR THE DATE AND    *
001900*                   THE GLJRNL JOURNAL GLEXTR SENT THE LEDGER.   *
002000*                   AN OPTIONAL TBALCTL REQUEST CARD (SEE        *
002100*                   COPY/TBALCTL.CPY) ASKS FOR AN EARLIER        *
002200*                   AS-OF DATE - ANSWERED FROM THE ABALHST       *
002300*                   BALANCE HISTORY - AND/OR ONE ACCOUNT, SO     *
002400*                   "WHAT WAS X'S BALANCE LAST FRIDAY" NO        *
002500*                   LONGER NEEDS A FULL STATEMENT RUN.           *
002510*  2026-10-07 BSU   THE NET-THROUGH-AS-OF PROOF NOW ADDS THE     *
002520*                   POSTHST POSTING HISTORY THE MONTH-END        *
002530*                   POSTPURG PURGE MOVES OFF THE POSTED MASTER,  *
002540*                   SO THE PROOF STILL TIES AFTER A PURGE.       *
002600*===============================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ABAL-FILE   ASSIGN TO "ACCTBAL"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS SEQUENTIAL
003600         RECORD KEY   IS ABM-ACCT
003700         FILE STATUS  IS WS-ABAL-STATUS.
003800     SELECT OPTIONAL HIST-FILE ASSIGN TO "ABALHST"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT POST-FILE   ASSIGN TO "POSTMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE  IS SEQUENTIAL
004300         RECORD KEY   IS POST-ID
004400         FILE STATUS  IS WS-POST-STATUS.
004410     SELECT OPTIONAL PHST-FILE ASSIGN TO "POSTHST"
004420         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL GLJ-FILE ASSIGN TO "GLJRNL"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL CTL-FILE ASSIGN TO "TBALCTL"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT REPT-FILE   ASSIGN TO "TBALRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ABAL-FILE.
005500 01  ABM-REC.
005600     05  ABM-ACCT           PIC X(04).
005700     05  FILLER             PIC X(96).
005800
005900 FD  HIST-FILE
006000     RECORDING MODE IS F.
006100 01  HIST-REC               PIC X(100).
006200
006300 FD  POST-FILE.
006400 COPY POSTREC.
006410
006420 FD  PHST-FILE
006430     RECORDING MODE IS F.
006440 01  PHST-REC.
006450     05  PH-ID              PIC 9(06).
006460     05  PH-DATE            PIC 9(08).
006470     05  PH-ACCT            PIC X(04).
006480     05  FILLER             PIC X(23).
006490     05  PH-RESULT          PIC S9(10) SIGN LEADING SEPARATE.
006495     05  FILLER             PIC X(28).
006500
006600 FD  GLJ-FILE
006700     RECORDING MODE IS F.
006800 01  GLJ-IN-REC             PIC X(80).
006900
007000 FD  CTL-FILE
007100     RECORDING MODE IS F.
007200 COPY TBALCTL.
007300
007400 FD  REPT-FILE
007500     RECORDING MODE IS F.
007600 01  REPT-REC               PIC X(80).
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-ABAL-STATUS         PIC X(02)   VALUE SPACES.
008000 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
008100 01  WS-SWITCHES.
008200     05  WS-ABAL-EOF-SW     PIC X(01)   VALUE 'N'.
008300         88  ABAL-EOF                   VALUE 'Y'.
008400     05  WS-HIST-EOF-SW     PIC X(01)   VALUE 'N'.
008500         88  HIST-EOF                   VALUE 'Y'.
008600     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
008700         88  POST-EOF                   VALUE 'Y'.
008710     05  WS-PHST-EOF-SW     PIC X(01)   VALUE 'N'.
008720         88  PHST-EOF                   VALUE 'Y'.
008800     05  WS-GLJ-EOF-SW      PIC X(01)   VALUE 'N'.
008900         88  GLJ-EOF                    VALUE 'Y'.
009000     05  WS-MODE-SW         PIC X(01)   VALUE 'L'.
009100         88  FROM-LIVE-MASTER           VALUE 'L'.
009200         88  FROM-HISTORY               VALUE 'H'.
009300     05  WS-GLJ-SW          PIC X(01)   VALUE 'N'.
009400         88  GLJ-PRESENT                VALUE 'Y'.
009500     05  WS-BALANCE-SW      PIC X(01)   VALUE 'Y'.
009600         88  ALL-IN-BALANCE             VALUE 'Y'.
009700         88  OUT-OF-BALANCE             VALUE 'N'.
009800
009900 01  WS-COUNTERS.
010000     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
010100     05  WS-HIST-IN         PIC 9(06)   COMP    VALUE ZERO.
010200     05  WS-POST-IN         PIC 9(06)   COMP    VALUE ZERO.
010210     05  WS-PHST-IN         PIC 9(06)   COMP    VALUE ZERO.
010300     05  WS-GLJ-IN          PIC 9(06)   COMP    VALUE ZERO.
010400     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
010500     05  WS-SKIP-CNT        PIC 9(06)   COMP    VALUE ZERO.
010600
010700 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
010800 01  WS-AS-OF               PIC 9(08)   VALUE ZEROES.
010900 01  WS-F-ACCT              PIC X(04)   VALUE SPACES.
011000 01  WS-MAX-ROLL            PIC 9(08)   VALUE ZEROES.
011100 01  WS-RUN-DATE            PIC 9(06)   VALUE ZEROES.
011200 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
011300
011400*---------------------------------------------------------------*
011500*  THE BALANCE RECORD AS BOTH THE MASTER AND THE HISTORY CARRY   *
011600*  IT, AND THE JOURNAL DETAIL RECORD AS GLEXTR WRITES IT         *
011700*---------------------------------------------------------------*
011800 COPY ABALREC.
011900 COPY GLJREC.
012000
012100*---------------------------------------------------------------*
012200*  ACCOUNT BALANCES AS OF THE REQUESTED DATE                     *
012300*---------------------------------------------------------------*
012400 01  WS-BAL-CNT             PIC 9(04)   COMP    VALUE ZERO.
012500 01  WS-BAL-TABLE.
012600     05  WS-BAL-ENTRY       OCCURS 500.
012700         10  WB-ACCT        PIC X(04).
012800         10  WB-OPEN        PIC S9(12).
012900         10  WB-DEBITS      PIC S9(12).
013000         10  WB-CREDITS     PIC S9(12).
013100         10  WB-REVERSALS   PIC S9(12).
013200         10  WB-CLOSE       PIC S9(12).
013300         10  WB-ROLL-NET    PIC S9(12).
013400         10  WB-LAST-ROLL   PIC 9(08).
013500
013600 01  WS-WORK-FIELDS.
013700     05  AX                 PIC 9(04)   COMP    VALUE ZERO.
013800     05  AC                 PIC 9(04)   COMP    VALUE ZERO.
013900     05  WS-TOT-OPEN        PIC S9(14)  VALUE ZERO.
014000     05  WS-TOT-DEBITS      PIC S9(14)  VALUE ZERO.
014100     05  WS-TOT-CREDITS     PIC S9(14)  VALUE ZERO.
014200     05  WS-TOT-REVERSALS   PIC S9(14)  VALUE ZERO.
014300     05  WS-TOT-CLOSE       PIC S9(14)  VALUE ZERO.
014400     05  WS-TOT-ROLL-NET    PIC S9(14)  VALUE ZERO.
014500     05  WS-POST-NET-THRU   PIC S9(14)  VALUE ZERO.
014600     05  WS-POST-NET-DAY    PIC S9(14)  VALUE ZERO.
014700     05  WS-GLJ-NET         PIC S9(14)  VALUE ZERO.
014800
014900*---------------------------------------------------------------*
015000*  TRIAL BALANCE DETAIL AND TOTAL LINES                          *
015100*---------------------------------------------------------------*
015200 01  WS-DETAIL-LINE.
015300     05  WD-ACCT            PIC X(04).
015400     05  FILLER             PIC X(01)   VALUE SPACES.
015500     05  WD-OPEN            PIC -(12)9.
015600     05  FILLER             PIC X(01)   VALUE SPACES.
015700     05  WD-DEBITS          PIC -(12)9.
015800     05  FILLER             PIC X(01)   VALUE SPACES.
015900     05  WD-CREDITS         PIC -(12)9.
016000     05  FILLER             PIC X(01)   VALUE SPACES.
016100     05  WD-REVERSALS       PIC -(12)9.
016200     05  FILLER             PIC X(01)   VALUE SPACES.
016300     05  WD-CLOSE           PIC -(12)9.
016400     05  FILLER             PIC X(04)   VALUE SPACES.
016500
016600 01  WS-TOTAL-LINE.
016700     05  FILLER             PIC X(04)   VALUE 'TOT '.
016800     05  WX-OPEN            PIC -(13)9.
016900     05  WX-DEBITS          PIC -(13)9.
017000     05  WX-CREDITS         PIC -(13)9.
017100     05  WX-REVERSALS       PIC -(13)9.
017200     05  WX-CLOSE           PIC -(13)9.
017300     05  FILLER             PIC X(06)   VALUE SPACES.
017400
017500 01  WS-PROOF-LINE.
017600     05  WP-LABEL           PIC X(40).
017700     05  WP-AMOUNT          PIC -(13)9.
017800     05  FILLER             PIC X(02)   VALUE SPACES.
017900     05  WP-RESULT          PIC X(16).
018000     05  FILLER             PIC X(08)   VALUE SPACES.
018100
018200 01  WS-REQUEST-LINE.
018300     05  FILLER             PIC X(14)   VALUE 'BALANCES AS OF'.
018400     05  FILLER             PIC X(01)   VALUE SPACE.
018500     05  WR-AS-OF           PIC 9(08).
018600     05  FILLER             PIC X(07)   VALUE '  ACCT='.
018700     05  WR-ACCT            PIC X(04).
018800     05  FILLER             PIC X(08)   VALUE '  FROM: '.
018900     05  WR-SOURCE          PIC X(20).
019000     05  FILLER             PIC X(18)   VALUE SPACES.
019100
019200 01  WS-TOTALS-LINE.
019300     05  FILLER             PIC X(20)   VALUE
019400         'BALANCE RECORDS ..: '.
019500     05  WT-RECS-IN         PIC ZZZ,ZZ9.
019600     05  FILLER             PIC X(13)   VALUE SPACES.
019700     05  FILLER             PIC X(20)   VALUE
019800         'ACCOUNTS LISTED ..: '.
019900     05  WT-RECS-OUT        PIC ZZZ,ZZ9.
020000     05  FILLER             PIC X(13)   VALUE SPACES.
020100
020200*---------------------------------------------------------------*
020300*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
020400*---------------------------------------------------------------*
020500 01  WS-PRINT-CONTROL.
020600     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
020700     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
020800     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
020900 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
021000
021100 01  WS-HEADING-1.
021200     05  FILLER             PIC X(26)   VALUE
021300         'ACCOUNT TRIAL BALANCE'.
021400     05  FILLER             PIC X(06)   VALUE 'BDATE'.
021500     05  WH-DATE            PIC 9(08).
021600     05  FILLER             PIC X(07)   VALUE '  TIME '.
021700     05  WH-TIME            PIC 9(06).
021800     05  FILLER             PIC X(07)   VALUE '  PAGE '.
021900     05  WH-PAGE            PIC ZZZZ9.
022000     05  FILLER             PIC X(15)   VALUE SPACES.
022100
022200 01  WS-HEADING-2.
022300     05  FILLER             PIC X(04)   VALUE 'ACCT'.
022400     05  FILLER             PIC X(14)   VALUE '       OPENING'.
022500     05  FILLER             PIC X(14)   VALUE '        DEBITS'.
022600     05  FILLER             PIC X(14)   VALUE '       CREDITS'.
022700     05  FILLER             PIC X(14)   VALUE '     REVERSALS'.
022800     05  FILLER             PIC X(14)   VALUE '       CLOSING'.
022900     05  FILLER             PIC X(06)   VALUE SPACES.
023000
023100*---------------------------------------------------------------*
023200*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
023300*---------------------------------------------------------------*
023400 COPY BUSDPARM.
023500
023600 PROCEDURE DIVISION.
023700*===============================================================*
023800*  0000-MAINLINE                                                *
023900*===============================================================*
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
024200     PERFORM 2000-LOAD-BALANCES   THRU 2000-EXIT
024300     IF FROM-HISTORY
024400         PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT
024500     END-IF
024600     PERFORM 3000-PRINT-BALANCES  THRU 3000-EXIT
024700     PERFORM 4000-SCAN-POSTINGS   THRU 4000-EXIT
024800     IF FROM-LIVE-MASTER
024900         PERFORM 4500-SCAN-JOURNAL THRU 4500-EXIT
025000     END-IF
025100     PERFORM 5000-PRINT-PROOF     THRU 5000-EXIT
025200     PERFORM 9000-TERMINATE       THRU 9000-EXIT
025300     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
025400     STOP RUN.
025500
025600*===============================================================*
025700*  1000-INITIALIZE - OPEN FILES, DATE THE RUN AND READ THE      *
025800*                    REQUEST CARD                               *
025900*===============================================================*
026000 1000-INITIALIZE.
026100     OPEN INPUT  ABAL-FILE
026200     IF WS-ABAL-STATUS = '35'
026300         SET ABAL-EOF TO TRUE
026400         DISPLAY 'TRIALBAL: BALANCE MASTER NOT FOUND - '
026500             'TRIAL BALANCE WILL BE EMPTY'
026600     END-IF
026700     OPEN OUTPUT REPT-FILE
026800     ACCEPT WS-RUN-DATE FROM DATE
026900     ACCEPT WS-RUN-TIME FROM TIME
027000     CALL 'BUSDATE' USING BUSD-PARM
027100     MOVE BUSD-DATE TO WS-TODAY
027200     MOVE WS-TODAY  TO WS-AS-OF
027300     OPEN INPUT CTL-FILE
027400     READ CTL-FILE
027500         AT END
027600             CONTINUE
027700         NOT AT END
027800             IF TB-AS-OF-DATE IS NUMERIC
027900                     AND TB-AS-OF-DATE NOT = ZEROES
028000                 MOVE TB-AS-OF-DATE TO WS-AS-OF
028100             END-IF
028200             MOVE TB-ACCT TO WS-F-ACCT
028300     END-READ
028400     CLOSE CTL-FILE.
028500 1000-EXIT.
028600     EXIT.
028700
028800*===============================================================*
028900*  2000-LOAD-BALANCES - THE LIVE BALANCE MASTER INTO THE TABLE. *
029000*                       AN AS-OF DATE BEFORE THE MASTER'S       *
029100*                       LATEST ROLL SWITCHES TO THE HISTORY     *
029200*===============================================================*
029300 2000-LOAD-BALANCES.
029400     IF ABAL-EOF
029500         GO TO 2000-EXIT
029600     END-IF
029700     PERFORM 2100-READ-ABAL THRU 2100-EXIT
029800     PERFORM UNTIL ABAL-EOF
029900         IF ABL-LAST-ROLL > WS-MAX-ROLL
030000             MOVE ABL-LAST-ROLL TO WS-MAX-ROLL
030100         END-IF
030200         PERFORM 2200-STORE-BALANCE THRU 2200-EXIT
030300         PERFORM 2100-READ-ABAL THRU 2100-EXIT
030400     END-PERFORM
030500     IF WS-AS-OF < WS-MAX-ROLL
030600         SET FROM-HISTORY TO TRUE
030700         MOVE ZERO TO WS-BAL-CNT
030800         MOVE ZERO TO WS-SKIP-CNT
030900     END-IF.
031000 2000-EXIT.
031100     EXIT.
031200
031300*===============================================================*
031400*  2100-READ-ABAL                                               *
031500*===============================================================*
031600 2100-READ-ABAL.
031700     READ ABAL-FILE NEXT
031800         AT END
031900             SET ABAL-EOF TO TRUE
032000             GO TO 2100-EXIT
032100     END-READ
032200     MOVE ABM-REC TO ABL-REC
032300     ADD 1 TO WS-RECS-IN.
032400 2100-EXIT.
032500     EXIT.
032600
032700*===============================================================*
032800*  2200-STORE-BALANCE - FIND OR ADD THE ACCOUNT ENTRY FOR THE   *
032900*                       RECORD IN ABL-REC AND REPLACE ITS       *
033000*                       FIGURES (A LATER HISTORY COPY WINS)     *
033100*===============================================================*
033200 2200-STORE-BALANCE.
033300     IF WS-F-ACCT NOT = SPACES AND ABL-ACCT NOT = WS-F-ACCT
033400         GO TO 2200-EXIT
033500     END-IF
033600     MOVE ZERO TO AX
033700     MOVE 1 TO AC
033800     PERFORM UNTIL AC > WS-BAL-CNT OR AX > ZERO
033900         IF WB-ACCT(AC) = ABL-ACCT
034000             MOVE AC TO AX
034100         END-IF
034200         ADD 1 TO AC
034300     END-PERFORM
034400     IF AX = ZERO
034500         IF WS-BAL-CNT < 500
034600             ADD 1 TO WS-BAL-CNT
034700             MOVE WS-BAL-CNT TO AX
034800         ELSE
034900             ADD 1 TO WS-SKIP-CNT
035000             DISPLAY 'TRIALBAL: ACCOUNT TABLE FULL - ACCOUNT '
035100                 ABL-ACCT ' NOT LISTED'
035200             GO TO 2200-EXIT
035300         END-IF
035400     END-IF
035500     MOVE ABL-ACCT          TO WB-ACCT(AX)
035600     MOVE ABL-CLOSE-BAL     TO WB-CLOSE(AX)
035700     MOVE ABL-ROLL-NET      TO WB-ROLL-NET(AX)
035800     MOVE ABL-LAST-ROLL     TO WB-LAST-ROLL(AX)
035900     IF ABL-LAST-ROLL(1:6) < WS-AS-OF(1:6)
036000         MOVE ABL-CLOSE-BAL TO WB-OPEN(AX)
036100         MOVE ZERO          TO WB-DEBITS(AX)
036200         MOVE ZERO          TO WB-CREDITS(AX)
036300         MOVE ZERO          TO WB-REVERSALS(AX)
036400     ELSE
036500         MOVE ABL-OPEN-BAL      TO WB-OPEN(AX)
036600         MOVE ABL-PER-DEBITS    TO WB-DEBITS(AX)
036700         MOVE ABL-PER-CREDITS   TO WB-CREDITS(AX)
036800         MOVE ABL-PER-REVERSALS TO WB-REVERSALS(AX)
036900     END-IF.
037000 2200-EXIT.
037100     EXIT.
037200
037300*===============================================================*
037400*  2500-LOAD-HISTORY - REBUILD THE TABLE FROM THE HISTORY: THE  *
037500*                      LAST COPY OF EACH ACCOUNT ROLLED ON OR   *
037600*                      BEFORE THE AS-OF DATE                    *
037700*===============================================================*
037800 2500-LOAD-HISTORY.
037900     OPEN INPUT HIST-FILE
038000     PERFORM 2600-READ-HIST THRU 2600-EXIT
038100     PERFORM UNTIL HIST-EOF
038200         IF ABL-LAST-ROLL NOT > WS-AS-OF
038300             PERFORM 2200-STORE-BALANCE THRU 2200-EXIT
038400         END-IF
038500         PERFORM 2600-READ-HIST THRU 2600-EXIT
038600     END-PERFORM
038700     CLOSE HIST-FILE.
038800 2500-EXIT.
038900     EXIT.
039000
039100*===============================================================*
039200*  2600-READ-HIST                                               *
039300*===============================================================*
039400 2600-READ-HIST.
039500     READ HIST-FILE INTO ABL-REC
039600         AT END
039700             SET HIST-EOF TO TRUE
039800             GO TO 2600-EXIT
039900     END-READ
040000     ADD 1 TO WS-HIST-IN.
040100 2600-EXIT.
040200     EXIT.
040300
040400*===============================================================*
040500*  3000-PRINT-BALANCES - ONE LINE PER ACCOUNT AND THE COLUMN    *
040600*                        TOTALS                                 *
040700*===============================================================*
040800 3000-PRINT-BALANCES.
040900     MOVE WS-AS-OF  TO WR-AS-OF
041000     MOVE WS-F-ACCT TO WR-ACCT
041100     IF FROM-HISTORY
041200         MOVE 'BALANCE HISTORY'     TO WR-SOURCE
041300     ELSE
041400         MOVE 'LIVE BALANCE MASTER' TO WR-SOURCE
041500     END-IF
041600     MOVE WS-REQUEST-LINE TO WS-PRINT-LINE
041700     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
041800     MOVE SPACES TO WS-PRINT-LINE
041900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
042000     MOVE 1 TO AC
042100     PERFORM UNTIL AC > WS-BAL-CNT
042200         MOVE WB-ACCT(AC)      TO WD-ACCT
042300         MOVE WB-OPEN(AC)      TO WD-OPEN
042400         MOVE WB-DEBITS(AC)    TO WD-DEBITS
042500         MOVE WB-CREDITS(AC)   TO WD-CREDITS
042600         MOVE WB-REVERSALS(AC) TO WD-REVERSALS
042700         MOVE WB-CLOSE(AC)     TO WD-CLOSE
042800         MOVE WS-DETAIL-LINE   TO WS-PRINT-LINE
042900         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
043000         ADD 1 TO WS-RECS-OUT
043100         ADD WB-OPEN(AC)      TO WS-TOT-OPEN
043200         ADD WB-DEBITS(AC)    TO WS-TOT-DEBITS
043300         ADD WB-CREDITS(AC)   TO WS-TOT-CREDITS
043400         ADD WB-REVERSALS(AC) TO WS-TOT-REVERSALS
043500         ADD WB-CLOSE(AC)     TO WS-TOT-CLOSE
043600         IF WB-LAST-ROLL(AC) = WS-AS-OF
043700             ADD WB-ROLL-NET(AC) TO WS-TOT-ROLL-NET
043800         END-IF
043900         ADD 1 TO AC
044000     END-PERFORM
044100     MOVE SPACES TO WS-PRINT-LINE
044200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
044300     MOVE WS-TOT-OPEN      TO WX-OPEN
044400     MOVE WS-TOT-DEBITS    TO WX-DEBITS
044500     MOVE WS-TOT-CREDITS   TO WX-CREDITS
044600     MOVE WS-TOT-REVERSALS TO WX-REVERSALS
044700     MOVE WS-TOT-CLOSE     TO WX-CLOSE
044800     MOVE WS-TOTAL-LINE    TO WS-PRINT-LINE
044900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
045000 3000-EXIT.
045100     EXIT.
045200
045300*===============================================================*
045400*  4000-SCAN-POSTINGS - THE POSTED MASTER'S NET THROUGH THE     *
045500*                       AS-OF DATE AND FOR THE AS-OF DATE ALONE *
045510*                       - PURGED POSTINGS IN POSTHST FIRST       *
045600*===============================================================*
045700 4000-SCAN-POSTINGS.
045710     OPEN INPUT PHST-FILE
045720     PERFORM 4200-READ-PHST THRU 4200-EXIT
045730     PERFORM UNTIL PHST-EOF
045740         IF PH-DATE NOT > WS-AS-OF
045750                 AND (WS-F-ACCT = SPACES OR PH-ACCT = WS-F-ACCT)
045760             ADD PH-RESULT TO WS-POST-NET-THRU
045770             IF PH-DATE = WS-AS-OF
045780                 ADD PH-RESULT TO WS-POST-NET-DAY
045790             END-IF
045791         END-IF
045792         PERFORM 4200-READ-PHST THRU 4200-EXIT
045793     END-PERFORM
045794     CLOSE PHST-FILE
045800     OPEN INPUT POST-FILE
045900     IF WS-POST-STATUS = '35'
046000         DISPLAY 'TRIALBAL: POSTED MASTER NOT FOUND - '
046100             'PROVING AGAINST ZERO'
046200         GO TO 4000-EXIT
046300     END-IF
046400     PERFORM 4100-READ-POST THRU 4100-EXIT
046500     PERFORM UNTIL POST-EOF
046600         IF POST-DATE NOT > WS-AS-OF
046700                 AND (WS-F-ACCT = SPACES OR POST-ACCT = WS-F-ACCT)
046800             ADD POST-RESULT TO WS-POST-NET-THRU
046900             IF POST-DATE = WS-AS-OF
047000                 ADD POST-RESULT TO WS-POST-NET-DAY
047100             END-IF
047200         END-IF
047300         PERFORM 4100-READ-POST THRU 4100-EXIT
047400     END-PERFORM
047500     CLOSE POST-FILE.
047600 4000-EXIT.
047700     EXIT.
047800
047900*===============================================================*
048000*  4100-READ-POST                                               *
048100*===============================================================*
048200 4100-READ-POST.
048300     READ POST-FILE NEXT
048400         AT END
048500             SET POST-EOF TO TRUE
048600             GO TO 4100-EXIT
048700     END-READ
048800     ADD 1 TO WS-POST-IN.
048900 4100-EXIT.
049000     EXIT.
049010
049020*===============================================================*
049030*  4200-READ-PHST                                               *
049040*===============================================================*
049050 4200-READ-PHST.
049060     READ PHST-FILE
049070         AT END
049080             SET PHST-EOF TO TRUE
049090             GO TO 4200-EXIT
049091     END-READ
049092     ADD 1 TO WS-PHST-IN.
049093 4200-EXIT.
049094     EXIT.
049100
049200*===============================================================*
049300*  4500-SCAN-JOURNAL - THE NET GLEXTR SENT THE LEDGER FOR THE   *
049400*                      AS-OF DATE.  THE BATCH HEADER AND        *
049500*                      TRAILER CARRY NOTHING PAST COLUMN 17     *
049600*===============================================================*
049700 4500-SCAN-JOURNAL.
049800     OPEN INPUT GLJ-FILE
049900     PERFORM 4600-READ-GLJ THRU 4600-EXIT
050000     PERFORM UNTIL GLJ-EOF
050100         IF GLJ-IN-REC(18:63) NOT = SPACES
050200             MOVE GLJ-IN-REC TO GLJ-REC
050300             IF GLJ-DATE = WS-AS-OF
050400                     AND (WS-F-ACCT = SPACES
050500                          OR GLJ-ACCT = WS-F-ACCT)
050600                 SET GLJ-PRESENT TO TRUE
050700                 ADD GLJ-NET TO WS-GLJ-NET
050800             END-IF
050900         END-IF
051000         PERFORM 4600-READ-GLJ THRU 4600-EXIT
051100     END-PERFORM
051200     CLOSE GLJ-FILE.
051300 4500-EXIT.
051400     EXIT.
051500
051600*===============================================================*
051700*  4600-READ-GLJ                                                *
051800*===============================================================*
051900 4600-READ-GLJ.
052000     READ GLJ-FILE
052100         AT END
052200             SET GLJ-EOF TO TRUE
052300             GO TO 4600-EXIT
052400     END-READ
052500     ADD 1 TO WS-GLJ-IN.
052600 4600-EXIT.
052700     EXIT.
052800
052900*===============================================================*
053000*  5000-PRINT-PROOF - CLOSING BALANCES AGAINST THE POSTED       *
053100*                     MASTER; ON THE LIVE MASTER ALSO THE       *
053200*                     NIGHT'S ROLLED NET AGAINST THE MASTER'S   *
053300*                     DAY NET AND THE GLJRNL JOURNAL            *
053400*===============================================================*
053500 5000-PRINT-PROOF.
053600     MOVE SPACES TO WS-PRINT-LINE
053700     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
053800     MOVE 'SUM OF CLOSING BALANCES ..............: ' TO WP-LABEL
053900     MOVE WS-TOT-CLOSE TO WP-AMOUNT
054000     MOVE SPACES       TO WP-RESULT
054100     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
054200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
054300     MOVE 'POSTED MASTER NET THROUGH AS-OF DATE .: ' TO WP-LABEL
054400     MOVE WS-POST-NET-THRU TO WP-AMOUNT
054500     IF WS-POST-NET-THRU = WS-TOT-CLOSE
054600         MOVE 'AGREE'          TO WP-RESULT
054700     ELSE
054800         MOVE 'OUT OF BALANCE' TO WP-RESULT
054900         SET OUT-OF-BALANCE TO TRUE
055000     END-IF
055100     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
055200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
055300     IF FROM-HISTORY
055400         MOVE 'DAY PROOF NOT AVAILABLE FROM HISTORY - GLJRNL '
055500             TO WS-PRINT-LINE
055600         MOVE 'HOLDS ONE NIGHT' TO WS-PRINT-LINE(48:15)
055700         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
055800         GO TO 5000-EXIT
055900     END-IF
056000     MOVE SPACES TO WS-PRINT-LINE
056100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
056200     MOVE 'NET ROLLED FOR AS-OF DATE ............: ' TO WP-LABEL
056300     MOVE WS-TOT-ROLL-NET TO WP-AMOUNT
056400     MOVE SPACES          TO WP-RESULT
056500     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
056600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
056700     MOVE 'POSTED MASTER NET FOR AS-OF DATE .....: ' TO WP-LABEL
056800     MOVE WS-POST-NET-DAY TO WP-AMOUNT
056900     IF WS-POST-NET-DAY = WS-TOT-ROLL-NET
057000         MOVE 'AGREE'          TO WP-RESULT
057100     ELSE
057200         MOVE 'OUT OF BALANCE' TO WP-RESULT
057300         SET OUT-OF-BALANCE TO TRUE
057400     END-IF
057500     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
057600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
057700     MOVE 'GLJRNL NET FOR AS-OF DATE ............: ' TO WP-LABEL
057800     MOVE WS-GLJ-NET TO WP-AMOUNT
057900     IF NOT GLJ-PRESENT
058000         MOVE 'NO JOURNAL LINES' TO WP-RESULT
058100     ELSE
058200         IF WS-GLJ-NET = WS-TOT-ROLL-NET
058300             MOVE 'AGREE'          TO WP-RESULT
058400         ELSE
058500             MOVE 'OUT OF BALANCE' TO WP-RESULT
058600             SET OUT-OF-BALANCE TO TRUE
058700         END-IF
058800     END-IF
058900     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
059000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
059100 5000-EXIT.
059200     EXIT.
059300
059400*===============================================================*
059500*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
059600*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
059700*                        STAGED IN WS-PRINT-LINE                 *
059800*===============================================================*
059900 8000-WRITE-REPT-LINE.
060000     IF WS-LINE-CNT > WS-PAGE-MAX
060100         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
060200     END-IF
060300     WRITE REPT-REC FROM WS-PRINT-LINE
060400     ADD 1 TO WS-LINE-CNT.
060500 8000-EXIT.
060600     EXIT.
060700
060800*===============================================================*
060900*  8100-PRINT-HEADINGS                                          *
061000*===============================================================*
061100 8100-PRINT-HEADINGS.
061200     ADD 1 TO WS-PAGE-CNT
061300     MOVE WS-TODAY         TO WH-DATE
061400     MOVE WS-RUN-TIME(1:6) TO WH-TIME
061500     MOVE WS-PAGE-CNT      TO WH-PAGE
061600     WRITE REPT-REC FROM WS-HEADING-1
061700     WRITE REPT-REC FROM WS-HEADING-2
061800     MOVE SPACES TO REPT-REC
061900     WRITE REPT-REC
062000     MOVE 3 TO WS-LINE-CNT.
062100 8100-EXIT.
062200     EXIT.
062300
062400*===============================================================*
062500*  9000-TERMINATE - WRITE TOTALS AND CLOSE FILES                *
062600*===============================================================*
062700 9000-TERMINATE.
062800     MOVE SPACES TO WS-PRINT-LINE
062900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
063000     MOVE WS-RECS-IN  TO WT-RECS-IN
063100     MOVE WS-RECS-OUT TO WT-RECS-OUT
063200     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
063300     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
063400     IF WS-SKIP-CNT > 0
063500         MOVE 'ACCOUNT TABLE OVERFLOWED - LISTING INCOMPLETE'
063600             TO WS-PRINT-LINE
063700         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
063800     END-IF
063900     IF WS-ABAL-STATUS NOT = '35'
064000         CLOSE ABAL-FILE
064100     END-IF
064200     CLOSE REPT-FILE.
064300 9000-EXIT.
064400     EXIT.
064500
064600*===============================================================*
064700*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 IN BALANCE, 4     *
064800*                         WHEN ANY PROOF IS OUT OF BALANCE OR   *
064900*                         THE TABLE OVERFLOWED, 12 WHEN THERE   *
065000*                         IS NO BALANCE TO LIST                 *
065100*===============================================================*
065200 9900-SET-RETURN-CODE.
065300     MOVE 0 TO RETURN-CODE
065400     IF OUT-OF-BALANCE OR WS-SKIP-CNT > 0
065500         MOVE 4 TO RETURN-CODE
065600     END-IF
065700     IF WS-BAL-CNT = 0
065800         MOVE 12 TO RETURN-CODE
065900     END-IF.
066000 9900-EXIT.
066100     EXIT.
