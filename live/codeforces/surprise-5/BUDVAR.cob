000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BUDVAR.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-09 BSU   ORIGINAL BUDGET-VERSUS-ACTUAL VARIANCE       *
001100*                   REPORT. FOR THE REPORT MONTH (THE BUSINESS   *
001200*                   MONTH, OR THE MONTH ON AN OPTIONAL BUDCTL    *
001300*                   REQUEST CARD - SEE COPY/BUDCTL.CPY) AND THE  *
001400*                   YEAR TO DATE THROUGH IT, SETS EACH ACCOUNT'S *
001500*                   PLAN FROM THE BUDGET MASTER (SEE             *
001600*                   COPY/BUDREC.CPY) AGAINST THE ACTUAL NETTED   *
001700*                   FROM THE POSTED MASTER AND THE POSTHST       *
001800*                   POSTING HISTORY, WITH THE VARIANCE AMOUNT    *
001900*                   AND PERCENT. AN ACCOUNT WHOSE MONTH OR       *
002000*                   YEAR-TO-DATE VARIANCE STRAYS FROM PLAN,      *
002100*                   EITHER WAY, FURTHER THAN THE BUD-VAR-PCT     *
002150*                   SUITEPRM KEYWORD                             *
002200*                   ALLOWS - OR THAT POSTED WITH NO PLAN AT ALL  *
002300*                   - IS FLAGGED. THE FLAGGED COUNT GOES TO THE  *
002400*                   AUDIT LOG AS THE RUN'S REJECT COUNT, WHERE   *
002500*                   THE DASHBD EXCEPTIONS BOX PICKS IT UP.       *
002600*===============================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BUD-FILE    ASSIGN TO "BUDMST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS SEQUENTIAL
003600         RECORD KEY   IS BUD-KEY
003700         FILE STATUS  IS WS-BUD-STATUS.
003800     SELECT POST-FILE   ASSIGN TO "POSTMST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE  IS SEQUENTIAL
004100         RECORD KEY   IS POST-ID
004200         FILE STATUS  IS WS-POST-STATUS.
004300     SELECT OPTIONAL PHST-FILE ASSIGN TO "POSTHST"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL CTL-FILE ASSIGN TO "BUDCTL"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT REPT-FILE   ASSIGN TO "BUDVRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  BUD-FILE.
005300 COPY BUDREC.
005400
005500 FD  POST-FILE.
005600 COPY POSTREC.
005700
005800 FD  PHST-FILE
005900     RECORDING MODE IS F.
006000 01  PHST-REC.
006100     05  PH-ID              PIC 9(06).
006200     05  PH-DATE            PIC 9(08).
006300     05  PH-ACCT            PIC X(04).
006400     05  FILLER             PIC X(23).
006500     05  PH-RESULT          PIC S9(10) SIGN LEADING SEPARATE.
006600     05  FILLER             PIC X(28).
006700
006800 FD  CTL-FILE
006900     RECORDING MODE IS F.
007000 COPY BUDCTL.
007100
007200 FD  REPT-FILE
007300     RECORDING MODE IS F.
007400 01  REPT-REC               PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-BUD-STATUS          PIC X(02)   VALUE SPACES.
007800 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
007900 01  WS-SWITCHES.
008000     05  WS-BUD-EOF-SW      PIC X(01)   VALUE 'N'.
008100         88  BUD-EOF                    VALUE 'Y'.
008200     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
008300         88  POST-EOF                   VALUE 'Y'.
008400     05  WS-PHST-EOF-SW     PIC X(01)   VALUE 'N'.
008500         88  PHST-EOF                   VALUE 'Y'.
008600     05  WS-PCT-SW          PIC X(01)   VALUE 'N'.
008700         88  PCT-COMPUTED               VALUE 'Y'.
008800         88  PCT-NOT-COMPUTED           VALUE 'N'.
008900
009000 01  WS-COUNTERS.
009100     05  WS-BUD-IN          PIC 9(06)   COMP    VALUE ZERO.
009200     05  WS-BUD-USED        PIC 9(06)   COMP    VALUE ZERO.
009300     05  WS-POST-IN         PIC 9(06)   COMP    VALUE ZERO.
009400     05  WS-PHST-IN         PIC 9(06)   COMP    VALUE ZERO.
009500     05  WS-FLAG-CNT        PIC 9(06)   COMP    VALUE ZERO.
009600     05  WS-SKIP-CNT        PIC 9(06)   COMP    VALUE ZERO.
009700
009800 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
009900 01  WS-RUN-DATE            PIC 9(06)   VALUE ZEROES.
010000 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
010100 01  WS-RPT-MONTH.
010200     05  WS-RPT-YYYY        PIC 9(04)   VALUE ZEROES.
010300     05  WS-RPT-MM          PIC 9(02)   VALUE ZEROES.
010400 01  WS-VAR-LIMIT           PIC 9(03)   VALUE ZEROES.
010500
010600*---------------------------------------------------------------*
010700*  ONE ENTRY PER ACCOUNT WITH A PLAN OR AN ACTUAL IN THE YEAR:   *
010800*  MONTH AND YEAR-TO-DATE BUDGET AND ACTUAL                      *
010900*---------------------------------------------------------------*
011000 01  WS-ACCT-CNT            PIC 9(04)   COMP    VALUE ZERO.
011100 01  WS-ACCT-TABLE.
011200     05  WS-ACCT-ENTRY      OCCURS 500.
011300         10  WB-ACCT        PIC X(04).
011400         10  WB-BUD-SW      PIC X(01).
011500             88  WB-HAS-BUDGET          VALUE 'Y'.
011600         10  WB-MTH-BUD     PIC S9(14).
011700         10  WB-MTH-ACT     PIC S9(14).
011800         10  WB-YTD-BUD     PIC S9(14).
011900         10  WB-YTD-ACT     PIC S9(14).
012000
012100 01  WS-WORK-FIELDS.
012200     05  AX                 PIC 9(04)   COMP    VALUE ZERO.
012300     05  AC                 PIC 9(04)   COMP    VALUE ZERO.
012400     05  WS-FIND-ACCT       PIC X(04)   VALUE SPACES.
012500     05  WS-POST-MONTH      PIC 9(06)   VALUE ZEROES.
012600     05  WS-POST-AMT        PIC S9(14)  VALUE ZERO.
012700     05  WS-BUD-AMT         PIC S9(14)  VALUE ZERO.
012800     05  WS-ACT-AMT         PIC S9(14)  VALUE ZERO.
012900     05  WS-VAR-AMT         PIC S9(14)  VALUE ZERO.
013000     05  WS-BASE-AMT        PIC S9(14)  VALUE ZERO.
013100     05  WS-VAR-PCT         PIC S9(05)V9 VALUE ZERO.
013200     05  WS-ABS-PCT         PIC 9(05)V9 VALUE ZERO.
013300     05  WS-ACCT-FLAG       PIC X(09)   VALUE SPACES.
013400     05  WS-LINE-FLAG       PIC X(09)   VALUE SPACES.
013500     05  WS-PERIOD          PIC X(03)   VALUE SPACES.
013600
013700 01  WS-GRAND-TOTALS.
013800     05  WS-TOT-MTH-BUD     PIC S9(14)  VALUE ZERO.
013900     05  WS-TOT-MTH-ACT     PIC S9(14)  VALUE ZERO.
014000     05  WS-TOT-YTD-BUD     PIC S9(14)  VALUE ZERO.
014100     05  WS-TOT-YTD-ACT     PIC S9(14)  VALUE ZERO.
014200
014300*---------------------------------------------------------------*
014400*  REPORT LINES                                                  *
014500*---------------------------------------------------------------*
014600 01  WS-MONTH-LINE.
014700     05  FILLER             PIC X(14)   VALUE 'REPORT MONTH: '.
014800     05  WM-MONTH           PIC 9(06).
014900     05  FILLER             PIC X(25)   VALUE
015000         '   YEAR TO DATE FROM:    '.
015100     05  WM-YTD-FROM        PIC 9(06).
015200     05  FILLER             PIC X(29)   VALUE SPACES.
015300
015400 01  WS-DETAIL-LINE.
015500     05  WD-ACCT            PIC X(04).
015600     05  FILLER             PIC X(01).
015700     05  WD-PERIOD          PIC X(03).
015800     05  WD-BUDGET          PIC -(13)9.
015900     05  FILLER             PIC X(01).
016000     05  WD-ACTUAL          PIC -(13)9.
016100     05  FILLER             PIC X(01).
016200     05  WD-VARIANCE        PIC -(13)9.
016300     05  FILLER             PIC X(01).
016400     05  WD-PCT             PIC -(5)9.9.
016500     05  FILLER             PIC X(01).
016600     05  WD-FLAG            PIC X(09).
016700     05  FILLER             PIC X(09).
016800
016900 01  WS-TOTALS-LINE.
017000     05  FILLER             PIC X(20)   VALUE
017100         'BUDGET RECORDS ...: '.
017200     05  WT-BUD-IN          PIC ZZZ,ZZ9.
017300     05  FILLER             PIC X(13)   VALUE SPACES.
017400     05  FILLER             PIC X(20)   VALUE
017500         'POSTINGS READ ....: '.
017600     05  WT-POST-IN         PIC ZZZ,ZZ9.
017700     05  FILLER             PIC X(13)   VALUE SPACES.
017800
017900 01  WS-TOTALS-LINE-2.
018000     05  FILLER             PIC X(20)   VALUE
018100         'ACCOUNTS REPORTED : '.
018200     05  WT-ACCT-CNT        PIC ZZZ,ZZ9.
018300     05  FILLER             PIC X(13)   VALUE SPACES.
018400     05  FILLER             PIC X(20)   VALUE
018500         'ACCOUNTS FLAGGED .: '.
018600     05  WT-FLAG-CNT        PIC ZZZ,ZZ9.
018700     05  FILLER             PIC X(13)   VALUE SPACES.
018800
018900*---------------------------------------------------------------*
019000*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
019100*---------------------------------------------------------------*
019200 01  WS-PRINT-CONTROL.
019300     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
019400     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
019500     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
019600 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
019700
019800 01  WS-HEADING-1.
019900     05  FILLER             PIC X(26)   VALUE
020000         'BUDGET VERSUS ACTUAL'.
020100     05  FILLER             PIC X(06)   VALUE 'BDATE'.
020200     05  WH-DATE            PIC 9(08).
020300     05  FILLER             PIC X(07)   VALUE '  TIME '.
020400     05  WH-TIME            PIC 9(06).
020500     05  FILLER             PIC X(07)   VALUE '  PAGE '.
020600     05  WH-PAGE            PIC ZZZZ9.
020700     05  FILLER             PIC X(15)   VALUE SPACES.
020800
020900 01  WS-HEADING-2.
021000     05  FILLER             PIC X(22)   VALUE
021100         'ACCT PER        BUDGET'.
021200     05  FILLER             PIC X(15)   VALUE
021300         '         ACTUAL'.
021400     05  FILLER             PIC X(15)   VALUE
021500         '       VARIANCE'.
021600     05  FILLER             PIC X(09)   VALUE
021700         '    VAR %'.
021800     05  FILLER             PIC X(19)   VALUE ' FLAG'.
021900
022000*---------------------------------------------------------------*
022100*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES                *
022200*---------------------------------------------------------------*
022300 COPY AUDITPARM.
022400 COPY BUSDPARM.
022500 COPY PARMPARM.
022600 01  WS-PARM-ECHO.
022700     05  FILLER             PIC X(05)   VALUE 'PARM '.
022800     05  WPE-KEYWORD        PIC X(16).
022900     05  FILLER             PIC X(02)   VALUE ': '.
023000     05  WPE-VALUE          PIC X(20).
023100     05  FILLER             PIC X(01)   VALUE SPACE.
023200     05  WPE-SOURCE         PIC X(10).
023300     05  FILLER             PIC X(26)   VALUE SPACES.
023400 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
023500
023600 PROCEDURE DIVISION.
023700*===============================================================*
023800*  0000-MAINLINE                                                *
023900*===============================================================*
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
024200     PERFORM 2000-LOAD-BUDGETS    THRU 2000-EXIT
024300     PERFORM 3000-SCAN-POSTINGS   THRU 3000-EXIT
024400     PERFORM 3500-SCAN-HISTORY    THRU 3500-EXIT
024500     PERFORM 4000-PRINT-ACCOUNTS  THRU 4000-EXIT
024600     PERFORM 5000-PRINT-TOTALS    THRU 5000-EXIT
024700     PERFORM 9000-TERMINATE       THRU 9000-EXIT
024800     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
024900     STOP RUN.
025000
025100*===============================================================*
025200*  1000-INITIALIZE - OPEN FILES, DATE THE RUN, LOAD THE SUITE   *
025300*                    PARAMETERS AND SETTLE THE REPORT MONTH     *
025400*===============================================================*
025500 1000-INITIALIZE.
025600     OPEN INPUT  BUD-FILE
025700     IF WS-BUD-STATUS = '35'
025800         SET BUD-EOF TO TRUE
025900         DISPLAY 'BUDVAR: BUDGET MASTER NOT FOUND - '
026000             'EVERY POSTED ACCOUNT WILL SHOW NO BUDGET'
026100     END-IF
026200     OPEN INPUT  POST-FILE
026300     IF WS-POST-STATUS = '35'
026400         SET POST-EOF TO TRUE
026500         DISPLAY 'BUDVAR: POSTED MASTER NOT FOUND - '
026600             'ACTUALS FROM POSTING HISTORY ONLY'
026700     END-IF
026800     OPEN OUTPUT REPT-FILE
026900     ACCEPT WS-RUN-DATE FROM DATE
027000     ACCEPT WS-RUN-TIME FROM TIME
027100     CALL 'BUSDATE' USING BUSD-PARM
027200     MOVE BUSD-DATE TO WS-TODAY
027300     MOVE WS-TODAY(1:6) TO WS-RPT-MONTH
027400     OPEN INPUT CTL-FILE
027500     READ CTL-FILE
027600         AT END
027700             CONTINUE
027800         NOT AT END
027900             IF BC-MONTH IS NUMERIC
028000                     AND BC-MONTH NOT = ZEROES
028100                 MOVE BC-MONTH TO WS-RPT-MONTH
028200             END-IF
028300     END-READ
028400     CLOSE CTL-FILE
028500     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
028600     MOVE WS-RPT-MONTH TO WM-MONTH
028700     MOVE WS-RPT-YYYY  TO WM-YTD-FROM(1:4)
028800     MOVE 01           TO WM-YTD-FROM(5:2)
028900     MOVE WS-MONTH-LINE TO WS-PRINT-LINE
029000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
029100     MOVE SPACES TO WS-PRINT-LINE
029200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
029300 1000-EXIT.
029400     EXIT.
029500
029600*===============================================================*
029700*  1900-LOAD-PARMS - SUITE PARAMETER FILE: THE VARIANCE         *
029800*                    TOLERANCE IN PERCENT.  A FILE IN ERROR     *
029900*                    REFUSES THE RUN                            *
030000*===============================================================*
030100 1900-LOAD-PARMS.
030200     SET PARM-FUNC-LOAD TO TRUE
030300     CALL 'PARMRTN' USING PARM-PARM
030400     IF PARM-ERR-CNT > ZERO
030500         DISPLAY 'BUDVAR: SUITE PARAMETER FILE IN ERROR - '
030600             'RUN REFUSED'
030700         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
030800             TO WS-PRINT-LINE
030900         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
031000         IF WS-BUD-STATUS NOT = '35'
031100             CLOSE BUD-FILE
031200         END-IF
031300         IF WS-POST-STATUS NOT = '35'
031400             CLOSE POST-FILE
031500         END-IF
031600         CLOSE REPT-FILE
031700         MOVE 8 TO RETURN-CODE
031800         STOP RUN
031900     END-IF
032000     MOVE 10 TO WS-VAR-LIMIT
032100     SET PARM-FUNC-GET TO TRUE
032200     MOVE SPACES TO PARM-QUALIFIER
032300     MOVE 'BUD-VAR-PCT' TO PARM-KEYWORD
032400     CALL 'PARMRTN' USING PARM-PARM
032500     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
032600         MOVE PARM-VALUE-NUM TO WS-VAR-LIMIT
032700     END-IF
032800     MOVE 'BUD-VAR-PCT' TO WPE-KEYWORD
032900     MOVE WS-VAR-LIMIT TO WPE-VALUE
033000     PERFORM 1950-ECHO-PARM THRU 1950-EXIT.
033100 1900-EXIT.
033200     EXIT.
033300
033400*===============================================================*
033500*  1950-ECHO-PARM - THE STAGED KEYWORD AND EFFECTIVE VALUE,     *
033600*                   TAGGED WITH WHERE THE VALUE CAME FROM       *
033700*===============================================================*
033800 1950-ECHO-PARM.
033900     IF PARM-FROM-FILE AND PARM-VALUE-NUM NOT = ZEROES
034000         MOVE '(SUITEPRM)' TO WPE-SOURCE
034100     ELSE
034200         MOVE '(DEFAULT)'  TO WPE-SOURCE
034300     END-IF
034400     MOVE WS-PARM-ECHO TO WS-PRINT-LINE
034500     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
034600 1950-EXIT.
034700     EXIT.
034800
034900*===============================================================*
035000*  2000-LOAD-BUDGETS - EVERY PLAN IN THE REPORT YEAR UP TO AND  *
035100*                      INCLUDING THE REPORT MONTH, INTO THE     *
035200*                      ACCOUNT TABLE IN MASTER (ACCOUNT) ORDER  *
035300*===============================================================*
035400 2000-LOAD-BUDGETS.
035500     IF BUD-EOF
035600         GO TO 2000-EXIT
035700     END-IF
035800     PERFORM 2100-READ-BUDGET THRU 2100-EXIT
035900     PERFORM UNTIL BUD-EOF
036000         IF BUD-MONTH(1:4) = WS-RPT-YYYY
036100                 AND BUD-MONTH NOT > WS-RPT-MONTH
036200             ADD 1 TO WS-BUD-USED
036300             MOVE BUD-ACCT TO WS-FIND-ACCT
036400             PERFORM 2200-FIND-OR-ADD THRU 2200-EXIT
036500             IF AX > ZERO
036600                 SET WB-HAS-BUDGET(AX) TO TRUE
036700                 ADD BUD-AMOUNT TO WB-YTD-BUD(AX)
036800                 IF BUD-MONTH = WS-RPT-MONTH
036900                     ADD BUD-AMOUNT TO WB-MTH-BUD(AX)
037000                 END-IF
037100             END-IF
037200         END-IF
037300         PERFORM 2100-READ-BUDGET THRU 2100-EXIT
037400     END-PERFORM
037500     CLOSE BUD-FILE.
037600 2000-EXIT.
037700     EXIT.
037800
037900*===============================================================*
038000*  2100-READ-BUDGET                                             *
038100*===============================================================*
038200 2100-READ-BUDGET.
038300     READ BUD-FILE NEXT
038400         AT END
038500             SET BUD-EOF TO TRUE
038600             GO TO 2100-EXIT
038700     END-READ
038800     ADD 1 TO WS-BUD-IN.
038900 2100-EXIT.
039000     EXIT.
039100
039200*===============================================================*
039300*  2200-FIND-OR-ADD - TABLE INDEX OF WS-FIND-ACCT IN AX, ADDING *
039400*                     A ZEROED ENTRY WHEN IT IS NEW. ZERO WHEN  *
039500*                     THE TABLE IS FULL                         *
039600*===============================================================*
039700 2200-FIND-OR-ADD.
039800     MOVE ZERO TO AX
039900     MOVE 1 TO AC
040000     PERFORM UNTIL AC > WS-ACCT-CNT OR AX > ZERO
040100         IF WB-ACCT(AC) = WS-FIND-ACCT
040200             MOVE AC TO AX
040300         END-IF
040400         ADD 1 TO AC
040500     END-PERFORM
040600     IF AX > ZERO
040700         GO TO 2200-EXIT
040800     END-IF
040900     IF WS-ACCT-CNT < 500
041000         ADD 1 TO WS-ACCT-CNT
041100         MOVE WS-ACCT-CNT  TO AX
041200         MOVE WS-FIND-ACCT TO WB-ACCT(AX)
041300         MOVE 'N'          TO WB-BUD-SW(AX)
041400         MOVE ZERO TO WB-MTH-BUD(AX)
041500                      WB-MTH-ACT(AX)
041600                      WB-YTD-BUD(AX)
041700                      WB-YTD-ACT(AX)
041800     ELSE
041900         ADD 1 TO WS-SKIP-CNT
042000         DISPLAY 'BUDVAR: ACCOUNT TABLE FULL - ACCOUNT '
042100             WS-FIND-ACCT ' NOT REPORTED'
042200     END-IF.
042300 2200-EXIT.
042400     EXIT.
042500
042600*===============================================================*
042700*  3000-SCAN-POSTINGS - NET THE POSTED MASTER'S ACTUALS FOR THE *
042800*                       REPORT MONTH AND THE YEAR TO DATE       *
042900*===============================================================*
043000 3000-SCAN-POSTINGS.
043100     IF POST-EOF
043200         GO TO 3000-EXIT
043300     END-IF
043400     PERFORM 3100-READ-POST THRU 3100-EXIT
043500     PERFORM UNTIL POST-EOF
043600         MOVE POST-DATE(1:6) TO WS-POST-MONTH
043700         MOVE POST-ACCT      TO WS-FIND-ACCT
043800         MOVE POST-RESULT    TO WS-POST-AMT
043900         PERFORM 3300-APPLY-ACTUAL THRU 3300-EXIT
044000         PERFORM 3100-READ-POST THRU 3100-EXIT
044100     END-PERFORM
044200     CLOSE POST-FILE.
044300 3000-EXIT.
044400     EXIT.
044500
044600*===============================================================*
044700*  3100-READ-POST                                               *
044800*===============================================================*
044900 3100-READ-POST.
045000     READ POST-FILE NEXT
045100         AT END
045200             SET POST-EOF TO TRUE
045300             GO TO 3100-EXIT
045400     END-READ
045500     ADD 1 TO WS-POST-IN.
045600 3100-EXIT.
045700     EXIT.
045800
045900*===============================================================*
046000*  3300-APPLY-ACTUAL - ONE POSTING'S NET ONTO ITS ACCOUNT WHEN  *
046100*                      IT FALLS IN THE YEAR TO DATE             *
046200*===============================================================*
046300 3300-APPLY-ACTUAL.
046400     IF WS-POST-MONTH(1:4) NOT = WS-RPT-YYYY
046500             OR WS-POST-MONTH > WS-RPT-MONTH
046600         GO TO 3300-EXIT
046700     END-IF
046800     PERFORM 2200-FIND-OR-ADD THRU 2200-EXIT
046900     IF AX = ZERO
047000         GO TO 3300-EXIT
047100     END-IF
047200     ADD WS-POST-AMT TO WB-YTD-ACT(AX)
047300     IF WS-POST-MONTH = WS-RPT-MONTH
047400         ADD WS-POST-AMT TO WB-MTH-ACT(AX)
047500     END-IF.
047600 3300-EXIT.
047700     EXIT.
047800
047900*===============================================================*
048000*  3500-SCAN-HISTORY - POSTINGS THE MONTH-END PURGE HAS MOVED   *
048100*                      OFF THE LIVE MASTER STILL COUNT TOWARD   *
048200*                      THE YEAR TO DATE                         *
048300*===============================================================*
048400 3500-SCAN-HISTORY.
048500     OPEN INPUT PHST-FILE
048600     PERFORM 3600-READ-PHST THRU 3600-EXIT
048700     PERFORM UNTIL PHST-EOF
048800         MOVE PH-DATE(1:6) TO WS-POST-MONTH
048900         MOVE PH-ACCT      TO WS-FIND-ACCT
049000         MOVE PH-RESULT    TO WS-POST-AMT
049100         PERFORM 3300-APPLY-ACTUAL THRU 3300-EXIT
049200         PERFORM 3600-READ-PHST THRU 3600-EXIT
049300     END-PERFORM
049400     CLOSE PHST-FILE.
049500 3500-EXIT.
049600     EXIT.
049700
049800*===============================================================*
049900*  3600-READ-PHST                                               *
050000*===============================================================*
050100 3600-READ-PHST.
050200     READ PHST-FILE
050300         AT END
050400             SET PHST-EOF TO TRUE
050500             GO TO 3600-EXIT
050600     END-READ
050700     ADD 1 TO WS-PHST-IN.
050800 3600-EXIT.
050900     EXIT.
051000
051100*===============================================================*
051200*  4000-PRINT-ACCOUNTS - A MONTH LINE AND A YEAR-TO-DATE LINE   *
051300*                        PER ACCOUNT, EACH FLAGGED WHEN ITS     *
051400*                        VARIANCE IS OUTSIDE THE TOLERANCE      *
051500*===============================================================*
051600 4000-PRINT-ACCOUNTS.
051700     MOVE 1 TO AX
051800     PERFORM UNTIL AX > WS-ACCT-CNT
051900         MOVE SPACES TO WS-ACCT-FLAG
052000         MOVE 'MTH' TO WS-PERIOD
052100         MOVE WB-MTH-BUD(AX) TO WS-BUD-AMT
052200         MOVE WB-MTH-ACT(AX) TO WS-ACT-AMT
052300         PERFORM 4100-PRINT-PERIOD THRU 4100-EXIT
052400         MOVE 'YTD' TO WS-PERIOD
052500         MOVE WB-YTD-BUD(AX) TO WS-BUD-AMT
052600         MOVE WB-YTD-ACT(AX) TO WS-ACT-AMT
052700         PERFORM 4100-PRINT-PERIOD THRU 4100-EXIT
052800         IF WS-ACCT-FLAG NOT = SPACES
052900             ADD 1 TO WS-FLAG-CNT
053000         END-IF
053100         ADD WB-MTH-BUD(AX) TO WS-TOT-MTH-BUD
053200         ADD WB-MTH-ACT(AX) TO WS-TOT-MTH-ACT
053300         ADD WB-YTD-BUD(AX) TO WS-TOT-YTD-BUD
053400         ADD WB-YTD-ACT(AX) TO WS-TOT-YTD-ACT
053500         ADD 1 TO AX
053600     END-PERFORM.
053700 4000-EXIT.
053800     EXIT.
053900
054000*===============================================================*
054100*  4100-PRINT-PERIOD - ONE PERIOD'S LINE FOR ACCOUNT AX FROM    *
054200*                      WS-BUD-AMT AND WS-ACT-AMT                *
054300*===============================================================*
054400 4100-PRINT-PERIOD.
054500     PERFORM 4200-FIGURE-VARIANCE THRU 4200-EXIT
054600     MOVE SPACES TO WS-LINE-FLAG
054700     IF NOT WB-HAS-BUDGET(AX)
054800         IF WS-ACT-AMT NOT = ZERO
054900             MOVE 'NO BUDGET' TO WS-LINE-FLAG
055000         END-IF
055100     ELSE
055200         IF PCT-COMPUTED
055300             IF WS-ABS-PCT > WS-VAR-LIMIT
055400                 MOVE 'OVER TOL' TO WS-LINE-FLAG
055500             END-IF
055600         ELSE
055700             IF WS-ACT-AMT NOT = ZERO
055800                 MOVE 'OVER TOL' TO WS-LINE-FLAG
055900             END-IF
056000         END-IF
056100     END-IF
056200     IF WS-LINE-FLAG NOT = SPACES
056300         MOVE WS-LINE-FLAG TO WS-ACCT-FLAG
056400     END-IF
056500     MOVE SPACES       TO WS-DETAIL-LINE
056600     IF WS-PERIOD = 'MTH'
056700         MOVE WB-ACCT(AX) TO WD-ACCT
056800     END-IF
056900     MOVE WS-PERIOD    TO WD-PERIOD
057000     PERFORM 4300-MOVE-FIGURES THRU 4300-EXIT
057100     MOVE WS-LINE-FLAG TO WD-FLAG
057200     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
057300     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
057400 4100-EXIT.
057500     EXIT.
057600
057700*===============================================================*
057800*  4200-FIGURE-VARIANCE - ACTUAL LESS BUDGET, AND THAT AS A     *
057900*                         PERCENT OF THE BUDGET'S SIZE. NO      *
058000*                         PERCENT CAN BE TAKEN OF A ZERO PLAN;  *
058100*                         ONE PAST THE EDIT PICTURE IS HELD AT  *
058200*                         ITS CEILING                           *
058300*===============================================================*
058400 4200-FIGURE-VARIANCE.
058500     COMPUTE WS-VAR-AMT = WS-ACT-AMT - WS-BUD-AMT
058600     SET PCT-NOT-COMPUTED TO TRUE
058700     MOVE ZERO TO WS-VAR-PCT
058800     MOVE ZERO TO WS-ABS-PCT
058900     IF WS-BUD-AMT = ZERO
059000         GO TO 4200-EXIT
059100     END-IF
059200     IF WS-BUD-AMT < ZERO
059300         COMPUTE WS-BASE-AMT = ZERO - WS-BUD-AMT
059400     ELSE
059500         MOVE WS-BUD-AMT TO WS-BASE-AMT
059600     END-IF
059700     SET PCT-COMPUTED TO TRUE
059800     COMPUTE WS-VAR-PCT ROUNDED =
059900             WS-VAR-AMT * 100 / WS-BASE-AMT
060000         ON SIZE ERROR
060100             IF WS-VAR-AMT < ZERO
060200                 MOVE -99999.9 TO WS-VAR-PCT
060300             ELSE
060400                 MOVE 99999.9 TO WS-VAR-PCT
060500             END-IF
060600     END-COMPUTE
060700     IF WS-VAR-PCT < ZERO
060800         COMPUTE WS-ABS-PCT = ZERO - WS-VAR-PCT
060900     ELSE
061000         MOVE WS-VAR-PCT TO WS-ABS-PCT
061100     END-IF.
061200 4200-EXIT.
061300     EXIT.
061400
061500*===============================================================*
061600*  4300-MOVE-FIGURES - BUDGET, ACTUAL, VARIANCE AND (WHERE ONE  *
061700*                      COULD BE TAKEN) PERCENT INTO THE LINE    *
061800*===============================================================*
061900 4300-MOVE-FIGURES.
062000     MOVE WS-BUD-AMT   TO WD-BUDGET
062100     MOVE WS-ACT-AMT   TO WD-ACTUAL
062200     MOVE WS-VAR-AMT   TO WD-VARIANCE
062300     IF PCT-COMPUTED
062400         MOVE WS-VAR-PCT TO WD-PCT
062500     END-IF.
062600 4300-EXIT.
062700     EXIT.
062800
062900*===============================================================*
063000*  5000-PRINT-TOTALS - ALL ACCOUNTS, MONTH AND YEAR TO DATE     *
063100*===============================================================*
063200 5000-PRINT-TOTALS.
063300     MOVE SPACES TO WS-PRINT-LINE
063400     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
063500     MOVE 'ALL ACCOUNTS' TO WS-PRINT-LINE
063600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
063700     MOVE 'MTH' TO WS-PERIOD
063800     MOVE WS-TOT-MTH-BUD TO WS-BUD-AMT
063900     MOVE WS-TOT-MTH-ACT TO WS-ACT-AMT
064000     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
064100     MOVE 'YTD' TO WS-PERIOD
064200     MOVE WS-TOT-YTD-BUD TO WS-BUD-AMT
064300     MOVE WS-TOT-YTD-ACT TO WS-ACT-AMT
064400     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT.
064500 5000-EXIT.
064600     EXIT.
064700
064800*===============================================================*
064900*  5100-PRINT-TOTAL - ONE PERIOD'S ALL-ACCOUNT LINE, UNFLAGGED  *
065000*===============================================================*
065100 5100-PRINT-TOTAL.
065200     PERFORM 4200-FIGURE-VARIANCE THRU 4200-EXIT
065300     MOVE SPACES    TO WS-DETAIL-LINE
065400     MOVE WS-PERIOD TO WD-PERIOD
065500     PERFORM 4300-MOVE-FIGURES THRU 4300-EXIT
065600     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
065700     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
065800 5100-EXIT.
065900     EXIT.
066000
066100*===============================================================*
066200*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
066300*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
066400*                        STAGED IN WS-PRINT-LINE                 *
066500*===============================================================*
066600 8000-WRITE-REPT-LINE.
066700     IF WS-LINE-CNT > WS-PAGE-MAX
066800         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
066900     END-IF
067000     WRITE REPT-REC FROM WS-PRINT-LINE
067100     ADD 1 TO WS-LINE-CNT.
067200 8000-EXIT.
067300     EXIT.
067400
067500*===============================================================*
067600*  8100-PRINT-HEADINGS                                          *
067700*===============================================================*
067800 8100-PRINT-HEADINGS.
067900     ADD 1 TO WS-PAGE-CNT
068000     MOVE WS-TODAY         TO WH-DATE
068100     MOVE WS-RUN-TIME(1:6) TO WH-TIME
068200     MOVE WS-PAGE-CNT      TO WH-PAGE
068300     WRITE REPT-REC FROM WS-HEADING-1
068400     WRITE REPT-REC FROM WS-HEADING-2
068500     MOVE SPACES TO REPT-REC
068600     WRITE REPT-REC
068700     MOVE 3 TO WS-LINE-CNT.
068800 8100-EXIT.
068900     EXIT.
069000
069100*===============================================================*
069200*  9000-TERMINATE - WRITE TOTALS, LOG THE RUN, CLOSE FILES      *
069300*===============================================================*
069400 9000-TERMINATE.
069500     MOVE SPACES TO WS-PRINT-LINE
069600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
069700     MOVE WS-BUD-IN  TO WT-BUD-IN
069800     COMPUTE WT-POST-IN = WS-POST-IN + WS-PHST-IN
069900     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
070000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
070100     MOVE WS-ACCT-CNT TO WT-ACCT-CNT
070200     MOVE WS-FLAG-CNT TO WT-FLAG-CNT
070300     MOVE WS-TOTALS-LINE-2 TO WS-PRINT-LINE
070400     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
070500     IF WS-SKIP-CNT > 0
070600         MOVE 'ACCOUNT TABLE OVERFLOWED - REPORT INCOMPLETE'
070700             TO WS-PRINT-LINE
070800         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
070900     END-IF
071000     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
071100     CLOSE REPT-FILE.
071200 9000-EXIT.
071300     EXIT.
071400
071500*===============================================================*
071600*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE.    *
071700*                     THE FLAGGED-ACCOUNT COUNT RIDES AS THE    *
071800*                     REJECT COUNT FOR THE DASHBOARD            *
071900*===============================================================*
072000 9500-WRITE-AUDIT.
072100     ACCEPT WS-AUDIT-TIME FROM TIME
072200     MOVE 'BUDVAR'        TO AUDIT-PROGRAM-ID
072300     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
072400     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
072500     MOVE WS-BUD-USED     TO AUDIT-RECS-IN
072600     MOVE WS-ACCT-CNT     TO AUDIT-RECS-OUT
072700     MOVE WS-FLAG-CNT     TO AUDIT-RECS-REJ
072800     MOVE SPACES          TO AUDIT-BATCH-ID
072900     MOVE ZERO            TO AUDIT-DUP-CNT
073000     MOVE WS-RUN-TIME     TO AUDIT-START-TIME
073100     CALL 'AUDITLOG' USING AUDIT-PARM.
073200 9500-EXIT.
073300     EXIT.
073400
073500*===============================================================*
073600*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN ANY *
073700*                         ACCOUNT IS FLAGGED OR THE TABLE       *
073800*                         OVERFLOWED, 12 WHEN THERE WAS NO PLAN *
073900*                         AND NO ACTUAL IN THE YEAR TO DATE     *
074000*===============================================================*
074100 9900-SET-RETURN-CODE.
074200     MOVE 0 TO RETURN-CODE
074300     IF WS-FLAG-CNT > 0 OR WS-SKIP-CNT > 0
074400         MOVE 4 TO RETURN-CODE
074500     END-IF
074600     IF WS-ACCT-CNT = 0
074700         MOVE 12 TO RETURN-CODE
074800     END-IF.
074900 9900-EXIT.
075000     EXIT.
