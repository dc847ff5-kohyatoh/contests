000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RPTPURG.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL MONTH-END RETENTION PURGE OF THE   *
001100*                   RPTARCH REPORT ARCHIVE (SEE                 *
001200*                   COPY/RPTAREC.CPY).  EVERY ARCHIVED LINE OF  *
001300*                   A REPORT DATED BEFORE THE RETENTION CUTOFF  *
001400*                   (BUSINESS DATE LESS THE RPT-RETAIN-DAYS     *
001500*                   SUITEPRM KEYWORD, DEFAULT 400 DAYS) IS      *
001600*                   DELETED.  THE ARCHIVE IS KEYED BY BUSINESS  *
001700*                   DATE FIRST, SO A REPORT RUN ALWAYS GOES     *
001800*                   WHOLE.  THE CONTROL REPORT LISTS EVERY RUN  *
001900*                   PURGED AND PROVES LINES PURGED PLUS LINES   *
002000*                   LEFT AGAINST THE ARCHIVE BEFORE THE PURGE.  *
002100*===============================================================*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ARCH-FILE   ASSIGN TO "RPTARCH"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE  IS SEQUENTIAL
003100         RECORD KEY   IS RA-KEY
003200         FILE STATUS  IS WS-ARCH-STATUS.
003300     SELECT REPT-FILE   ASSIGN TO "RPURGRPT"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  ARCH-FILE.
003900 COPY RPTAREC.
004000
004100 FD  REPT-FILE
004200     RECORDING MODE IS F.
004300 01  REPT-REC               PIC X(80).
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-ARCH-STATUS         PIC X(02)   VALUE SPACES.
004700 01  WS-SWITCHES.
004800     05  WS-ARCH-EOF-SW     PIC X(01)   VALUE 'N'.
004900         88  ARCH-EOF                   VALUE 'Y'.
005000     05  WS-ARCH-OPEN-SW    PIC X(01)   VALUE 'N'.
005100         88  ARCHIVE-MISSING            VALUE 'Y'.
005200     05  WS-BALANCE-SW      PIC X(01)   VALUE 'Y'.
005300         88  ALL-IN-BALANCE             VALUE 'Y'.
005400         88  OUT-OF-BALANCE             VALUE 'N'.
005500     05  WS-RUN-SW          PIC X(01)   VALUE 'N'.
005600         88  RUN-IN-PROGRESS            VALUE 'Y'.
005700
005800 01  WS-COUNTERS.
005900     05  WS-RECS-IN         PIC 9(08)   COMP    VALUE ZERO.
006000     05  WS-PURGED-CNT      PIC 9(08)   COMP    VALUE ZERO.
006100     05  WS-LEFT-CNT        PIC 9(08)   COMP    VALUE ZERO.
006200     05  WS-ERR-CNT         PIC 9(08)   COMP    VALUE ZERO.
006300     05  WS-CHECK-CNT       PIC 9(08)   COMP    VALUE ZERO.
006400     05  WS-RUNS-PURGED     PIC 9(06)   COMP    VALUE ZERO.
006500     05  WS-RUN-LINES       PIC 9(08)   COMP    VALUE ZERO.
006600
006700 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
006800 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
006900 01  WS-RETAIN-DAYS         PIC 9(04)   VALUE ZEROES.
007000 01  WS-CUTOFF              PIC 9(08)   VALUE ZEROES.
007100 01  WS-CUTOFF-R REDEFINES WS-CUTOFF.
007200     05  WS-CUT-YYYY        PIC 9(04).
007300     05  WS-CUT-MM          PIC 9(02).
007400     05  WS-CUT-DD          PIC 9(02).
007500
007600*---------------------------------------------------------------*
007700*  THE REPORT RUN NOW BEING PURGED - DATE, PROGRAM, REPORT AND  *
007800*  START TIME                                                   *
007900*---------------------------------------------------------------*
008000 01  WS-CUR-RUN.
008100     05  WC-BUS-DATE        PIC 9(08)   VALUE ZEROES.
008200     05  WC-PROGRAM-ID      PIC X(08)   VALUE SPACES.
008300     05  WC-REPORT-NAME     PIC X(08)   VALUE SPACES.
008400     05  WC-RUN-TIME        PIC 9(08)   VALUE ZEROES.
008500
008600 01  WS-RUN-LINE.
008700     05  WR-BUS-DATE        PIC 9(08).
008800     05  FILLER             PIC X(02)   VALUE SPACES.
008900     05  WR-PROGRAM-ID      PIC X(08).
009000     05  FILLER             PIC X(02)   VALUE SPACES.
009100     05  WR-REPORT-NAME     PIC X(08).
009200     05  FILLER             PIC X(02)   VALUE SPACES.
009300     05  WR-RUN-TIME        PIC 9(08).
009400     05  FILLER             PIC X(02)   VALUE SPACES.
009500     05  WR-LINES           PIC ZZZZZZZ9.
009600     05  FILLER             PIC X(32)   VALUE SPACES.
009700
009800 01  WS-ERROR-LINE.
009900     05  WE-BUS-DATE        PIC 9(08).
010000     05  FILLER             PIC X(02)   VALUE SPACES.
010100     05  WE-PROGRAM-ID      PIC X(08).
010200     05  FILLER             PIC X(02)   VALUE SPACES.
010300     05  WE-REPORT-NAME     PIC X(08).
010400     05  FILLER             PIC X(02)   VALUE SPACES.
010500     05  WE-RUN-TIME        PIC 9(08).
010600     05  FILLER             PIC X(02)   VALUE SPACES.
010700     05  FILLER             PIC X(31)   VALUE
010800         'DELETE FAILED - LINE KEPT, STAT'.
010900     05  WE-STATUS          PIC X(02).
011000     05  FILLER             PIC X(07)   VALUE SPACES.
011100
011200 01  WS-CONTROL-LINE.
011300     05  WC-LABEL           PIC X(40).
011400     05  WC-COUNT           PIC ZZZ,ZZZ,ZZ9.
011500     05  FILLER             PIC X(02)   VALUE SPACES.
011600     05  WC-RESULT          PIC X(14).
011700     05  FILLER             PIC X(13)   VALUE SPACES.
011800
011900 01  WS-CUTOFF-LINE.
012000     05  FILLER             PIC X(16)   VALUE
012100         'RETENTION DAYS: '.
012200     05  WU-RETAIN          PIC ZZZ9.
012300     05  FILLER             PIC X(04)   VALUE SPACES.
012400     05  FILLER             PIC X(28)   VALUE
012500         'REPORTS DATED BEFORE PURGED:'.
012600     05  FILLER             PIC X(01)   VALUE SPACE.
012700     05  WU-CUTOFF          PIC 9(08).
012800     05  FILLER             PIC X(19)   VALUE SPACES.
012900
013000*---------------------------------------------------------------*
013100*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES        *
013200*---------------------------------------------------------------*
013300 01  WS-PRINT-CONTROL.
013400     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
013500     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
013600     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
013700 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
013800
013900 01  WS-HEADING-1.
014000     05  FILLER             PIC X(26)   VALUE
014100         'REPORT ARCHIVE PURGE'.
014200     05  FILLER             PIC X(06)   VALUE 'BDATE'.
014300     05  WH-DATE            PIC 9(08).
014400     05  FILLER             PIC X(07)   VALUE '  TIME '.
014500     05  WH-TIME            PIC 9(06).
014600     05  FILLER             PIC X(07)   VALUE '  PAGE '.
014700     05  WH-PAGE            PIC ZZZZ9.
014800     05  FILLER             PIC X(15)   VALUE SPACES.
014900
015000 01  WS-HEADING-2.
015100     05  FILLER             PIC X(10)   VALUE 'BUS DATE'.
015200     05  FILLER             PIC X(10)   VALUE 'PROGRAM'.
015300     05  FILLER             PIC X(10)   VALUE 'REPORT'.
015400     05  FILLER             PIC X(10)   VALUE 'RUN TIME'.
015500     05  FILLER             PIC X(40)   VALUE '   LINES PURGED'.
015600
015700*---------------------------------------------------------------*
015800*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES               *
015900*---------------------------------------------------------------*
016000 COPY DATEPARM.
016100 COPY AUDITPARM.
016200 COPY BUSDPARM.
016300 COPY PARMPARM.
016400 01  WS-PARM-ECHO.
016500     05  FILLER             PIC X(05)   VALUE 'PARM '.
016600     05  WPE-KEYWORD        PIC X(16).
016700     05  FILLER             PIC X(02)   VALUE ': '.
016800     05  WPE-VALUE          PIC X(20).
016900     05  FILLER             PIC X(01)   VALUE SPACE.
017000     05  WPE-SOURCE         PIC X(10).
017100     05  FILLER             PIC X(26)   VALUE SPACES.
017200 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
017300
017400 PROCEDURE DIVISION.
017500*===============================================================*
017600*  0000-MAINLINE                                                *
017700*===============================================================*
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
018000     PERFORM 2000-PURGE-ARCHIVE   THRU 2000-EXIT
018100     PERFORM 5000-PRINT-CONTROL   THRU 5000-EXIT
018200     PERFORM 9000-TERMINATE       THRU 9000-EXIT
018300     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
018400     STOP RUN.
018500
018600*===============================================================*
018700*  1000-INITIALIZE - OPEN FILES, DATE THE RUN, LOAD THE SUITE   *
018800*                    PARAMETERS AND WORK OUT THE CUTOFF         *
018900*===============================================================*
019000 1000-INITIALIZE.
019100     OPEN I-O    ARCH-FILE
019200     IF WS-ARCH-STATUS NOT = '00'
019300         SET ARCHIVE-MISSING TO TRUE
019400         DISPLAY 'RPTPURG: REPORT ARCHIVE NOT AVAILABLE (STATUS '
019500             WS-ARCH-STATUS ') - NOTHING TO PURGE'
019600     END-IF
019700     OPEN OUTPUT REPT-FILE
019800     ACCEPT WS-RUN-TIME FROM TIME
019900     CALL 'BUSDATE' USING BUSD-PARM
020000     MOVE BUSD-DATE TO WS-TODAY
020100     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
020200     MOVE ' '             TO DATE-ADJ-FLAG
020300     MOVE WS-TODAY(7:2)   TO DATE-IN-DD
020400     MOVE WS-TODAY(5:2)   TO DATE-IN-MM
020500     MOVE WS-TODAY(1:4)   TO DATE-IN-YYYY
020600     COMPUTE DATE-OFFSET = ZERO - WS-RETAIN-DAYS
020700     MOVE 'A' TO DATE-FUNCTION
020800     CALL 'DATERTN' USING DATE-PARM
020900     MOVE DATE-OUT-YYYY   TO WS-CUT-YYYY
021000     MOVE DATE-OUT-MM     TO WS-CUT-MM
021100     MOVE DATE-OUT-DD     TO WS-CUT-DD
021200     MOVE WS-RETAIN-DAYS  TO WU-RETAIN
021300     MOVE WS-CUTOFF       TO WU-CUTOFF
021400     MOVE WS-CUTOFF-LINE  TO WS-PRINT-LINE
021500     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
021600     MOVE SPACES TO WS-PRINT-LINE
021700     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
021800 1000-EXIT.
021900     EXIT.
022000
022100*===============================================================*
022200*  1900-LOAD-PARMS - SUITE PARAMETER FILE: THE RETENTION        *
022300*                    PERIOD IN DAYS.  A FILE IN ERROR REFUSES   *
022400*                    THE RUN BEFORE ANYTHING IS DELETED         *
022500*===============================================================*
022600 1900-LOAD-PARMS.
022700     SET PARM-FUNC-LOAD TO TRUE
022800     CALL 'PARMRTN' USING PARM-PARM
022900     IF PARM-ERR-CNT > ZERO
023000         DISPLAY 'RPTPURG: SUITE PARAMETER FILE IN ERROR - '
023100             'RUN REFUSED'
023200         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
023300             TO WS-PRINT-LINE
023400         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
023500         IF NOT ARCHIVE-MISSING
023600             CLOSE ARCH-FILE
023700         END-IF
023800         CLOSE REPT-FILE
023900         MOVE 8 TO RETURN-CODE
024000         STOP RUN
024100     END-IF
024200     MOVE 400 TO WS-RETAIN-DAYS
024300     SET PARM-FUNC-GET TO TRUE
024400     MOVE SPACES TO PARM-QUALIFIER
024500     MOVE 'RPT-RETAIN-DAYS' TO PARM-KEYWORD
024600     CALL 'PARMRTN' USING PARM-PARM
024700     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
024800         MOVE PARM-VALUE-NUM TO WS-RETAIN-DAYS
024900     END-IF
025000     MOVE 'RPT-RETAIN-DAYS' TO WPE-KEYWORD
025100     MOVE WS-RETAIN-DAYS TO WPE-VALUE
025200     PERFORM 1950-ECHO-PARM THRU 1950-EXIT.
025300 1900-EXIT.
025400     EXIT.
025500
025600*===============================================================*
025700*  1950-ECHO-PARM - THE STAGED KEYWORD AND EFFECTIVE VALUE,     *
025800*                   TAGGED WITH WHERE THE VALUE CAME FROM       *
025900*===============================================================*
026000 1950-ECHO-PARM.
026100     IF PARM-FROM-FILE AND PARM-VALUE-NUM NOT = ZEROES
026200         MOVE '(SUITEPRM)' TO WPE-SOURCE
026300     ELSE
026400         MOVE '(DEFAULT)'  TO WPE-SOURCE
026500     END-IF
026600     MOVE WS-PARM-ECHO TO WS-PRINT-LINE
026700     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
026800 1950-EXIT.
026900     EXIT.
027000
027100*===============================================================*
027200*  2000-PURGE-ARCHIVE - ONE PASS IN KEY ORDER: EVERY LINE DATED *
027300*                       BEFORE THE CUTOFF IS DELETED, EVERY     *
027400*                       LINE AFTER IT IS COUNTED AS LEFT        *
027500*===============================================================*
027600 2000-PURGE-ARCHIVE.
027700     IF ARCHIVE-MISSING
027800         GO TO 2000-EXIT
027900     END-IF
028000     PERFORM 2100-READ-ARCH THRU 2100-EXIT
028100     PERFORM UNTIL ARCH-EOF
028200         ADD 1 TO WS-RECS-IN
028300         IF RA-BUS-DATE < WS-CUTOFF
028400             PERFORM 2200-PURGE-LINE THRU 2200-EXIT
028500         ELSE
028600             ADD 1 TO WS-LEFT-CNT
028700         END-IF
028800         PERFORM 2100-READ-ARCH THRU 2100-EXIT
028900     END-PERFORM
029000     IF RUN-IN-PROGRESS
029100         PERFORM 2300-LIST-RUN THRU 2300-EXIT
029200     END-IF.
029300 2000-EXIT.
029400     EXIT.
029500
029600*===============================================================*
029700*  2100-READ-ARCH                                               *
029800*===============================================================*
029900 2100-READ-ARCH.
030000     READ ARCH-FILE NEXT
030100         AT END
030200             SET ARCH-EOF TO TRUE
030300             GO TO 2100-EXIT
030400     END-READ.
030500 2100-EXIT.
030600     EXIT.
030700
030800*===============================================================*
030900*  2200-PURGE-LINE - DELETE THE LINE.  A NEW DATE, PROGRAM,     *
031000*                    REPORT OR START TIME IS A NEW RUN: THE ONE *
031100*                    BEFORE IT IS LISTED                        *
031200*===============================================================*
031300 2200-PURGE-LINE.
031400     IF RUN-IN-PROGRESS
031500         IF RA-BUS-DATE    NOT = WC-BUS-DATE
031600         OR RA-PROGRAM-ID  NOT = WC-PROGRAM-ID
031700         OR RA-REPORT-NAME NOT = WC-REPORT-NAME
031800         OR RA-RUN-TIME    NOT = WC-RUN-TIME
031900             PERFORM 2300-LIST-RUN THRU 2300-EXIT
032000         END-IF
032100     END-IF
032200     IF NOT RUN-IN-PROGRESS
032300         SET RUN-IN-PROGRESS TO TRUE
032400         MOVE RA-BUS-DATE    TO WC-BUS-DATE
032500         MOVE RA-PROGRAM-ID  TO WC-PROGRAM-ID
032600         MOVE RA-REPORT-NAME TO WC-REPORT-NAME
032700         MOVE RA-RUN-TIME    TO WC-RUN-TIME
032800         MOVE ZERO TO WS-RUN-LINES
032900     END-IF
033000     DELETE ARCH-FILE RECORD
033100     IF WS-ARCH-STATUS NOT = '00'
033200         ADD 1 TO WS-ERR-CNT
033300         ADD 1 TO WS-LEFT-CNT
033400         MOVE RA-BUS-DATE    TO WE-BUS-DATE
033500         MOVE RA-PROGRAM-ID  TO WE-PROGRAM-ID
033600         MOVE RA-REPORT-NAME TO WE-REPORT-NAME
033700         MOVE RA-RUN-TIME    TO WE-RUN-TIME
033800         MOVE WS-ARCH-STATUS TO WE-STATUS
033900         MOVE WS-ERROR-LINE  TO WS-PRINT-LINE
034000         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
034100         GO TO 2200-EXIT
034200     END-IF
034300     ADD 1 TO WS-PURGED-CNT
034400     ADD 1 TO WS-RUN-LINES.
034500 2200-EXIT.
034600     EXIT.
034700
034800*===============================================================*
034900*  2300-LIST-RUN - ONE LINE FOR A REPORT RUN PURGED             *
035000*===============================================================*
035100 2300-LIST-RUN.
035200     MOVE WC-BUS-DATE    TO WR-BUS-DATE
035300     MOVE WC-PROGRAM-ID  TO WR-PROGRAM-ID
035400     MOVE WC-REPORT-NAME TO WR-REPORT-NAME
035500     MOVE WC-RUN-TIME    TO WR-RUN-TIME
035600     MOVE WS-RUN-LINES   TO WR-LINES
035700     MOVE WS-RUN-LINE    TO WS-PRINT-LINE
035800     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
035900     ADD 1 TO WS-RUNS-PURGED
036000     MOVE 'N' TO WS-RUN-SW.
036100 2300-EXIT.
036200     EXIT.
036300
036400*===============================================================*
036500*  5000-PRINT-CONTROL - PURGED PLUS LEFT MUST EQUAL THE ARCHIVE *
036600*                       BEFORE THE PURGE                        *
036700*===============================================================*
036800 5000-PRINT-CONTROL.
036900     MOVE SPACES TO WS-PRINT-LINE
037000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
037100     MOVE SPACES TO WC-RESULT
037200     MOVE 'LINES ON ARCHIVE BEFORE PURGE .......: ' TO WC-LABEL
037300     MOVE WS-RECS-IN     TO WC-COUNT
037400     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
037500     MOVE 'REPORT RUNS PURGED ..................: ' TO WC-LABEL
037600     MOVE WS-RUNS-PURGED TO WC-COUNT
037700     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
037800     MOVE 'LINES PURGED ........................: ' TO WC-LABEL
037900     MOVE WS-PURGED-CNT  TO WC-COUNT
038000     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
038100     MOVE 'LINES LEFT ON THE ARCHIVE ...........: ' TO WC-LABEL
038200     MOVE WS-LEFT-CNT    TO WC-COUNT
038300     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
038400     IF WS-ERR-CNT > 0
038500         MOVE '  PAST CUTOFF, DELETE FAILED ........: '
038600             TO WC-LABEL
038700         MOVE WS-ERR-CNT     TO WC-COUNT
038800         PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
038900     END-IF
039000     COMPUTE WS-CHECK-CNT = WS-PURGED-CNT + WS-LEFT-CNT
039100     MOVE 'PURGED PLUS LEFT ....................: ' TO WC-LABEL
039200     MOVE WS-CHECK-CNT   TO WC-COUNT
039300     IF WS-CHECK-CNT = WS-RECS-IN
039400         MOVE 'AGREE'          TO WC-RESULT
039500     ELSE
039600         MOVE 'OUT OF BALANCE' TO WC-RESULT
039700         SET OUT-OF-BALANCE TO TRUE
039800     END-IF
039900     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT.
040000 5000-EXIT.
040100     EXIT.
040200
040300*===============================================================*
040400*  5100-WRITE-CONTROL                                           *
040500*===============================================================*
040600 5100-WRITE-CONTROL.
040700     MOVE WS-CONTROL-LINE TO WS-PRINT-LINE
040800     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
040900 5100-EXIT.
041000     EXIT.
041100
041200*===============================================================*
041300*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING   *
041400*                        BLOCK EVERY 60 LINES, THEN THE LINE    *
041500*                        STAGED IN WS-PRINT-LINE                *
041600*===============================================================*
041700 8000-WRITE-REPT-LINE.
041800     IF WS-LINE-CNT > WS-PAGE-MAX
041900         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
042000     END-IF
042100     WRITE REPT-REC FROM WS-PRINT-LINE
042200     ADD 1 TO WS-LINE-CNT.
042300 8000-EXIT.
042400     EXIT.
042500
042600*===============================================================*
042700*  8100-PRINT-HEADINGS                                          *
042800*===============================================================*
042900 8100-PRINT-HEADINGS.
043000     ADD 1 TO WS-PAGE-CNT
043100     MOVE WS-TODAY         TO WH-DATE
043200     MOVE WS-RUN-TIME(1:6) TO WH-TIME
043300     MOVE WS-PAGE-CNT      TO WH-PAGE
043400     WRITE REPT-REC FROM WS-HEADING-1
043500     WRITE REPT-REC FROM WS-HEADING-2
043600     MOVE SPACES TO REPT-REC
043700     WRITE REPT-REC
043800     MOVE 3 TO WS-LINE-CNT.
043900 8100-EXIT.
044000     EXIT.
044100
044200*===============================================================*
044300*  9000-TERMINATE - LOG THE RUN, CLOSE FILES                    *
044400*===============================================================*
044500 9000-TERMINATE.
044600     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
044700     IF NOT ARCHIVE-MISSING
044800         CLOSE ARCH-FILE
044900     END-IF
045000     CLOSE REPT-FILE.
045100 9000-EXIT.
045200     EXIT.
045300
045400*===============================================================*
045500*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE     *
045600*===============================================================*
045700 9500-WRITE-AUDIT.
045800     ACCEPT WS-AUDIT-TIME FROM TIME
045900     MOVE 'RPTPURG'       TO AUDIT-PROGRAM-ID
046000     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
046100     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
046200     MOVE WS-RECS-IN      TO AUDIT-RECS-IN
046300     MOVE WS-PURGED-CNT   TO AUDIT-RECS-OUT
046400     MOVE WS-ERR-CNT      TO AUDIT-RECS-REJ
046500     MOVE SPACES          TO AUDIT-BATCH-ID
046600     MOVE ZERO            TO AUDIT-DUP-CNT
046700     MOVE WS-RUN-TIME     TO AUDIT-START-TIME
046800     CALL 'AUDITLOG' USING AUDIT-PARM.
046900 9500-EXIT.
047000     EXIT.
047100
047200*===============================================================*
047300*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN A   *
047400*                         DELETE FAILED OR THE CONTROL TOTALS   *
047500*                         DO NOT AGREE, 12 WHEN THE ARCHIVE IS  *
047600*                         MISSING OR EMPTY                      *
047700*===============================================================*
047800 9900-SET-RETURN-CODE.
047900     MOVE 0 TO RETURN-CODE
048000     IF OUT-OF-BALANCE OR WS-ERR-CNT > 0
048100         MOVE 4 TO RETURN-CODE
048200     END-IF
048300     IF WS-RECS-IN = 0
048400         MOVE 12 TO RETURN-CODE
048500     END-IF.
048600 9900-EXIT.
048700     EXIT.
