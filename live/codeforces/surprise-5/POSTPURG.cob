000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    POSTPURG.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-07 BSU   ORIGINAL MONTH-END RETENTION PURGE OF THE    *
001100*                   POSTED-SUMS MASTER.  POSTINGS DATED BEFORE   *
001200*                   THE RETENTION CUTOFF (BUSINESS DATE LESS     *
001300*                   THE POST-RETAIN-DAYS SUITEPRM KEYWORD) ARE   *
001400*                   APPENDED TO THE SEQUENTIAL POSTHST POSTING   *
001500*                   HISTORY IN THE POSTREC LAYOUT AND DELETED    *
001600*                   FROM THE INDEXED MASTER.  A REVERSAL AND     *
001700*                   THE POSTING IT REVERSED ONLY EVER MOVE       *
001800*                   TOGETHER: WHILE EITHER HALF IS INSIDE THE    *
001900*                   RETENTION PERIOD BOTH STAY ON THE LIVE       *
002000*                   MASTER, SO THE POST-REV-OF / POST-REV-FLAG   *
002100*                   LINK NEVER SPLITS ACROSS THE TWO FILES.      *
002200*                   THE CONTROL REPORT PROVES COUNT AND NET      *
002300*                   MOVED PLUS COUNT AND NET LEFT BEHIND         *
002400*                   AGAINST THE MASTER BEFORE THE PURGE.         *
002500*===============================================================*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT POST-FILE   ASSIGN TO "POSTMST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE  IS SEQUENTIAL
003500         RECORD KEY   IS POST-ID
003600         FILE STATUS  IS WS-POST-STATUS.
003700     SELECT HIST-FILE   ASSIGN TO "POSTHST"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT REPT-FILE   ASSIGN TO "PURGRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  POST-FILE.
004500 COPY POSTREC.
004600
004700 FD  HIST-FILE
004800     RECORDING MODE IS F.
004900 01  HIST-REC               PIC X(80).
005000
005100 FD  REPT-FILE
005200     RECORDING MODE IS F.
005300 01  REPT-REC               PIC X(80).
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
005700 01  WS-SWITCHES.
005800     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
005900         88  POST-EOF                   VALUE 'Y'.
006000     05  WS-BALANCE-SW      PIC X(01)   VALUE 'Y'.
006100         88  ALL-IN-BALANCE             VALUE 'Y'.
006200         88  OUT-OF-BALANCE             VALUE 'N'.
006300
006400 01  WS-COUNTERS.
006500     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
006600     05  WS-PASS2-IN        PIC 9(06)   COMP    VALUE ZERO.
006700     05  WS-MOVED-CNT       PIC 9(06)   COMP    VALUE ZERO.
006800     05  WS-LEFT-CNT        PIC 9(06)   COMP    VALUE ZERO.
006900     05  WS-HELD-CNT        PIC 9(06)   COMP    VALUE ZERO.
007000     05  WS-SKIP-CNT        PIC 9(06)   COMP    VALUE ZERO.
007100     05  WS-ERR-CNT         PIC 9(06)   COMP    VALUE ZERO.
007200     05  WS-CHECK-CNT       PIC 9(06)   COMP    VALUE ZERO.
007300
007400 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
007500 01  WS-RUN-DATE            PIC 9(06)   VALUE ZEROES.
007600 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
007700 01  WS-RETAIN-DAYS         PIC 9(04)   VALUE ZEROES.
007800 01  WS-CUTOFF              PIC 9(08)   VALUE ZEROES.
007900 01  WS-CUTOFF-R REDEFINES WS-CUTOFF.
008000     05  WS-CUT-YYYY        PIC 9(04).
008100     05  WS-CUT-MM          PIC 9(02).
008200     05  WS-CUT-DD          PIC 9(02).
008300
008400*---------------------------------------------------------------*
008500*  EVERY POSTING PAST THE CUTOFF, IN POST-ID ORDER AS THE       *
008600*  MASTER READS.  WO-MOVE-SW SAYS WHETHER IT MAY LEAVE THE      *
008700*  LIVE FILE: A REVERSAL ONLY WITH ITS ORIGINAL, AN ORIGINAL    *
008800*  THAT WAS REVERSED ONLY WITH ITS REVERSAL                     *
008900*---------------------------------------------------------------*
009000 01  WS-OLD-CNT             PIC 9(05)   COMP    VALUE ZERO.
009100 01  WS-OLD-TABLE.
009200     05  WS-OLD-ENTRY       OCCURS 50000.
009300         10  WO-ID          PIC 9(06).
009400         10  WO-REV-OF      PIC 9(06).
009500         10  WO-OP          PIC X(01).
009600         10  WO-MOVE-SW     PIC X(01).
009700             88  WO-MOVES               VALUE 'Y'.
009800             88  WO-HELD                VALUE 'N'.
009900
010000 01  WS-WORK-FIELDS.
010100     05  P                  PIC 9(05)   COMP    VALUE ZERO.
010200     05  Q                  PIC 9(05)   COMP    VALUE ZERO.
010300     05  FX                 PIC 9(05)   COMP    VALUE ZERO.
010400     05  LO                 PIC 9(05)   COMP    VALUE ZERO.
010500     05  HI                 PIC 9(05)   COMP    VALUE ZERO.
010600     05  MID                PIC 9(05)   COMP    VALUE ZERO.
010700     05  WS-FIND-ID         PIC 9(06)   VALUE ZEROES.
010800     05  WS-BEFORE-NET      PIC S9(14)  VALUE ZERO.
010900     05  WS-MOVED-NET       PIC S9(14)  VALUE ZERO.
011000     05  WS-LEFT-NET        PIC S9(14)  VALUE ZERO.
011100     05  WS-HELD-NET        PIC S9(14)  VALUE ZERO.
011200     05  WS-SKIP-NET        PIC S9(14)  VALUE ZERO.
011300     05  WS-CHECK-NET       PIC S9(14)  VALUE ZERO.
011400
011500*---------------------------------------------------------------*
011600*  HELD-BACK LINE - A POSTING PAST THE CUTOFF KEPT ON THE LIVE  *
011700*  MASTER BECAUSE ITS REVERSAL PARTNER IS STILL INSIDE THE      *
011800*  RETENTION PERIOD                                             *
011900*---------------------------------------------------------------*
012000 01  WS-HELD-LINE.
012100     05  WL-ID              PIC 9(06).
012200     05  FILLER             PIC X(02)   VALUE SPACES.
012300     05  WL-DATE            PIC 9(08).
012400     05  FILLER             PIC X(02)   VALUE SPACES.
012500     05  WL-ACCT            PIC X(04).
012600     05  FILLER             PIC X(02)   VALUE SPACES.
012700     05  WL-OP              PIC X(01).
012800     05  FILLER             PIC X(02)   VALUE SPACES.
012900     05  WL-RESULT          PIC -(10)9.
013000     05  FILLER             PIC X(02)   VALUE SPACES.
013100     05  WL-NOTE            PIC X(36).
013200     05  FILLER             PIC X(04)   VALUE SPACES.
013300
013400 01  WS-CONTROL-LINE.
013500     05  WC-LABEL           PIC X(40).
013600     05  WC-COUNT           PIC ZZZ,ZZ9.
013700     05  FILLER             PIC X(02)   VALUE SPACES.
013800     05  WC-NET             PIC -(13)9.
013900     05  FILLER             PIC X(02)   VALUE SPACES.
014000     05  WC-RESULT          PIC X(14).
014100     05  FILLER             PIC X(01)   VALUE SPACES.
014200
014300 01  WS-CUTOFF-LINE.
014400     05  FILLER             PIC X(16)   VALUE
014500         'RETENTION DAYS: '.
014600     05  WU-RETAIN          PIC ZZZ9.
014700     05  FILLER             PIC X(04)   VALUE SPACES.
014800     05  FILLER             PIC X(28)   VALUE
014900         'POSTINGS DATED BEFORE MOVE: '.
015000     05  WU-CUTOFF          PIC 9(08).
015100     05  FILLER             PIC X(20)   VALUE SPACES.
015200
015300*---------------------------------------------------------------*
015400*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
015500*---------------------------------------------------------------*
015600 01  WS-PRINT-CONTROL.
015700     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
015800     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
015900     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
016000 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
016100
016200 01  WS-HEADING-1.
016300     05  FILLER             PIC X(26)   VALUE
016400         'POSTED MASTER PURGE'.
016500     05  FILLER             PIC X(06)   VALUE 'BDATE'.
016600     05  WH-DATE            PIC 9(08).
016700     05  FILLER             PIC X(07)   VALUE '  TIME '.
016800     05  WH-TIME            PIC 9(06).
016900     05  FILLER             PIC X(07)   VALUE '  PAGE '.
017000     05  WH-PAGE            PIC ZZZZ9.
017100     05  FILLER             PIC X(15)   VALUE SPACES.
017200
017300 01  WS-HEADING-2.
017400     05  FILLER             PIC X(06)   VALUE 'POSTID'.
017500     05  FILLER             PIC X(02)   VALUE SPACES.
017600     05  FILLER             PIC X(08)   VALUE 'POSTDATE'.
017700     05  FILLER             PIC X(02)   VALUE SPACES.
017800     05  FILLER             PIC X(04)   VALUE 'ACCT'.
017900     05  FILLER             PIC X(02)   VALUE SPACES.
018000     05  FILLER             PIC X(02)   VALUE 'OP'.
018100     05  FILLER             PIC X(01)   VALUE SPACE.
018200     05  FILLER             PIC X(11)   VALUE '     RESULT'.
018300     05  FILLER             PIC X(02)   VALUE SPACES.
018400     05  FILLER             PIC X(40)   VALUE 'HELD BECAUSE'.
018500
018600*---------------------------------------------------------------*
018700*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES                *
018800*---------------------------------------------------------------*
018900 COPY DATEPARM.
019000 COPY AUDITPARM.
019100 COPY BUSDPARM.
019200 COPY PARMPARM.
019300 01  WS-PARM-ECHO.
019400     05  FILLER             PIC X(05)   VALUE 'PARM '.
019500     05  WPE-KEYWORD        PIC X(16).
019600     05  FILLER             PIC X(02)   VALUE ': '.
019700     05  WPE-VALUE          PIC X(20).
019800     05  FILLER             PIC X(01)   VALUE SPACE.
019900     05  WPE-SOURCE         PIC X(10).
020000     05  FILLER             PIC X(26)   VALUE SPACES.
020100 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
020200
020300 PROCEDURE DIVISION.
020400*===============================================================*
020500*  0000-MAINLINE                                                *
020600*===============================================================*
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
020900     PERFORM 2000-SCAN-MASTER     THRU 2000-EXIT
021000     PERFORM 3000-PAIR-REVERSALS  THRU 3000-EXIT
021100     PERFORM 4000-PURGE-MASTER    THRU 4000-EXIT
021200     PERFORM 5000-PRINT-CONTROL   THRU 5000-EXIT
021300     PERFORM 9000-TERMINATE       THRU 9000-EXIT
021400     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
021500     STOP RUN.
021600
021700*===============================================================*
021800*  1000-INITIALIZE - OPEN FILES, DATE THE RUN, LOAD THE SUITE   *
021900*                    PARAMETERS AND WORK OUT THE CUTOFF         *
022000*===============================================================*
022100 1000-INITIALIZE.
022200     OPEN INPUT  POST-FILE
022300     IF WS-POST-STATUS = '35'
022400         SET POST-EOF TO TRUE
022500         DISPLAY 'POSTPURG: POSTED MASTER NOT FOUND - '
022600             'NOTHING TO PURGE'
022700     END-IF
022800     OPEN EXTEND HIST-FILE
022900     OPEN OUTPUT REPT-FILE
023000     ACCEPT WS-RUN-DATE FROM DATE
023100     ACCEPT WS-RUN-TIME FROM TIME
023200     CALL 'BUSDATE' USING BUSD-PARM
023300     MOVE BUSD-DATE TO WS-TODAY
023400     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
023500     MOVE ' '             TO DATE-ADJ-FLAG
023600     MOVE WS-TODAY(7:2)   TO DATE-IN-DD
023700     MOVE WS-TODAY(5:2)   TO DATE-IN-MM
023800     MOVE WS-TODAY(1:4)   TO DATE-IN-YYYY
023900     COMPUTE DATE-OFFSET = ZERO - WS-RETAIN-DAYS
024000     MOVE 'A' TO DATE-FUNCTION
024100     CALL 'DATERTN' USING DATE-PARM
024200     MOVE DATE-OUT-YYYY   TO WS-CUT-YYYY
024300     MOVE DATE-OUT-MM     TO WS-CUT-MM
024400     MOVE DATE-OUT-DD     TO WS-CUT-DD
024500     MOVE WS-RETAIN-DAYS  TO WU-RETAIN
024600     MOVE WS-CUTOFF       TO WU-CUTOFF
024700     MOVE WS-CUTOFF-LINE  TO WS-PRINT-LINE
024800     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
024900     MOVE SPACES TO WS-PRINT-LINE
025000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
025100 1000-EXIT.
025200     EXIT.
025300
025400*===============================================================*
025500*  1900-LOAD-PARMS - SUITE PARAMETER FILE: THE RETENTION        *
025600*                    PERIOD IN DAYS.  A FILE IN ERROR REFUSES   *
025700*                    THE RUN BEFORE ANYTHING MOVES              *
025800*===============================================================*
025900 1900-LOAD-PARMS.
026000     SET PARM-FUNC-LOAD TO TRUE
026100     CALL 'PARMRTN' USING PARM-PARM
026200     IF PARM-ERR-CNT > ZERO
026300         DISPLAY 'POSTPURG: SUITE PARAMETER FILE IN ERROR - '
026400             'RUN REFUSED'
026500         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
026600             TO WS-PRINT-LINE
026700         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
026800         IF WS-POST-STATUS NOT = '35'
026900             CLOSE POST-FILE
027000         END-IF
027100         CLOSE HIST-FILE
027200               REPT-FILE
027300         MOVE 8 TO RETURN-CODE
027400         STOP RUN
027500     END-IF
027600     MOVE 400 TO WS-RETAIN-DAYS
027700     SET PARM-FUNC-GET TO TRUE
027800     MOVE SPACES TO PARM-QUALIFIER
027900     MOVE 'POST-RETAIN-DAYS' TO PARM-KEYWORD
028000     CALL 'PARMRTN' USING PARM-PARM
028100     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
028200         MOVE PARM-VALUE-NUM TO WS-RETAIN-DAYS
028300     END-IF
028400     MOVE 'POST-RETAIN-DAYS' TO WPE-KEYWORD
028500     MOVE WS-RETAIN-DAYS TO WPE-VALUE
028600     PERFORM 1950-ECHO-PARM THRU 1950-EXIT.
028700 1900-EXIT.
028800     EXIT.
028900
029000*===============================================================*
029100*  1950-ECHO-PARM - THE STAGED KEYWORD AND EFFECTIVE VALUE,     *
029200*                   TAGGED WITH WHERE THE VALUE CAME FROM       *
029300*===============================================================*
029400 1950-ECHO-PARM.
029500     IF PARM-FROM-FILE AND PARM-VALUE-NUM NOT = ZEROES
029600         MOVE '(SUITEPRM)' TO WPE-SOURCE
029700     ELSE
029800         MOVE '(DEFAULT)'  TO WPE-SOURCE
029900     END-IF
030000     MOVE WS-PARM-ECHO TO WS-PRINT-LINE
030100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
030200 1950-EXIT.
030300     EXIT.
030400
030500*===============================================================*
030600*  2000-SCAN-MASTER - FIRST PASS: COUNT AND NET THE WHOLE       *
030700*                     MASTER AND TABLE EVERY POSTING PAST THE   *
030800*                     CUTOFF                                    *
030900*===============================================================*
031000 2000-SCAN-MASTER.
031100     IF POST-EOF
031200         GO TO 2000-EXIT
031300     END-IF
031400     PERFORM 2100-READ-POST THRU 2100-EXIT
031500     PERFORM UNTIL POST-EOF
031600         ADD 1 TO WS-RECS-IN
031700         ADD POST-RESULT TO WS-BEFORE-NET
031800         IF POST-DATE < WS-CUTOFF
031900             PERFORM 2200-TABLE-OLD-POSTING THRU 2200-EXIT
032000         END-IF
032100         PERFORM 2100-READ-POST THRU 2100-EXIT
032200     END-PERFORM.
032300 2000-EXIT.
032400     EXIT.
032500
032600*===============================================================*
032700*  2100-READ-POST                                               *
032800*===============================================================*
032900 2100-READ-POST.
033000     READ POST-FILE NEXT
033100         AT END
033200             SET POST-EOF TO TRUE
033300             GO TO 2100-EXIT
033400     END-READ.
033500 2100-EXIT.
033600     EXIT.
033700
033800*===============================================================*
033900*  2200-TABLE-OLD-POSTING - A PLAIN POSTING MAY MOVE AT ONCE;   *
034000*                           A REVERSAL OR A REVERSED POSTING    *
034100*                           WAITS FOR ITS PARTNER (3000)        *
034200*===============================================================*
034300 2200-TABLE-OLD-POSTING.
034400     IF WS-OLD-CNT NOT < 50000
034500         ADD 1 TO WS-SKIP-CNT
034600         GO TO 2200-EXIT
034700     END-IF
034800     ADD 1 TO WS-OLD-CNT
034900     MOVE POST-ID     TO WO-ID(WS-OLD-CNT)
035000     MOVE POST-REV-OF TO WO-REV-OF(WS-OLD-CNT)
035100     MOVE POST-OP     TO WO-OP(WS-OLD-CNT)
035200     IF POST-OP = 'R' OR POST-REV-FLAG = 'Y'
035300         SET WO-HELD(WS-OLD-CNT) TO TRUE
035400     ELSE
035500         SET WO-MOVES(WS-OLD-CNT) TO TRUE
035600     END-IF.
035700 2200-EXIT.
035800     EXIT.
035900
036000*===============================================================*
036100*  3000-PAIR-REVERSALS - A REVERSAL WHOSE ORIGINAL IS ALSO PAST *
036200*                        THE CUTOFF RELEASES BOTH HALVES; ANY   *
036300*                        OTHER REVERSAL, AND ANY REVERSED       *
036400*                        POSTING NOT RELEASED HERE, STAYS ON    *
036500*                        THE LIVE MASTER                        *
036600*===============================================================*
036700 3000-PAIR-REVERSALS.
036800     MOVE 1 TO Q
036900     PERFORM UNTIL Q > WS-OLD-CNT
037000         IF WO-OP(Q) = 'R'
037100             MOVE WO-REV-OF(Q) TO WS-FIND-ID
037200             PERFORM 3100-FIND-OLD-ID THRU 3100-EXIT
037300             IF FX > ZERO
037400                 SET WO-MOVES(Q)  TO TRUE
037500                 SET WO-MOVES(FX) TO TRUE
037600             END-IF
037700         END-IF
037800         ADD 1 TO Q
037900     END-PERFORM.
038000 3000-EXIT.
038100     EXIT.
038200
038300*===============================================================*
038400*  3100-FIND-OLD-ID - BINARY SEARCH OF THE OLD-POSTING TABLE    *
038500*                     (LOADED IN POST-ID ORDER) FOR WS-FIND-ID; *
038600*                     FX IS ITS ENTRY, ZERO WHEN NOT THERE      *
038700*===============================================================*
038800 3100-FIND-OLD-ID.
038900     MOVE ZERO TO FX
039000     MOVE 1 TO LO
039100     MOVE WS-OLD-CNT TO HI
039200     PERFORM UNTIL LO > HI OR FX > ZERO
039300         COMPUTE MID = (LO + HI) / 2
039400         IF WO-ID(MID) = WS-FIND-ID
039500             MOVE MID TO FX
039600         ELSE
039700             IF WO-ID(MID) < WS-FIND-ID
039800                 COMPUTE LO = MID + 1
039900             ELSE
040000                 IF MID = 1
040100                     MOVE ZERO TO HI
040200                 ELSE
040300                     COMPUTE HI = MID - 1
040400                 END-IF
040500             END-IF
040600         END-IF
040700     END-PERFORM.
040800 3100-EXIT.
040900     EXIT.
041000
041100*===============================================================*
041200*  4000-PURGE-MASTER - SECOND PASS, MASTER OPEN FOR UPDATE:     *
041300*                      EVERY RELEASED POSTING IS WRITTEN TO     *
041400*                      THE HISTORY FILE AND THEN DELETED FROM   *
041500*                      THE MASTER.  THE OLD POSTINGS COME BACK  *
041600*                      IN THE SAME ORDER THE FIRST PASS TABLED  *
041700*                      THEM                                     *
041800*===============================================================*
041900 4000-PURGE-MASTER.
042000     IF WS-RECS-IN = ZERO
042100         GO TO 4000-EXIT
042200     END-IF
042300     CLOSE POST-FILE
042400     OPEN I-O POST-FILE
042500     MOVE 'N' TO WS-POST-EOF-SW
042600     MOVE ZERO TO P
042700     PERFORM 2100-READ-POST THRU 2100-EXIT
042800     PERFORM UNTIL POST-EOF
042900         ADD 1 TO WS-PASS2-IN
043000         IF POST-DATE < WS-CUTOFF
043100             ADD 1 TO P
043200             PERFORM 4100-PURGE-ONE THRU 4100-EXIT
043300         ELSE
043400             ADD 1 TO WS-LEFT-CNT
043500             ADD POST-RESULT TO WS-LEFT-NET
043600         END-IF
043700         PERFORM 2100-READ-POST THRU 2100-EXIT
043800     END-PERFORM.
043900 4000-EXIT.
044000     EXIT.
044100
044200*===============================================================*
044300*  4100-PURGE-ONE - MOVE THE OLD POSTING OR SAY WHY IT STAYS    *
044400*===============================================================*
044500 4100-PURGE-ONE.
044600     IF P > WS-OLD-CNT
044700         ADD 1 TO WS-LEFT-CNT
044800         ADD POST-RESULT TO WS-LEFT-NET
044900         ADD POST-RESULT TO WS-SKIP-NET
045000         GO TO 4100-EXIT
045100     END-IF
045200     IF WO-ID(P) NOT = POST-ID
045300         ADD 1 TO WS-ERR-CNT
045400         ADD 1 TO WS-LEFT-CNT
045500         ADD POST-RESULT TO WS-LEFT-NET
045600         MOVE 'MASTER CHANGED SINCE FIRST PASS' TO WL-NOTE
045700         PERFORM 4200-LIST-KEPT THRU 4200-EXIT
045800         GO TO 4100-EXIT
045900     END-IF
046000     IF WO-HELD(P)
046100         ADD 1 TO WS-HELD-CNT
046200         ADD POST-RESULT TO WS-HELD-NET
046300         ADD 1 TO WS-LEFT-CNT
046400         ADD POST-RESULT TO WS-LEFT-NET
046500         IF POST-OP = 'R'
046600             MOVE 'REVERSED POSTING STILL RETAINED'
046700                 TO WL-NOTE
046800         ELSE
046900             MOVE 'ITS REVERSAL IS STILL RETAINED'
047000                 TO WL-NOTE
047100         END-IF
047200         PERFORM 4200-LIST-KEPT THRU 4200-EXIT
047300         GO TO 4100-EXIT
047400     END-IF
047500     WRITE HIST-REC FROM POST-REC
047600     DELETE POST-FILE RECORD
047700     IF WS-POST-STATUS NOT = '00'
047800         ADD 1 TO WS-ERR-CNT
047900         ADD 1 TO WS-LEFT-CNT
048000         ADD POST-RESULT TO WS-LEFT-NET
048100         MOVE 'DELETE FAILED - ALSO ON HISTORY' TO WL-NOTE
048200         PERFORM 4200-LIST-KEPT THRU 4200-EXIT
048300         GO TO 4100-EXIT
048400     END-IF
048500     ADD 1 TO WS-MOVED-CNT
048600     ADD POST-RESULT TO WS-MOVED-NET.
048700 4100-EXIT.
048800     EXIT.
048900
049000*===============================================================*
049100*  4200-LIST-KEPT - ONE LINE FOR A POSTING PAST THE CUTOFF     *
049200*                   THAT STAYS ON THE LIVE MASTER              *
049300*===============================================================*
049400 4200-LIST-KEPT.
049500     MOVE POST-ID      TO WL-ID
049600     MOVE POST-DATE    TO WL-DATE
049700     MOVE POST-ACCT    TO WL-ACCT
049800     MOVE POST-OP      TO WL-OP
049900     MOVE POST-RESULT  TO WL-RESULT
050000     MOVE WS-HELD-LINE TO WS-PRINT-LINE
050100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
050200 4200-EXIT.
050300     EXIT.
050400
050500*===============================================================*
050600*  5000-PRINT-CONTROL - MOVED PLUS LEFT BEHIND MUST EQUAL THE   *
050700*                       MASTER BEFORE THE PURGE, IN COUNT AND   *
050800*                       IN NET                                  *
050900*===============================================================*
051000 5000-PRINT-CONTROL.
051100     MOVE SPACES TO WS-PRINT-LINE
051200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
051300     MOVE SPACES TO WC-RESULT
051400     MOVE 'POSTINGS ON MASTER BEFORE PURGE .....: ' TO WC-LABEL
051500     MOVE WS-RECS-IN    TO WC-COUNT
051600     MOVE WS-BEFORE-NET TO WC-NET
051700     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
051800     MOVE 'MOVED TO POSTING HISTORY ............: ' TO WC-LABEL
051900     MOVE WS-MOVED-CNT  TO WC-COUNT
052000     MOVE WS-MOVED-NET  TO WC-NET
052100     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
052200     MOVE 'LEFT ON THE LIVE MASTER .............: ' TO WC-LABEL
052300     MOVE WS-LEFT-CNT   TO WC-COUNT
052400     MOVE WS-LEFT-NET   TO WC-NET
052500     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
052600     MOVE '  PAST CUTOFF, HELD WITH PARTNER ....: ' TO WC-LABEL
052700     MOVE WS-HELD-CNT   TO WC-COUNT
052800     MOVE WS-HELD-NET   TO WC-NET
052900     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
053000     IF WS-SKIP-CNT > 0
053100         MOVE '  PAST CUTOFF, OVER THE TABLE LIMIT .: '
053200             TO WC-LABEL
053300         MOVE WS-SKIP-CNT   TO WC-COUNT
053400         MOVE WS-SKIP-NET   TO WC-NET
053500         PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
053600     END-IF
053700     COMPUTE WS-CHECK-CNT = WS-MOVED-CNT + WS-LEFT-CNT
053800     COMPUTE WS-CHECK-NET = WS-MOVED-NET + WS-LEFT-NET
053900     MOVE 'MOVED PLUS LEFT BEHIND ..............: ' TO WC-LABEL
054000     MOVE WS-CHECK-CNT  TO WC-COUNT
054100     MOVE WS-CHECK-NET  TO WC-NET
054200     IF WS-CHECK-CNT = WS-RECS-IN
054300             AND WS-CHECK-NET = WS-BEFORE-NET
054400             AND WS-PASS2-IN = WS-RECS-IN
054500         MOVE 'AGREE'          TO WC-RESULT
054600     ELSE
054700         MOVE 'OUT OF BALANCE' TO WC-RESULT
054800         SET OUT-OF-BALANCE TO TRUE
054900     END-IF
055000     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
055100     IF WS-SKIP-CNT > 0
055200         MOVE 'OLD-POSTING TABLE FULL - RERUN TO MOVE THE REST'
055300             TO WS-PRINT-LINE
055400         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
055500     END-IF.
055600 5000-EXIT.
055700     EXIT.
055800
055900*===============================================================*
056000*  5100-WRITE-CONTROL                                           *
056100*===============================================================*
056200 5100-WRITE-CONTROL.
056300     MOVE WS-CONTROL-LINE TO WS-PRINT-LINE
056400     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
056500 5100-EXIT.
056600     EXIT.
056700
056800*===============================================================*
056900*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
057000*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
057100*                        STAGED IN WS-PRINT-LINE                 *
057200*===============================================================*
057300 8000-WRITE-REPT-LINE.
057400     IF WS-LINE-CNT > WS-PAGE-MAX
057500         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
057600     END-IF
057700     WRITE REPT-REC FROM WS-PRINT-LINE
057800     ADD 1 TO WS-LINE-CNT.
057900 8000-EXIT.
058000     EXIT.
058100
058200*===============================================================*
058300*  8100-PRINT-HEADINGS                                          *
058400*===============================================================*
058500 8100-PRINT-HEADINGS.
058600     ADD 1 TO WS-PAGE-CNT
058700     MOVE WS-TODAY         TO WH-DATE
058800     MOVE WS-RUN-TIME(1:6) TO WH-TIME
058900     MOVE WS-PAGE-CNT      TO WH-PAGE
059000     WRITE REPT-REC FROM WS-HEADING-1
059100     WRITE REPT-REC FROM WS-HEADING-2
059200     MOVE SPACES TO REPT-REC
059300     WRITE REPT-REC
059400     MOVE 3 TO WS-LINE-CNT.
059500 8100-EXIT.
059600     EXIT.
059700
059800*===============================================================*
059900*  9000-TERMINATE - LOG THE RUN, CLOSE FILES                    *
060000*===============================================================*
060100 9000-TERMINATE.
060200     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
060300     IF WS-POST-STATUS NOT = '35'
060400         CLOSE POST-FILE
060500     END-IF
060600     CLOSE HIST-FILE
060700           REPT-FILE.
060800 9000-EXIT.
060900     EXIT.
061000
061100*===============================================================*
061200*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE     *
061300*===============================================================*
061400 9500-WRITE-AUDIT.
061500     ACCEPT WS-AUDIT-TIME FROM TIME
061600     MOVE 'POSTPURG'      TO AUDIT-PROGRAM-ID
061700     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
061800     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
061900     MOVE WS-RECS-IN      TO AUDIT-RECS-IN
062000     MOVE WS-MOVED-CNT    TO AUDIT-RECS-OUT
062100     COMPUTE AUDIT-RECS-REJ = WS-HELD-CNT + WS-SKIP-CNT
062200         + WS-ERR-CNT
062300     MOVE SPACES          TO AUDIT-BATCH-ID
062400     MOVE ZERO            TO AUDIT-DUP-CNT
062500     MOVE WS-RUN-TIME     TO AUDIT-START-TIME
062600     CALL 'AUDITLOG' USING AUDIT-PARM.
062700 9500-EXIT.
062800     EXIT.
062900
063000*===============================================================*
063100*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN THE *
063200*                         CONTROL TOTALS DO NOT AGREE, A DELETE *
063300*                         FAILED OR THE TABLE OVERFLOWED, 12    *
063400*                         WHEN THE POSTED MASTER IS EMPTY       *
063500*===============================================================*
063600 9900-SET-RETURN-CODE.
063700     MOVE 0 TO RETURN-CODE
063800     IF OUT-OF-BALANCE OR WS-ERR-CNT > 0 OR WS-SKIP-CNT > 0
063900         MOVE 4 TO RETURN-CODE
064000     END-IF
064100     IF WS-RECS-IN = 0
064200         MOVE 12 TO RETURN-CODE
064300     END-IF.
064400 9900-EXIT.
064500     EXIT.
