000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FISCMNT.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL FISCAL CALENDAR MAINTENANCE, IN    *
001100*                   THE HOLMNT MOLD. APPLIES A DECK OF          *
001200*                   ADD/CHANGE/DELETE CARDS AGAINST THE FISCAL  *
001300*                   CALENDAR FILE (SEE COPY/FISCREC.CPY) THAT   *
001400*                   DATERTN'S FISCAL-PERIOD MODE READS. A       *
001500*                   PERIOD IS KEYED BY FISCAL YEAR AND PERIOD   *
001600*                   NUMBER (01-13). ITS FIRST AND LAST DAY ARE  *
001700*                   VALIDATED UNDER DATERTN'S OWN DATE RULES,   *
001800*                   THE LAST MAY NOT PRECEDE THE FIRST, ITS     *
001900*                   WEEK NUMBERS MUST RUN FORWARD WITHIN 01-53, *
002000*                   AND NO TWO PERIODS MAY SHARE A DAY. A       *
002100*                   DUPLICATE ADD, A CHANGE OR DELETE NAMING A  *
002200*                   PERIOD NOT ON FILE, OR A CARD FAILING THOSE *
002300*                   RULES IS REJECTED. EVERY ACTION AND REJECT  *
002400*                   GOES ON THE MAINTENANCE AUDIT REPORT. THE   *
002500*                   NEW FILE IS WRITTEN WHOLE (FISCNEW) IN DATE *
002600*                   ORDER. A COVERAGE CHECK, AS HOLMNT'S DOES   *
002700*                   FOR THE HOLIDAY CALENDAR, WARNS WHEN THE    *
002800*                   LAST PERIOD ENDS WITHIN THE FISC-WARN-DAYS  *
002900*                   SUITEPRM HORIZON OF THE PROCESSING DATE,    *
003000*                   WHEN THE PROCESSING DATE FALLS IN NO        *
003100*                   PERIOD, WHEN ONE PERIOD DOES NOT BEGIN THE  *
003200*                   DAY AFTER THE LAST ONE ENDS, AND WHEN THE   *
003300*                   PERIOD NUMBERS DO NOT RUN 01 UP WITHIN A    *
003400*                   YEAR AND ON INTO THE NEXT.                  *
003500*===============================================================*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL FIS-FILE ASSIGN TO "FISCAL"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT TRAN-FILE   ASSIGN TO "FISCTRAN"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT NEW-FILE    ASSIGN TO "FISCNEW"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT REPT-FILE   ASSIGN TO "FISCRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  FIS-FILE
005400     RECORDING MODE IS F.
005500 COPY FISCREC.
005600
005700*---------------------------------------------------------------*
005800*  MAINTENANCE CARD - ACTION A (ADD), C (CHANGE), D (DELETE)    *
005900*  PLUS THE PERIOD FIELDS. A DELETE NEEDS ONLY THE KEY (FISCAL  *
006000*  YEAR AND PERIOD); AN ADD OR CHANGE CARRIES THE WHOLE PERIOD. *
006100*---------------------------------------------------------------*
006200 FD  TRAN-FILE
006300     RECORDING MODE IS F.
006400 01  TRAN-REC.
006500     05  FT-ACTION          PIC X(01).
006600         88  FT-ADD                     VALUE 'A'.
006700         88  FT-CHANGE                  VALUE 'C'.
006800         88  FT-DELETE                  VALUE 'D'.
006900     05  FT-YEAR            PIC X(04).
007000     05  FT-YEAR-N    REDEFINES FT-YEAR
007100                            PIC 9(04).
007200     05  FT-PERIOD          PIC X(02).
007300     05  FT-PERIOD-N  REDEFINES FT-PERIOD
007400                            PIC 9(02).
007500     05  FT-START           PIC X(08).
007600     05  FT-START-N   REDEFINES FT-START
007700                            PIC 9(08).
007800     05  FT-END             PIC X(08).
007900     05  FT-END-N     REDEFINES FT-END
008000                            PIC 9(08).
008100     05  FT-FIRST-WEEK      PIC X(02).
008200     05  FT-FIRST-WEEK-N REDEFINES FT-FIRST-WEEK
008300                            PIC 9(02).
008400     05  FT-LAST-WEEK       PIC X(02).
008500     05  FT-LAST-WEEK-N REDEFINES FT-LAST-WEEK
008600                            PIC 9(02).
008700     05  FILLER             PIC X(53).
008800
008900 FD  NEW-FILE
009000     RECORDING MODE IS F.
009100 01  NEW-REC                PIC X(80).
009200
009300 FD  REPT-FILE
009400     RECORDING MODE IS F.
009500 01  REPT-REC               PIC X(80).
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-SWITCHES.
009900     05  WS-FIS-EOF-SW      PIC X(01)   VALUE 'N'.
010000         88  FIS-EOF                    VALUE 'Y'.
010100     05  WS-TRAN-EOF-SW     PIC X(01)   VALUE 'N'.
010200         88  TRAN-EOF                   VALUE 'Y'.
010300     05  WS-FOUND-SW        PIC X(01)   VALUE 'N'.
010400         88  PERIOD-FOUND               VALUE 'Y'.
010500         88  PERIOD-NOT-FOUND           VALUE 'N'.
010600     05  WS-CARD-OK-SW      PIC X(01)   VALUE 'Y'.
010700         88  CARD-OK                    VALUE 'Y'.
010800         88  CARD-BAD                   VALUE 'N'.
010900     05  WS-DATE-OK-SW      PIC X(01)   VALUE 'Y'.
011000         88  CARD-DATE-OK               VALUE 'Y'.
011100         88  CARD-DATE-BAD              VALUE 'N'.
011200     05  WS-COVER-SW        PIC X(01)   VALUE 'N'.
011300         88  COVERAGE-SHORT             VALUE 'Y'.
011400     05  WS-TODAY-SW        PIC X(01)   VALUE 'N'.
011500         88  TODAY-COVERED              VALUE 'Y'.
011600
011700 01  WS-COUNTERS.
011800     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
011900     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
012000     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
012100
012200 01  K                      PIC 9(03)   VALUE ZEROES.
012300 01  KX                     PIC 9(03)   VALUE ZEROES.
012400 01  KS                     PIC 9(03)   VALUE ZEROES.
012500 01  KP                     PIC 9(03)   VALUE ZEROES.
012600
012700*---------------------------------------------------------------*
012800*  DATE-RULE WORK FIELDS - THE SAME MONTH-LENGTH TABLE AND      *
012900*  DIVIDES-BY-FOUR LEAP RULE DATERTN ITSELF APPLIES             *
013000*---------------------------------------------------------------*
013100 01  WS-MONTH-TABLE.
013200     05  MO                 PIC 9(02)   OCCURS 12.
013300 01  WS-CHECK-DATE          PIC X(08)   VALUE SPACES.
013400 01  WS-CARD-MM             PIC 9(02)   VALUE ZEROES.
013500 01  WS-CARD-DD             PIC 9(02)   VALUE ZEROES.
013600 01  WS-CARD-YYYY           PIC 9(04)   VALUE ZEROES.
013700 01  WS-MONTH-LEN           PIC 9(02)   VALUE ZEROES.
013800 01  WS-LEAP-QUOT           PIC 9(04)   VALUE ZEROES.
013900 01  WS-LEAP-REM            PIC 9(01)   VALUE ZEROES.
014000
014100*---------------------------------------------------------------*
014200*  COVERAGE CHECK FIELDS                                        *
014300*---------------------------------------------------------------*
014400 01  WS-WARN-DAYS           PIC 9(03)   VALUE ZEROES.
014500 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
014600 01  WS-TODAY-DAYS          PIC S9(10)  VALUE ZEROES.
014700 01  WS-LAST-DATE           PIC 9(08)   VALUE ZEROES.
014800 01  WS-LAST-DAYS           PIC S9(10)  VALUE ZEROES.
014900 01  WS-COVER-DAYS          PIC S9(10)  VALUE ZEROES.
015000 01  WS-NEXT-DATE           PIC 9(08)   VALUE ZEROES.
015100 01  WS-WARN-CNT            PIC 9(04)   COMP    VALUE ZERO.
015200
015300*---------------------------------------------------------------*
015400*  CALENDAR TABLE - THE WHOLE FISCAL FILE, UPDATED IN PLACE AND *
015500*  REWRITTEN IN DATE ORDER AT END OF RUN. A DELETED PERIOD IS   *
015600*  JUST FLAGGED.                                                *
015700*---------------------------------------------------------------*
015800 01  WS-FIS-CNT             PIC 9(03)   COMP    VALUE ZERO.
015900 01  WS-FIS-TABLE.
016000     05  WS-FIS-ENTRY       OCCURS 200.
016100         10  WK-YEAR        PIC 9(04).
016200         10  WK-PERIOD      PIC 9(02).
016300         10  WK-START       PIC 9(08).
016400         10  WK-END         PIC 9(08).
016500         10  WK-FIRST-WEEK  PIC 9(02).
016600         10  WK-LAST-WEEK   PIC 9(02).
016700         10  WK-DEL-SW      PIC X(01).
016800 01  WS-SWAP-ENTRY          PIC X(27).
016900
017000*---------------------------------------------------------------*
017100*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES               *
017200*---------------------------------------------------------------*
017300 COPY DATEPARM.
017400 COPY BUSDPARM.
017500 COPY PARMPARM.
017600
017700*---------------------------------------------------------------*
017800*  MAINTENANCE AUDIT LINE                                       *
017900*---------------------------------------------------------------*
018000 01  WS-MAINT-LINE.
018100     05  WL-ACTION          PIC X(08).
018200     05  FILLER             PIC X(02)   VALUE SPACES.
018300     05  WL-YEAR            PIC X(04).
018400     05  FILLER             PIC X(01)   VALUE '/'.
018500     05  WL-PERIOD          PIC X(02).
018600     05  FILLER             PIC X(02)   VALUE SPACES.
018700     05  WL-DETAIL          PIC X(61)   VALUE SPACES.
018800
018900 01  WS-PERIOD-DETAIL.
019000     05  WD-START           PIC X(08).
019100     05  FILLER             PIC X(04)   VALUE ' TO '.
019200     05  WD-END             PIC X(08).
019300     05  FILLER             PIC X(07)   VALUE '  WEEKS'.
019400     05  FILLER             PIC X(01)   VALUE SPACE.
019500     05  WD-FIRST-WEEK      PIC X(02).
019600     05  FILLER             PIC X(01)   VALUE '-'.
019700     05  WD-LAST-WEEK       PIC X(02).
019800     05  FILLER             PIC X(28)   VALUE SPACES.
019900
020000 01  WS-COVER-LINE.
020100     05  FILLER             PIC X(26)   VALUE
020200         'COVERAGE WARNING - LAST '.
020300     05  WV-LAST-DATE       PIC 9(08).
020400     05  FILLER             PIC X(09)   VALUE ' IS ONLY '.
020500     05  WV-COVER-DAYS      PIC ZZZZ9.
020600     05  FILLER             PIC X(22)   VALUE
020700         ' DAYS PAST RUN DATE   '.
020800     05  FILLER             PIC X(10)   VALUE SPACES.
020900
021000 PROCEDURE DIVISION.
021100*===============================================================*
021200*  0000-MAINLINE                                                *
021300*===============================================================*
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
021600     PERFORM 2000-APPLY-TRANS     THRU 2000-EXIT
021700     PERFORM 3000-SORT-CALENDAR   THRU 3000-EXIT
021800     PERFORM 4000-WRITE-NEW-FILE  THRU 4000-EXIT
021900     PERFORM 5000-CHECK-COVERAGE  THRU 5000-EXIT
022000     PERFORM 9000-TERMINATE       THRU 9000-EXIT
022100     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
022200     STOP RUN.
022300
022400*===============================================================*
022500*  1000-INITIALIZE - OPEN FILES, LOAD THE CALENDAR AND THE      *
022600*                    MONTH-LENGTH TABLE, PICK UP THE WARNING    *
022700*                    HORIZON, DATE THE RUN                      *
022800*===============================================================*
022900 1000-INITIALIZE.
023000     OPEN INPUT  FIS-FILE
023100          INPUT  TRAN-FILE
023200          OUTPUT NEW-FILE
023300          OUTPUT REPT-FILE
023400     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
023500     MOVE 31 TO MO(1)
023600     MOVE 28 TO MO(2)
023700     MOVE 31 TO MO(3)
023800     MOVE 30 TO MO(4)
023900     MOVE 31 TO MO(5)
024000     MOVE 30 TO MO(6)
024100     MOVE 31 TO MO(7)
024200     MOVE 31 TO MO(8)
024300     MOVE 30 TO MO(9)
024400     MOVE 31 TO MO(10)
024500     MOVE 30 TO MO(11)
024600     MOVE 31 TO MO(12)
024700     PERFORM 1100-READ-FIS THRU 1100-EXIT
024800     PERFORM UNTIL FIS-EOF
024900         IF WS-FIS-CNT < 200
025000             ADD 1 TO WS-FIS-CNT
025100             MOVE FIS-YEAR       TO WK-YEAR(WS-FIS-CNT)
025200             MOVE FIS-PERIOD     TO WK-PERIOD(WS-FIS-CNT)
025300             MOVE FIS-START-DATE TO WK-START(WS-FIS-CNT)
025400             MOVE FIS-END-DATE   TO WK-END(WS-FIS-CNT)
025500             MOVE FIS-FIRST-WEEK TO WK-FIRST-WEEK(WS-FIS-CNT)
025600             MOVE FIS-LAST-WEEK  TO WK-LAST-WEEK(WS-FIS-CNT)
025700             MOVE ' '            TO WK-DEL-SW(WS-FIS-CNT)
025800         ELSE
025900             DISPLAY 'FISCMNT: CALENDAR TABLE FULL - PERIOD '
026000                 FIS-YEAR '/' FIS-PERIOD ' NOT LOADED'
026100         END-IF
026200         PERFORM 1100-READ-FIS THRU 1100-EXIT
026300     END-PERFORM
026400     CLOSE FIS-FILE
026500     CALL 'BUSDATE' USING BUSD-PARM
026600     MOVE BUSD-DATE TO WS-TODAY
026700     MOVE WS-TODAY(7:2) TO DATE-IN-DD
026800     MOVE WS-TODAY(5:2) TO DATE-IN-MM
026900     MOVE WS-TODAY(1:4) TO DATE-IN-YYYY
027000     MOVE SPACE TO DATE-ADJ-FLAG
027100     MOVE 'D' TO DATE-FUNCTION
027200     CALL 'DATERTN' USING DATE-PARM
027300     MOVE DATE-OUT-DAYS TO WS-TODAY-DAYS.
027400 1000-EXIT.
027500     EXIT.
027600
027700*===============================================================*
027800*  1100-READ-FIS                                                *
027900*===============================================================*
028000 1100-READ-FIS.
028100     READ FIS-FILE
028200         AT END
028300             SET FIS-EOF TO TRUE
028400             GO TO 1100-EXIT
028500     END-READ.
028600 1100-EXIT.
028700     EXIT.
028800
028900*===============================================================*
029000*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
029100*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
029200*                    FILE AND PICK UP THE WARNING HORIZON       *
029300*                    (DEFAULT SIXTY DAYS)                       *
029400*===============================================================*
029500 1900-LOAD-PARMS.
029600     SET PARM-FUNC-LOAD TO TRUE
029700     CALL 'PARMRTN' USING PARM-PARM
029800     IF PARM-ERR-CNT > ZERO
029900         DISPLAY 'FISCMNT: SUITE PARAMETER FILE IN ERROR - '
030000             'RUN REFUSED'
030100         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
030200             TO REPT-REC
030300         WRITE REPT-REC
030400         CLOSE FIS-FILE
030500               TRAN-FILE
030600               NEW-FILE
030700               REPT-FILE
030800         MOVE 8 TO RETURN-CODE
030900         STOP RUN
031000     END-IF
031100     MOVE 60 TO WS-WARN-DAYS
031200     SET PARM-FUNC-GET TO TRUE
031300     MOVE 'FISC-WARN-DAYS' TO PARM-KEYWORD
031400     MOVE SPACES           TO PARM-QUALIFIER
031500     CALL 'PARMRTN' USING PARM-PARM
031600     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
031700         MOVE PARM-VALUE-NUM TO WS-WARN-DAYS
031800     END-IF.
031900 1900-EXIT.
032000     EXIT.
032100
032200*===============================================================*
032300*  2000-APPLY-TRANS - ONE PASS OVER THE MAINTENANCE DECK        *
032400*===============================================================*
032500 2000-APPLY-TRANS.
032600     PERFORM 2100-READ-TRAN THRU 2100-EXIT
032700     PERFORM UNTIL TRAN-EOF
032800         PERFORM 2200-APPLY-ONE THRU 2200-EXIT
032900         PERFORM 2100-READ-TRAN THRU 2100-EXIT
033000     END-PERFORM.
033100 2000-EXIT.
033200     EXIT.
033300
033400*===============================================================*
033500*  2100-READ-TRAN                                               *
033600*===============================================================*
033700 2100-READ-TRAN.
033800     READ TRAN-FILE
033900         AT END
034000             SET TRAN-EOF TO TRUE
034100             GO TO 2100-EXIT
034200     END-READ
034300     ADD 1 TO WS-RECS-IN.
034400 2100-EXIT.
034500     EXIT.
034600
034700*===============================================================*
034800*  2200-APPLY-ONE - VALIDATE THE CARD, FIND THE NAMED PERIOD    *
034900*                   AND APPLY THE ACTION                        *
035000*===============================================================*
035100 2200-APPLY-ONE.
035200     MOVE FT-YEAR   TO WL-YEAR
035300     MOVE FT-PERIOD TO WL-PERIOD
035400     MOVE SPACES    TO WL-DETAIL
035500     IF NOT FT-ADD AND NOT FT-CHANGE AND NOT FT-DELETE
035600         MOVE 'UNRECOGNIZED ACTION CODE' TO WL-DETAIL
035700         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
035800         GO TO 2200-EXIT
035900     END-IF
036000     PERFORM 2250-CHECK-CARD THRU 2250-EXIT
036100     IF CARD-BAD
036200         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
036300         GO TO 2200-EXIT
036400     END-IF
036500     SET PERIOD-NOT-FOUND TO TRUE
036600     MOVE ZERO TO KX
036700     MOVE 1 TO K
036800     PERFORM UNTIL K > WS-FIS-CNT OR PERIOD-FOUND
036900         IF WK-YEAR(K) = FT-YEAR-N
037000                 AND WK-PERIOD(K) = FT-PERIOD-N
037100                 AND WK-DEL-SW(K) NOT = 'D'
037200             SET PERIOD-FOUND TO TRUE
037300             MOVE K TO KX
037400         ELSE
037500             ADD 1 TO K
037600         END-IF
037700     END-PERFORM
037800     IF FT-ADD
037900         IF PERIOD-FOUND
038000             MOVE 'DUPLICATE ADD - PERIOD ALREADY ON CALENDAR'
038100                            TO WL-DETAIL
038200             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
038300             GO TO 2200-EXIT
038400         END-IF
038500         PERFORM 2270-CHECK-OVERLAP THRU 2270-EXIT
038600         IF CARD-BAD
038700             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
038800             GO TO 2200-EXIT
038900         END-IF
039000         IF WS-FIS-CNT NOT < 200
039100             MOVE 'CALENDAR TABLE FULL' TO WL-DETAIL
039200             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
039300             GO TO 2200-EXIT
039400         END-IF
039500         ADD 1 TO WS-FIS-CNT
039600         MOVE FT-YEAR-N       TO WK-YEAR(WS-FIS-CNT)
039700         MOVE FT-PERIOD-N     TO WK-PERIOD(WS-FIS-CNT)
039800         MOVE FT-START-N      TO WK-START(WS-FIS-CNT)
039900         MOVE FT-END-N        TO WK-END(WS-FIS-CNT)
040000         MOVE FT-FIRST-WEEK-N TO WK-FIRST-WEEK(WS-FIS-CNT)
040100         MOVE FT-LAST-WEEK-N  TO WK-LAST-WEEK(WS-FIS-CNT)
040200         MOVE ' '             TO WK-DEL-SW(WS-FIS-CNT)
040300         MOVE 'ADDED'         TO WL-ACTION
040400         PERFORM 2280-CARD-DETAIL THRU 2280-EXIT
040500         WRITE REPT-REC FROM WS-MAINT-LINE
040600         GO TO 2200-EXIT
040700     END-IF
040800     IF FT-CHANGE
040900         IF PERIOD-NOT-FOUND
041000             MOVE 'CHANGE TO PERIOD NOT ON CALENDAR' TO WL-DETAIL
041100             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
041200             GO TO 2200-EXIT
041300         END-IF
041400         PERFORM 2270-CHECK-OVERLAP THRU 2270-EXIT
041500         IF CARD-BAD
041600             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
041700             GO TO 2200-EXIT
041800         END-IF
041900         MOVE FT-START-N      TO WK-START(KX)
042000         MOVE FT-END-N        TO WK-END(KX)
042100         MOVE FT-FIRST-WEEK-N TO WK-FIRST-WEEK(KX)
042200         MOVE FT-LAST-WEEK-N  TO WK-LAST-WEEK(KX)
042300         MOVE 'CHANGED'       TO WL-ACTION
042400         PERFORM 2280-CARD-DETAIL THRU 2280-EXIT
042500         WRITE REPT-REC FROM WS-MAINT-LINE
042600         GO TO 2200-EXIT
042700     END-IF
042800     IF PERIOD-NOT-FOUND
042900         MOVE 'DELETE OF PERIOD NOT ON CALENDAR' TO WL-DETAIL
043000         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
043100     ELSE
043200         MOVE 'D'       TO WK-DEL-SW(KX)
043300         MOVE 'DELETED' TO WL-ACTION
043400         WRITE REPT-REC FROM WS-MAINT-LINE
043500     END-IF.
043600 2200-EXIT.
043700     EXIT.
043800
043900*===============================================================*
044000*  2250-CHECK-CARD - THE KEY ON EVERY CARD: A NUMERIC FISCAL    *
044100*                    YEAR AND A PERIOD OF 01-13; ON AN ADD OR   *
044200*                    CHANGE ALSO TWO GOOD DATES, THE LAST NOT   *
044300*                    BEFORE THE FIRST, AND WEEK NUMBERS THAT    *
044400*                    RUN FORWARD WITHIN 01-53                   *
044500*===============================================================*
044600 2250-CHECK-CARD.
044700     SET CARD-OK TO TRUE
044800     IF FT-YEAR IS NOT NUMERIC OR FT-YEAR-N = ZERO
044900         MOVE 'FISCAL YEAR NOT NUMERIC' TO WL-DETAIL
045000         SET CARD-BAD TO TRUE
045100         GO TO 2250-EXIT
045200     END-IF
045300     IF FT-PERIOD IS NOT NUMERIC
045400             OR FT-PERIOD-N = ZERO OR FT-PERIOD-N > 13
045500         MOVE 'PERIOD NOT NUMERIC 01-13' TO WL-DETAIL
045600         SET CARD-BAD TO TRUE
045700         GO TO 2250-EXIT
045800     END-IF
045900     IF FT-DELETE
046000         GO TO 2250-EXIT
046100     END-IF
046200     MOVE FT-START TO WS-CHECK-DATE
046300     PERFORM 2260-CHECK-DATE THRU 2260-EXIT
046400     IF CARD-DATE-BAD
046500         MOVE 'FIRST DAY FAILS THE CALENDAR DATE RULES'
046600                            TO WL-DETAIL
046700         SET CARD-BAD TO TRUE
046800         GO TO 2250-EXIT
046900     END-IF
047000     MOVE FT-END TO WS-CHECK-DATE
047100     PERFORM 2260-CHECK-DATE THRU 2260-EXIT
047200     IF CARD-DATE-BAD
047300         MOVE 'LAST DAY FAILS THE CALENDAR DATE RULES'
047400                            TO WL-DETAIL
047500         SET CARD-BAD TO TRUE
047600         GO TO 2250-EXIT
047700     END-IF
047800     IF FT-END-N < FT-START-N
047900         MOVE 'LAST DAY BEFORE FIRST DAY' TO WL-DETAIL
048000         SET CARD-BAD TO TRUE
048100         GO TO 2250-EXIT
048200     END-IF
048300     IF FT-FIRST-WEEK IS NOT NUMERIC
048400             OR FT-LAST-WEEK IS NOT NUMERIC
048500             OR FT-FIRST-WEEK-N = ZERO
048600             OR FT-LAST-WEEK-N > 53
048700             OR FT-LAST-WEEK-N < FT-FIRST-WEEK-N
048800         MOVE 'WEEK NUMBERS NOT 01-53 RUNNING FORWARD'
048900                            TO WL-DETAIL
049000         SET CARD-BAD TO TRUE
049100     END-IF.
049200 2250-EXIT.
049300     EXIT.
049400
049500*===============================================================*
049600*  2260-CHECK-DATE - THE DATE IN WS-CHECK-DATE UNDER DATERTN'S  *
049700*                    OWN RULES: NUMERIC, MONTH 1-12, DAY WITHIN *
049800*                    THE MONTH, 29 FEBRUARY ONLY WHEN THE YEAR  *
049900*                    DIVIDES BY FOUR                            *
050000*===============================================================*
050100 2260-CHECK-DATE.
050200     SET CARD-DATE-OK TO TRUE
050300     IF WS-CHECK-DATE IS NOT NUMERIC
050400         SET CARD-DATE-BAD TO TRUE
050500         GO TO 2260-EXIT
050600     END-IF
050700     MOVE WS-CHECK-DATE(1:4) TO WS-CARD-YYYY
050800     MOVE WS-CHECK-DATE(5:2) TO WS-CARD-MM
050900     MOVE WS-CHECK-DATE(7:2) TO WS-CARD-DD
051000     IF WS-CARD-YYYY = ZEROES
051100             OR WS-CARD-MM < 1 OR WS-CARD-MM > 12
051200         SET CARD-DATE-BAD TO TRUE
051300         GO TO 2260-EXIT
051400     END-IF
051500     MOVE MO(WS-CARD-MM) TO WS-MONTH-LEN
051600     DIVIDE WS-CARD-YYYY BY 4
051700         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
051800     IF WS-CARD-MM = 2 AND WS-LEAP-REM = ZERO
051900         MOVE 29 TO WS-MONTH-LEN
052000     END-IF
052100     IF WS-CARD-DD < 1 OR WS-CARD-DD > WS-MONTH-LEN
052200         SET CARD-DATE-BAD TO TRUE
052300     END-IF.
052400 2260-EXIT.
052500     EXIT.
052600
052700*===============================================================*
052800*  2270-CHECK-OVERLAP - THE CARD'S DAYS AGAINST EVERY OTHER     *
052900*                       LIVE PERIOD: NO DAY MAY BELONG TO TWO   *
053000*                       PERIODS (A CHANGE IS NOT MEASURED       *
053100*                       AGAINST THE PERIOD IT REPLACES)         *
053200*===============================================================*
053300 2270-CHECK-OVERLAP.
053400     SET CARD-OK TO TRUE
053500     MOVE 1 TO K
053600     PERFORM UNTIL K > WS-FIS-CNT OR CARD-BAD
053700         IF WK-DEL-SW(K) NOT = 'D' AND K NOT = KX
053800                 AND WK-START(K) NOT > FT-END-N
053900                 AND WK-END(K) NOT < FT-START-N
054000             STRING 'DAYS OVERLAP PERIOD ' WK-YEAR(K) '/'
054100                 WK-PERIOD(K)
054200                 DELIMITED BY SIZE INTO WL-DETAIL
054300             END-STRING
054400             SET CARD-BAD TO TRUE
054500         END-IF
054600         ADD 1 TO K
054700     END-PERFORM.
054800 2270-EXIT.
054900     EXIT.
055000
055100*===============================================================*
055200*  2280-CARD-DETAIL - THE CARD'S DAYS AND WEEKS FOR THE AUDIT   *
055300*                     LINE                                      *
055400*===============================================================*
055500 2280-CARD-DETAIL.
055600     MOVE FT-START      TO WD-START
055700     MOVE FT-END        TO WD-END
055800     MOVE FT-FIRST-WEEK TO WD-FIRST-WEEK
055900     MOVE FT-LAST-WEEK  TO WD-LAST-WEEK
056000     MOVE WS-PERIOD-DETAIL TO WL-DETAIL.
056100 2280-EXIT.
056200     EXIT.
056300
056400*===============================================================*
056500*  2290-REJECT-CARD - LIST THE CARD AND ITS REASON (STAGED IN   *
056600*                     WL-DETAIL) ON THE AUDIT REPORT            *
056700*===============================================================*
056800 2290-REJECT-CARD.
056900     MOVE 'REJECT' TO WL-ACTION
057000     WRITE REPT-REC FROM WS-MAINT-LINE
057100     ADD 1 TO WS-RECS-REJ.
057200 2290-EXIT.
057300     EXIT.
057400
057500*===============================================================*
057600*  3000-SORT-CALENDAR - SURVIVING PERIODS INTO DATE ORDER SO    *
057700*                       THE NEW FILE READS THE WAY DATA         *
057800*                       CONTROL KEEPS IT                        *
057900*===============================================================*
058000 3000-SORT-CALENDAR.
058100     MOVE 1 TO K
058200     PERFORM UNTIL K NOT < WS-FIS-CNT
058300         MOVE 1 TO KS
058400         PERFORM UNTIL KS NOT < WS-FIS-CNT
058500             IF WK-START(KS) > WK-START(KS + 1)
058600                 MOVE WS-FIS-ENTRY(KS)     TO WS-SWAP-ENTRY
058700                 MOVE WS-FIS-ENTRY(KS + 1) TO WS-FIS-ENTRY(KS)
058800                 MOVE WS-SWAP-ENTRY TO WS-FIS-ENTRY(KS + 1)
058900             END-IF
059000             ADD 1 TO KS
059100         END-PERFORM
059200         ADD 1 TO K
059300     END-PERFORM.
059400 3000-EXIT.
059500     EXIT.
059600
059700*===============================================================*
059800*  4000-WRITE-NEW-FILE - SURVIVING PERIODS OUT TO FISCNEW       *
059900*===============================================================*
060000 4000-WRITE-NEW-FILE.
060100     MOVE ZERO TO WS-LAST-DATE
060200     MOVE 1 TO K
060300     PERFORM UNTIL K > WS-FIS-CNT
060400         IF WK-DEL-SW(K) NOT = 'D'
060500             MOVE SPACES           TO FISC-REC
060600             MOVE WK-YEAR(K)       TO FIS-YEAR
060700             MOVE WK-PERIOD(K)     TO FIS-PERIOD
060800             MOVE WK-START(K)      TO FIS-START-DATE
060900             MOVE WK-END(K)        TO FIS-END-DATE
061000             MOVE WK-FIRST-WEEK(K) TO FIS-FIRST-WEEK
061100             MOVE WK-LAST-WEEK(K)  TO FIS-LAST-WEEK
061200             WRITE NEW-REC FROM FISC-REC
061300             ADD 1 TO WS-RECS-OUT
061400             IF WK-END(K) > WS-LAST-DATE
061500                 MOVE WK-END(K) TO WS-LAST-DATE
061600             END-IF
061700         END-IF
061800         ADD 1 TO K
061900     END-PERFORM.
062000 4000-EXIT.
062100     EXIT.
062200
062300*===============================================================*
062400*  5000-CHECK-COVERAGE - WALK THE NEW CALENDAR IN DATE ORDER:   *
062500*                        EACH PERIOD MUST BEGIN THE DAY AFTER   *
062600*                        THE ONE BEFORE IT ENDS AND CARRY THE   *
062700*                        NEXT PERIOD NUMBER (OR 01 OF THE NEXT  *
062800*                        YEAR), THE PROCESSING DATE MUST FALL   *
062900*                        IN A PERIOD, AND THE LAST PERIOD MUST  *
063000*                        END OUTSIDE THE WARNING HORIZON        *
063100*===============================================================*
063200 5000-CHECK-COVERAGE.
063300     IF WS-LAST-DATE = ZERO
063400         SET COVERAGE-SHORT TO TRUE
063500         MOVE 'WARNING'  TO WL-ACTION
063600         MOVE SPACES     TO WL-YEAR
063700                            WL-PERIOD
063800         MOVE 'CALENDAR IS EMPTY' TO WL-DETAIL
063900         WRITE REPT-REC FROM WS-MAINT-LINE
064000         DISPLAY 'FISCMNT: FISCAL CALENDAR IS EMPTY'
064100         GO TO 5000-EXIT
064200     END-IF
064300     MOVE ZERO TO KP
064400     MOVE 1 TO K
064500     PERFORM UNTIL K > WS-FIS-CNT
064600         IF WK-DEL-SW(K) NOT = 'D'
064700             PERFORM 5100-CHECK-ONE THRU 5100-EXIT
064800             MOVE K TO KP
064900         END-IF
065000         ADD 1 TO K
065100     END-PERFORM
065200     IF NOT TODAY-COVERED
065300         SET COVERAGE-SHORT TO TRUE
065400         MOVE 'WARNING'  TO WL-ACTION
065500         MOVE SPACES     TO WL-YEAR
065600                            WL-PERIOD
065700         STRING 'PROCESSING DATE ' WS-TODAY
065800             ' FALLS IN NO PERIOD'
065900             DELIMITED BY SIZE INTO WL-DETAIL
066000         END-STRING
066100         WRITE REPT-REC FROM WS-MAINT-LINE
066200         DISPLAY 'FISCMNT: PROCESSING DATE ' WS-TODAY
066300             ' NOT ON THE FISCAL CALENDAR'
066400     END-IF
066500     MOVE WS-LAST-DATE(7:2) TO DATE-IN-DD
066600     MOVE WS-LAST-DATE(5:2) TO DATE-IN-MM
066700     MOVE WS-LAST-DATE(1:4) TO DATE-IN-YYYY
066800     MOVE 'D' TO DATE-FUNCTION
066900     CALL 'DATERTN' USING DATE-PARM
067000     MOVE DATE-OUT-DAYS TO WS-LAST-DAYS
067100     COMPUTE WS-COVER-DAYS = WS-LAST-DAYS - WS-TODAY-DAYS
067200     IF WS-COVER-DAYS < WS-WARN-DAYS
067300         SET COVERAGE-SHORT TO TRUE
067400         MOVE WS-LAST-DATE  TO WV-LAST-DATE
067500         IF WS-COVER-DAYS < ZERO
067600             MOVE ZERO TO WV-COVER-DAYS
067700         ELSE
067800             MOVE WS-COVER-DAYS TO WV-COVER-DAYS
067900         END-IF
068000         WRITE REPT-REC FROM WS-COVER-LINE
068100         DISPLAY 'FISCMNT: CALENDAR COVERAGE SHORT - LAST PERIOD '
068200             'ENDS ' WS-LAST-DATE
068300     END-IF.
068400 5000-EXIT.
068500     EXIT.
068600
068700*===============================================================*
068800*  5100-CHECK-ONE - ONE LIVE PERIOD AGAINST THE LIVE PERIOD     *
068900*                   BEFORE IT (KP, ZERO FOR THE FIRST) AND THE  *
069000*                   PROCESSING DATE                             *
069100*===============================================================*
069200 5100-CHECK-ONE.
069300     IF WK-START(K) NOT > WS-TODAY AND WK-END(K) NOT < WS-TODAY
069400         SET TODAY-COVERED TO TRUE
069500     END-IF
069600     IF KP = ZERO
069700         GO TO 5100-EXIT
069800     END-IF
069900     MOVE WK-YEAR(K)   TO WL-YEAR
070000     MOVE WK-PERIOD(K) TO WL-PERIOD
070100     MOVE WK-END(KP)(7:2) TO DATE-IN-DD
070200     MOVE WK-END(KP)(5:2) TO DATE-IN-MM
070300     MOVE WK-END(KP)(1:4) TO DATE-IN-YYYY
070400     MOVE 1     TO DATE-OFFSET
070500     MOVE SPACE TO DATE-ADJ-FLAG
070600     MOVE 'A'   TO DATE-FUNCTION
070700     CALL 'DATERTN' USING DATE-PARM
070800     COMPUTE WS-NEXT-DATE = (DATE-OUT-YYYY * 10000)
070900         + (DATE-OUT-MM * 100) + DATE-OUT-DD
071000     IF WK-START(K) NOT = WS-NEXT-DATE
071100         SET COVERAGE-SHORT TO TRUE
071200         MOVE 'WARNING' TO WL-ACTION
071300         MOVE SPACES    TO WL-DETAIL
071400         STRING 'DOES NOT BEGIN THE DAY AFTER '
071500             WK-YEAR(KP) '/' WK-PERIOD(KP)
071600             ' ENDS (' WK-END(KP) ')'
071700             DELIMITED BY SIZE INTO WL-DETAIL
071800         END-STRING
071900         WRITE REPT-REC FROM WS-MAINT-LINE
072000     END-IF
072100     IF (WK-PERIOD(K) = 1 AND WK-YEAR(K) NOT = WK-YEAR(KP) + 1)
072200             OR (WK-PERIOD(K) NOT = 1
072300             AND (WK-YEAR(K) NOT = WK-YEAR(KP)
072400             OR WK-PERIOD(K) NOT = WK-PERIOD(KP) + 1))
072500         SET COVERAGE-SHORT TO TRUE
072600         MOVE 'WARNING' TO WL-ACTION
072700         MOVE SPACES    TO WL-DETAIL
072800         STRING 'PERIOD NUMBER DOES NOT FOLLOW '
072900             WK-YEAR(KP) '/' WK-PERIOD(KP)
073000             DELIMITED BY SIZE INTO WL-DETAIL
073100         END-STRING
073200         WRITE REPT-REC FROM WS-MAINT-LINE
073300     END-IF.
073400 5100-EXIT.
073500     EXIT.
073600
073700*===============================================================*
073800*  9000-TERMINATE - CLOSE FILES                                 *
073900*===============================================================*
074000 9000-TERMINATE.
074100     CLOSE TRAN-FILE
074200           NEW-FILE
074300           REPT-FILE.
074400 9000-EXIT.
074500     EXIT.
074600
074700*===============================================================*
074800*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
074900*                         REJECTED CARD OR A COVERAGE WARNING,  *
075000*                         12 EMPTY DECK                         *
075100*===============================================================*
075200 9900-SET-RETURN-CODE.
075300     MOVE 0 TO RETURN-CODE
075400     IF WS-RECS-REJ > 0 OR COVERAGE-SHORT
075500         MOVE 4 TO RETURN-CODE
075600     END-IF
075700     IF WS-RECS-IN = 0
075800         MOVE 12 TO RETURN-CODE
075900     END-IF.
076000 9900-EXIT.
076100     EXIT.
