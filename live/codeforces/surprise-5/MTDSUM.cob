002160*                   MIDNIGHT KEEPS THE WHOLE NIGHT ON ONE       *
002160*                   BUSINESS DATE. THE AUDIT RECORD CARRIES   *
002160*                   THE BUSINESS DATE.                        *
002163*  2026-10-15 BSU   THE SUMMARY CAN NOW ROLL ON FISCAL        *
002165*                   PERIODS: WITH PERIOD-BASIS=F ON THE SUITE *
002167*                   PARAMETER FILE (SEE COPY/PARMPARM.CPY)    *
002170*                   THE CURRENT PERIOD IS THE FISCAL PERIOD   *
002172*                   HOLDING THE BUSINESS DATE, FROM DATERTN'S *
002174*                   FISCAL-PERIOD FUNCTION AGAINST THE FISCAL *
002177*                   CALENDAR FILE, AND A CARRIED RECORD       *
002179*                   OUTSIDE IT STARTS THE SUMMARY FRESH. THE  *
002181*                   PERIOD IS PRINTED AT THE TOP AND THE      *
002183*                   GRAND TOTAL IS LABELLED PERIOD-TO-DATE. A *
002186*                   BUSINESS DATE THE CALENDAR DOES NOT COVER *
002188*                   FALLS BACK TO THE CALENDAR MONTH WITH A   *
002190*                   WARNING AND ENDS THE RUN 4. A BAD SUITE   *
002193*                   PARAMETER FILE REFUSES THE RUN WITH 8.    *
002195*                   WITH PERIOD-BASIS=C, OR NONE, THE         *
002197*                   CALENDAR MONTH STILL RULES.               *
002200*===============================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
005600         88  MTD-EOF                    VALUE 'Y'.
005700     05  WS-MONTH-SW        PIC X(01)   VALUE 'N'.
005800         88  NEW-MONTH-STARTED          VALUE 'Y'.
005817     05  WS-BASIS-SW        PIC X(01)   VALUE 'C'.
005834         88  CALENDAR-BASIS             VALUE 'C'.
005850         88  FISCAL-BASIS               VALUE 'F'.
005867     05  WS-FALLBACK-SW     PIC X(01)   VALUE 'N'.
005883         88  FISCAL-FALLBACK            VALUE 'Y'.

005900 01  WS-COUNTERS.
006000     05  WS-CSV-CNT         PIC 9(06)   COMP    VALUE ZERO.
006600 01  WS-SUM-X               PIC X(11)   VALUE SPACES.
006700 01  WS-SUM-N               PIC 9(11)   VALUE ZEROES.

006713*---------------------------------------------------------------*
006725*  CURRENT PERIOD - FIRST AND LAST DAY. THE CALENDAR MONTH OF    *
006738*  THE BUSINESS DATE (DAY 01 TO DAY 31), OR ITS FISCAL PERIOD    *
006750*  UNDER PERIOD-BASIS=F                                          *
006762*---------------------------------------------------------------*
006775 01  WS-PER-START           PIC 9(08)   VALUE ZEROES.
006787 01  WS-PER-END             PIC 9(08)   VALUE ZEROES.

006800*---------------------------------------------------------------*
006900*  UNSTRUNG SUMCSV FIELDS - ACCT, RECNO, OPERAND-1, OPERATOR,    *
007000*  OPERAND-2, RESULT                                             *
009000     05  FILLER             PIC X(33)   VALUE SPACES.

009100 01  WS-GRAND-LINE.
009200     05  WG-LABEL           PIC X(24)   VALUE
009300         'MONTH-TO-DATE TOTAL ..: '.
009400     05  WG-TOTAL           PIC -(13)9.
009500     05  FILLER             PIC X(42)   VALUE SPACES.
009710 01  WS-RERUN-LINE          PIC X(80)   VALUE
009720     'RERUN - PRIOR SUMMARY FOR TODAY SUPERSEDED'.

009725 01  WS-NEWPER-LINE         PIC X(80)   VALUE
009729     'NEW FISCAL PERIOD - PRIOR PERIOD CLEARED TO HISTORY'.

009733 01  WS-PERIOD-LINE.
009737     05  FILLER             PIC X(14)   VALUE 'FISCAL PERIOD '.
009741     05  WP-YEAR            PIC 9(04).
009745     05  FILLER             PIC X(01)   VALUE '/'.
009750     05  WP-PERIOD          PIC 9(02).
009754     05  FILLER             PIC X(02)   VALUE SPACES.
009758     05  WP-START           PIC 9(08).
009762     05  FILLER             PIC X(03)   VALUE ' - '.
009766     05  WP-END             PIC 9(08).
009770     05  FILLER             PIC X(38)   VALUE SPACES.

009775 01  WS-FALLBACK-LINE.
009779     05  FILLER             PIC X(24)   VALUE
009783         'WARNING - BUSINESS DATE '.
009787     05  WB-DATE            PIC 9(08).
009791     05  FILLER             PIC X(48)   VALUE
009795         ' NOT ON FISCAL CALENDAR - CALENDAR MONTH USED'.

009800*---------------------------------------------------------------*
009900*  COMMUNICATION AREA FOR THE SHARED AUDIT LOGGER SUBROUTINE     *
010000*---------------------------------------------------------------*
010105*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
010106*---------------------------------------------------------------*
010107 COPY BUSDPARM.

010135*---------------------------------------------------------------*
010162*  COMMUNICATION AREAS FOR THE SUITE PARAMETER SUBROUTINE AND    *
010190*  THE SHARED DATE ROUTINE                                       *
010217*---------------------------------------------------------------*
010245 COPY PARMPARM.
010272 COPY DATEPARM.
010300 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
010305 01  WS-START-TIME          PIC 9(08)   VALUE ZEROES.

011400     STOP RUN.

011500*===============================================================*
011567*  1000-INITIALIZE - OPEN FILES, DATE THE RUN AND SET ITS       *
011633*                    CURRENT PERIOD                             *
011700*===============================================================*
011800 1000-INITIALIZE.
011850     ACCEPT WS-START-TIME FROM TIME
012100          OUTPUT MTD-OUT-FILE
012200          OUTPUT REPT-FILE
012300     CALL 'BUSDATE' USING BUSD-PARM
012325     MOVE BUSD-DATE TO WS-TODAY
012350     PERFORM 1900-LOAD-PARMS  THRU 1900-EXIT
012375     PERFORM 1950-SET-PERIOD  THRU 1950-EXIT.
012400 1000-EXIT.
012500     EXIT.

012600*===============================================================*
012602*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
012603*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
012605*                    FILE AND PICK UP THE PERIOD BASIS          *
012606*                    (CALENDAR MONTH WHEN OMITTED)              *
012607*===============================================================*
012609 1900-LOAD-PARMS.
012610     SET PARM-FUNC-LOAD TO TRUE
012611     CALL 'PARMRTN' USING PARM-PARM
012613     IF PARM-ERR-CNT > ZERO
012614         DISPLAY 'MTDSUM: SUITE PARAMETER FILE IN ERROR - '
012615             'RUN REFUSED'
012617         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
012618             TO REPT-REC
012619         WRITE REPT-REC
012621         CLOSE CSV-FILE
012622               MTD-IN-FILE
012624               MTD-OUT-FILE
012625               REPT-FILE
012626         MOVE 8 TO RETURN-CODE
012628         STOP RUN
012629     END-IF
012630     SET PARM-FUNC-GET TO TRUE
012632     MOVE 'PERIOD-BASIS' TO PARM-KEYWORD
012633     MOVE SPACES         TO PARM-QUALIFIER
012634     CALL 'PARMRTN' USING PARM-PARM
012636     IF PARM-OK AND PARM-VALUE(1:1) = 'F'
012637         SET FISCAL-BASIS TO TRUE
012638     END-IF.
012640 1900-EXIT.
012641     EXIT.

012643*===============================================================*
012644*  1950-SET-PERIOD - THE FIRST AND LAST DAY OF THE CURRENT      *
012645*                    PERIOD: THE BUSINESS DATE'S CALENDAR       *
012647*                    MONTH, OR UNDER THE FISCAL BASIS ITS       *
012648*                    FISCAL PERIOD, PRINTED AT THE TOP. A DATE  *
012649*                    OFF THE FISCAL CALENDAR KEEPS THE MONTH    *
012651*                    WITH A WARNING                             *
012652*===============================================================*
012653 1950-SET-PERIOD.
012655     MOVE WS-TODAY TO WS-PER-START
012656     MOVE '01'     TO WS-PER-START(7:2)
012657     MOVE WS-TODAY TO WS-PER-END
012659     MOVE '31'     TO WS-PER-END(7:2)
012660     IF CALENDAR-BASIS
012662         GO TO 1950-EXIT
012663     END-IF
012664     MOVE WS-TODAY(7:2) TO DATE-IN-DD
012666     MOVE WS-TODAY(5:2) TO DATE-IN-MM
012667     MOVE WS-TODAY(1:4) TO DATE-IN-YYYY
012668     MOVE SPACE TO DATE-ADJ-FLAG
012670     MOVE 'F'   TO DATE-FUNCTION
012671     CALL 'DATERTN' USING DATE-PARM
012672     IF DATE-FIS-NOT-FOUND
012674         SET CALENDAR-BASIS  TO TRUE
012675         SET FISCAL-FALLBACK TO TRUE
012676         MOVE WS-TODAY TO WB-DATE
012678         WRITE REPT-REC FROM WS-FALLBACK-LINE
012679         DISPLAY 'MTDSUM: BUSINESS DATE ' WS-TODAY
012681             ' NOT ON THE FISCAL CALENDAR - CALENDAR MONTH USED'
012682         GO TO 1950-EXIT
012683     END-IF
012685     MOVE DATE-OUT-PER-START TO WS-PER-START
012686     MOVE DATE-OUT-PER-END   TO WS-PER-END
012687     MOVE DATE-OUT-FIS-YEAR  TO WP-YEAR
012689     MOVE DATE-OUT-FIS-PER   TO WP-PERIOD
012690     MOVE WS-PER-START       TO WP-START
012691     MOVE WS-PER-END         TO WP-END
012693     WRITE REPT-REC FROM WS-PERIOD-LINE
012694     MOVE 'PERIOD-TO-DATE TOTAL .: ' TO WG-LABEL.
012695 1950-EXIT.
012697     EXIT.

012698*===============================================================*
012700*  2000-CARRY-FORWARD - COPY THE PRIOR RUNS' SUMMARY LINES      *
012800*                       THROUGH (CURRENT PERIOD ONLY), PRINTING *
012900*                       EACH WITH THE RUNNING PERIOD TOTAL      *
013000*===============================================================*
013100 2000-CARRY-FORWARD.
013200     PERFORM 2100-READ-MTD THRU 2100-EXIT
013300     PERFORM UNTIL MTD-EOF
013400         IF MTD-DATE < WS-PER-START OR MTD-DATE > WS-PER-END
013500             IF NOT NEW-MONTH-STARTED
013600                 SET NEW-MONTH-STARTED TO TRUE
013634                 IF FISCAL-BASIS
013667                     WRITE REPT-REC FROM WS-NEWPER-LINE
013700                 ELSE
013733                     WRITE REPT-REC FROM WS-NEWMONTH-LINE
013766                 END-IF
013800             END-IF
013900         ELSE
013910             IF MTD-DATE = WS-TODAY
016400*===============================================================*
016500*  3000-FOLD-IN-TONIGHT - TOTAL THE NIGHT'S SUMCSV EXTRACT,     *
016600*                         APPEND ITS SUMMARY RECORD AND PRINT   *
016700*                         ITS LINE AND THE PERIOD GRAND TOTAL   *
016800*===============================================================*
016900 3000-FOLD-IN-TONIGHT.
017000     PERFORM 3100-READ-CSV THRU 3100-EXIT
025500     EXIT.

025600*===============================================================*
025660*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN     *
025720*                         THE FISCAL CALENDAR DID NOT COVER THE *
025780*                         BUSINESS DATE, 12 WHEN THE NIGHT'S    *
025840*                         EXTRACT IS EMPTY                      *
025900*===============================================================*
026000 9900-SET-RETURN-CODE.
026100     MOVE 0 TO RETURN-CODE
026125     IF FISCAL-FALLBACK
026150         MOVE 4 TO RETURN-CODE
026175     END-IF
026200     IF WS-CSV-CNT = 0
026300         MOVE 12 TO RETURN-CODE
026400     END-IF.
