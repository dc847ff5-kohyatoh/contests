001493*                   ADDS DATE-OFFSET CALENDAR MONTHS (POSITIVE   *
001494*                   OFFSETS), CLAMPING THE DAY TO THE TARGET     *
001495*                   MONTH'S LENGTH SO A MONTH-END OR LEAP-DAY    *
001504*                   START COMES OUT RIGHT.                       *
001512*  2026-10-15 BSU   30/360 DAY-SERIAL MODE FOR INTEREST ACCRUAL: *
001520*                   360-DAY YEARS OF 30-DAY MONTHS, A 31ST       *
001528*                   COUNTED AS THE 30TH, SO THE DIFFERENCE OF    *
001536*                   TWO SERIALS IS THE 30/360 DAY COUNT.         *
001544*  2026-10-15 BSU   FISCAL-PERIOD MODE: LOOKS A DATE UP ON THE   *
001552*                   FISCAL CALENDAR FILE (SEE COPY/FISCREC.CPY,  *
001560*                   LOADED ONCE ON FIRST USE) AND RETURNS THE    *
001568*                   FISCAL YEAR, PERIOD AND WEEK AND THE         *
001576*                   PERIOD'S FIRST AND LAST DAY, OR NOT-FOUND    *
001584*                   WHEN NO PERIOD HOLDS THE DATE.               *
001592*===============================================================*
001600 ENVIRONMENT DIVISION.
001610 CONFIGURATION SECTION.
001620 SOURCE-COMPUTER.   IBM-370.
001650 FILE-CONTROL.
001660     SELECT OPTIONAL HOL-FILE ASSIGN TO "HOLFILE"
001670         ORGANIZATION IS LINE SEQUENTIAL.
001680     SELECT OPTIONAL FIS-FILE ASSIGN TO "FISCAL"
001690         ORGANIZATION IS LINE SEQUENTIAL.

001700 DATA DIVISION.
001710 FILE SECTION.
001720 FD  HOL-FILE
001730     RECORDING MODE IS F.
001740 COPY HOLREC.
001755 FD  FIS-FILE
001770     RECORDING MODE IS F.
001785 COPY FISCREC.

001800 WORKING-STORAGE SECTION.
001900 01  Y           PIC 9(10)   VALUE ZEROES.
004166 01  WS-SAVE-MM     PIC 9(02)  VALUE ZEROES.
004167 01  WS-SAVE-YYYY   PIC 9(04)  VALUE ZEROES.

004169*---------------------------------------------------------------*
004171*  FISCAL CALENDAR TABLE - LOADED FROM THE FISCAL FILE THE      *
004172*  FIRST TIME A FISCAL-PERIOD REQUEST ARRIVES                   *
004174*---------------------------------------------------------------*
004175 01  WS-FIS-LOAD-SW PIC X(01) VALUE 'N'.
004177     88  FISCAL-LOADED          VALUE 'Y'.
004178 01  WS-FIS-EOF-SW  PIC X(01) VALUE 'N'.
004180     88  FIS-EOF                VALUE 'Y'.
004181 01  WS-FIS-CNT     PIC 9(03)  VALUE ZEROES.
004183 01  WS-FIS-TABLE.
004184     05  WS-FIS-ENTRY OCCURS 200.
004186         10  WF-YEAR       PIC 9(04).
004187         10  WF-PERIOD     PIC 9(02).
004189         10  WF-START      PIC 9(08).
004190         10  WF-END        PIC 9(08).
004192         10  WF-FIRST-WEEK PIC 9(02).
004193         10  WF-LAST-WEEK  PIC 9(02).
004195 01  FP             PIC 9(03)  VALUE ZEROES.
004196 01  WS-FIS-DAYS    PIC S9(10) VALUE ZEROES.
004198 01  WS-FIS-WEEK    PIC 9(04)  VALUE ZEROES.

004200 LINKAGE SECTION.
004300 COPY DATEPARM.

005240             IF DATE-FN-ADD-MONTHS
005250                 PERFORM 6000-ADD-MONTHS THRU 6000-EXIT
005260             ELSE
005266             IF DATE-FN-DAYS-30-360
005272                 PERFORM 7000-DAYS-30-360 THRU 7000-EXIT
005277             ELSE
005283             IF DATE-FN-FISCAL
005288                 PERFORM 8000-FISCAL-PERIOD THRU 8000-EXIT
005294             ELSE
005300             PERFORM 3000-TO-DAY-COUNT  THRU 3000-EXIT
005302             END-IF
005303             END-IF
005305             END-IF
005310         END-IF
005400     END-IF
005500     GOBACK.

005502*===============================================================*
005504*  0700-LOAD-FISCAL - PULL THE FISCAL CALENDAR IN ONCE PER RUN  *
005506*===============================================================*
005508 0700-LOAD-FISCAL.
005510     IF FISCAL-LOADED
005512         GO TO 0700-EXIT
005514     END-IF
005516     SET FISCAL-LOADED TO TRUE
005518     OPEN INPUT FIS-FILE
005520     PERFORM 0750-READ-FISCAL THRU 0750-EXIT
005522     PERFORM UNTIL FIS-EOF
005524         IF WS-FIS-CNT < 200
005526             ADD 1 TO WS-FIS-CNT
005528             MOVE FIS-YEAR       TO WF-YEAR(WS-FIS-CNT)
005530             MOVE FIS-PERIOD     TO WF-PERIOD(WS-FIS-CNT)
005532             MOVE FIS-START-DATE TO WF-START(WS-FIS-CNT)
005534             MOVE FIS-END-DATE   TO WF-END(WS-FIS-CNT)
005536             MOVE FIS-FIRST-WEEK TO WF-FIRST-WEEK(WS-FIS-CNT)
005538             MOVE FIS-LAST-WEEK  TO WF-LAST-WEEK(WS-FIS-CNT)
005540         END-IF
005542         PERFORM 0750-READ-FISCAL THRU 0750-EXIT
005544     END-PERFORM
005546     CLOSE FIS-FILE.
005548 0700-EXIT.
005550     EXIT.

005552*===============================================================*
005554*  0750-READ-FISCAL                                             *
005556*===============================================================*
005558 0750-READ-FISCAL.
005560     READ FIS-FILE
005562         AT END
005564             SET FIS-EOF TO TRUE
005566             GO TO 0750-EXIT
005568     END-READ.
005570 0750-EXIT.
005572     EXIT.

005600*===============================================================*
005700*  1000-INIT-TABLES - LOAD THE MONTH-LENGTH TABLE               *
005800*===============================================================*
018100     PERFORM 2900-FINISH-DATE THRU 2900-EXIT.
018200 6000-EXIT.
018300     EXIT.

018400*===============================================================*
018500*  7000-DAYS-30-360 - 30/360 DAY SERIAL OF THE INPUT DATE: 360  *
018600*                     PER YEAR, 30 PER MONTH, A 31ST TAKEN AS   *
018700*                     THE 30TH                                  *
018800*===============================================================*
018900 7000-DAYS-30-360.
019000     MOVE DATE-IN-DD TO D
019100     IF D > 30
019200         MOVE 30 TO D
019300     END-IF
019400     COMPUTE DATE-OUT-DAYS = (DATE-IN-YYYY * 360)
019500         + ((DATE-IN-MM - 1) * 30) + D.
019600 7000-EXIT.
019700     EXIT.

019800*===============================================================*
019900*  8000-FISCAL-PERIOD - FIND THE FISCAL CALENDAR PERIOD HOLDING *
020000*                       THE INPUT DATE AND RETURN ITS YEAR,     *
020100*                       NUMBER, FIRST AND LAST DAY, AND THE     *
020200*                       FISCAL WEEK: THE PERIOD'S FIRST WEEK    *
020300*                       PLUS WHOLE WEEKS FROM ITS FIRST DAY,    *
020400*                       HELD TO ITS LAST WEEK                   *
020500*===============================================================*
020600 8000-FISCAL-PERIOD.
020700     PERFORM 0700-LOAD-FISCAL THRU 0700-EXIT
020800     SET DATE-FIS-NOT-FOUND TO TRUE
020900     MOVE ZEROES TO DATE-OUT-FIS-YEAR
021000                    DATE-OUT-FIS-PER
021100                    DATE-OUT-FIS-WEEK
021200                    DATE-OUT-PER-START
021300                    DATE-OUT-PER-END
021400     COMPUTE WS-CONV-YMD = (DATE-IN-YYYY * 10000)
021500         + (DATE-IN-MM * 100) + DATE-IN-DD
021600     MOVE 1 TO FP
021700     PERFORM UNTIL FP > WS-FIS-CNT OR DATE-FIS-FOUND
021800         IF WF-START(FP) NOT > WS-CONV-YMD
021900                 AND WF-END(FP) NOT < WS-CONV-YMD
022000             SET DATE-FIS-FOUND TO TRUE
022100         ELSE
022200             ADD 1 TO FP
022300         END-IF
022400     END-PERFORM
022500     IF DATE-FIS-NOT-FOUND
022600         GO TO 8000-EXIT
022700     END-IF
022800     MOVE WF-YEAR(FP)   TO DATE-OUT-FIS-YEAR
022900     MOVE WF-PERIOD(FP) TO DATE-OUT-FIS-PER
023000     MOVE WF-START(FP)  TO DATE-OUT-PER-START
023100     MOVE WF-END(FP)    TO DATE-OUT-PER-END
023200     PERFORM 1100-DATE-TO-DAYS THRU 1100-EXIT
023300     MOVE TOT TO WS-FIS-DAYS
023400     MOVE DATE-IN-DD   TO WS-SAVE-DD
023500     MOVE DATE-IN-MM   TO WS-SAVE-MM
023600     MOVE DATE-IN-YYYY TO WS-SAVE-YYYY
023700     MOVE WF-START(FP)(7:2) TO DATE-IN-DD
023800     MOVE WF-START(FP)(5:2) TO DATE-IN-MM
023900     MOVE WF-START(FP)(1:4) TO DATE-IN-YYYY
024000     PERFORM 1100-DATE-TO-DAYS THRU 1100-EXIT
024100     MOVE WS-SAVE-DD   TO DATE-IN-DD
024200     MOVE WS-SAVE-MM   TO DATE-IN-MM
024300     MOVE WS-SAVE-YYYY TO DATE-IN-YYYY
024400     COMPUTE WS-FIS-WEEK = WF-FIRST-WEEK(FP)
024500         + ((WS-FIS-DAYS - TOT) / 7)
024600     IF WS-FIS-WEEK > WF-LAST-WEEK(FP)
024700         MOVE WF-LAST-WEEK(FP) TO WS-FIS-WEEK
024800     END-IF
024900     MOVE WS-FIS-WEEK TO DATE-OUT-FIS-WEEK.
025000 8000-EXIT.
025100     EXIT.
