002400*                   ITSELF (A RERUN OF THE JOB) IS SUPERSEDED   *
002500*                   WITH A NOTE, BOTH EXACTLY AS MTDSUM DOES    *
002600*                   AT ITS MONTH BOUNDARY.                      *
002606*  2026-10-15 BSU   THE SUMMARY CAN NOW ROLL ON FISCAL PERIODS: *
002612*                   WITH PERIOD-BASIS=F ON THE SUITE PARAMETER  *
002618*                   FILE (SEE COPY/PARMPARM.CPY) EACH RECORD IS *
002624*                   KEYED BY FISCAL YEAR AND PERIOD (YYYYPP)    *
002630*                   INSTEAD OF CALENDAR MONTH - THE FISCAL      *
002635*                   PERIOD OF THE CLOSING SUMMARY'S FIRST RUN   *
002641*                   DATE, FROM DATERTN'S FISCAL-PERIOD FUNCTION *
002647*                   AGAINST THE FISCAL CALENDAR FILE - AND THE  *
002653*                   FILE STARTS FRESH AT A NEW FISCAL YEAR. THE *
002659*                   COLUMN HEADINGS AND GRAND TOTAL SAY PERIOD  *
002665*                   AND FISCAL YEAR. A DATE THE CALENDAR DOES   *
002670*                   NOT COVER FALLS BACK TO THE CALENDAR MONTH  *
002676*                   WITH A WARNING AND ENDS THE RUN 4. A BAD    *
002682*                   SUITE PARAMETER FILE REFUSES THE RUN WITH   *
002688*                   8. THE HEADINGS ARE NOW PRINTED ONCE THE    *
002694*                   CLOSING PERIOD IS KNOWN.                    *
002700*===============================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
006100         88  YTD-EOF                    VALUE 'Y'.
006200     05  WS-YEAR-SW         PIC X(01)   VALUE 'N'.
006300         88  NEW-YEAR-STARTED           VALUE 'Y'.
006317     05  WS-BASIS-SW        PIC X(01)   VALUE 'C'.
006334         88  CALENDAR-BASIS             VALUE 'C'.
006350         88  FISCAL-BASIS               VALUE 'F'.
006367     05  WS-FALLBACK-SW     PIC X(01)   VALUE 'N'.
006383         88  FISCAL-FALLBACK            VALUE 'Y'.

006400 01  WS-COUNTERS.
006500     05  WS-MTD-CNT         PIC 9(06)   COMP    VALUE ZERO.
006700 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
006800 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
006900 01  WS-CLOSE-MONTH         PIC 9(06)   VALUE ZEROES.
006950 01  WS-CLOSE-DATE          PIC 9(08)   VALUE ZEROES.
007000 01  WS-MONTH-RECS          PIC 9(08)   VALUE ZEROES.
007100 01  WS-MONTH-TOTAL         PIC S9(14)  VALUE ZERO.
007200 01  WS-YEAR-TOTAL          PIC S9(15)  VALUE ZERO.
008300     05  FILLER             PIC X(27)   VALUE SPACES.

008400 01  WS-HEADING-2.
008500     05  WH-KEY             PIC X(08)   VALUE 'MONTH'.
008600     05  FILLER             PIC X(12)   VALUE '   RECORDS'.
008700     05  WH-KEY-TOTAL       PIC X(16)   VALUE
008800         '     MONTH TOTAL'.
008900     05  FILLER             PIC X(18)   VALUE
009000         '      YEAR RUNNING'.
010000     05  FILLER             PIC X(29)   VALUE SPACES.

010100 01  WS-GRAND-LINE.
010200     05  WG-LABEL           PIC X(24)   VALUE
010300         'YEAR-TO-DATE TOTAL ...: '.
010400     05  WG-TOTAL           PIC -(14)9.
010500     05  FILLER             PIC X(41)   VALUE SPACES.
010600 01  WS-NEWYEAR-LINE        PIC X(80)   VALUE
010700     'NEW YEAR - PRIOR PERIOD CLEARED TO HISTORY'.

010710 01  WS-NEWFY-LINE          PIC X(80)   VALUE
010720     'NEW FISCAL YEAR - PRIOR PERIOD CLEARED TO HISTORY'.

010730 01  WS-FALLBACK-LINE.
010740     05  FILLER             PIC X(19)   VALUE
010750         'WARNING - RUN DATE '.
010760     05  WB-DATE            PIC 9(08).
010770     05  FILLER             PIC X(47)   VALUE
010780         ' NOT ON FISCAL CALENDAR - CALENDAR MONTH USED'.
010790     05  FILLER             PIC X(06)   VALUE SPACES.

010800 01  WS-RERUN-LINE          PIC X(80)   VALUE
010900     'RERUN - PRIOR SUMMARY FOR THIS MONTH SUPERSEDED'.

011500*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
011600*---------------------------------------------------------------*
011700 COPY BUSDPARM.

011715*---------------------------------------------------------------*
011729*  COMMUNICATION AREAS FOR THE SUITE PARAMETER SUBROUTINE AND    *
011743*  THE SHARED DATE ROUTINE                                       *
011757*---------------------------------------------------------------*
011771 COPY PARMPARM.
011785 COPY DATEPARM.
011800 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
011900 01  WS-START-TIME          PIC 9(08)   VALUE ZEROES.

012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
012600     PERFORM 2000-TOTAL-THE-MONTH  THRU 2000-EXIT
012650     PERFORM 2500-WRITE-HEADINGS   THRU 2500-EXIT
012700     PERFORM 3000-CARRY-FORWARD    THRU 3000-EXIT
012800     PERFORM 4000-FOLD-IN-MONTH    THRU 4000-EXIT
012900     PERFORM 9000-TERMINATE        THRU 9000-EXIT
013100     STOP RUN.

013200*===============================================================*
013300*  1000-INITIALIZE - OPEN FILES, DATE THE RUN AND PICK UP THE   *
013400*                    PERIOD BASIS                               *
013500*===============================================================*
013600 1000-INITIALIZE.
013700     ACCEPT WS-START-TIME FROM TIME
014200     CALL 'BUSDATE' USING BUSD-PARM
014300     MOVE BUSD-DATE TO WS-TODAY
014400     ACCEPT WS-RUN-TIME FROM TIME
014750     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT.
015100 1000-EXIT.
015104     EXIT.

015107*===============================================================*
015110*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
015113*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
015116*                    FILE AND PICK UP THE PERIOD BASIS          *
015119*                    (CALENDAR MONTH WHEN OMITTED)              *
015122*===============================================================*
015125 1900-LOAD-PARMS.
015128     SET PARM-FUNC-LOAD TO TRUE
015131     CALL 'PARMRTN' USING PARM-PARM
015135     IF PARM-ERR-CNT > ZERO
015138         DISPLAY 'YTDSUM: SUITE PARAMETER FILE IN ERROR - '
015141             'RUN REFUSED'
015144         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
015147             TO REPT-REC
015150         WRITE REPT-REC
015153         CLOSE MTD-FILE
015156               YTD-IN-FILE
015159               YTD-OUT-FILE
015162               REPT-FILE
015165         MOVE 8 TO RETURN-CODE
015169         STOP RUN
015172     END-IF
015175     SET PARM-FUNC-GET TO TRUE
015178     MOVE 'PERIOD-BASIS' TO PARM-KEYWORD
015181     MOVE SPACES         TO PARM-QUALIFIER
015184     CALL 'PARMRTN' USING PARM-PARM
015187     IF PARM-OK AND PARM-VALUE(1:1) = 'F'
015190         SET FISCAL-BASIS TO TRUE
015193     END-IF.
015196 1900-EXIT.
015200     EXIT.

015300*===============================================================*
015600*                         THE CLOSING MONTH IS THE MONTH THE    *
015700*                         FILE'S OWN RECORDS CARRY; AN EMPTY    *
015800*                         FILE FALLS BACK TO THE BUSINESS       *
015850*                         DATE'S MONTH AND ENDS 12. UNDER THE   *
015900*                         FISCAL BASIS IT IS THAT DATE'S FISCAL *
015950*                         YEAR AND PERIOD INSTEAD.              *
016000*===============================================================*
016100 2000-TOTAL-THE-MONTH.
016200     MOVE WS-TODAY(1:6) TO WS-CLOSE-MONTH
016250     MOVE WS-TODAY      TO WS-CLOSE-DATE
016300     PERFORM 2100-READ-MTD THRU 2100-EXIT
016400     PERFORM UNTIL MTD-EOF
016500         ADD 1 TO WS-MTD-CNT
016600         IF WS-MTD-CNT = 1
016700             MOVE MTD-DATE(1:6) TO WS-CLOSE-MONTH
016750             MOVE MTD-DATE      TO WS-CLOSE-DATE
016800         END-IF
016900         ADD MTD-REC-CNT TO WS-MONTH-RECS
017000         ADD MTD-TOTAL   TO WS-MONTH-TOTAL
017100         PERFORM 2100-READ-MTD THRU 2100-EXIT
017140     END-PERFORM
017180     IF FISCAL-BASIS
017220         PERFORM 2200-FISCAL-KEY THRU 2200-EXIT
017260     END-IF.
017300 2000-EXIT.
017400     EXIT.

018500     EXIT.

018600*===============================================================*
018603*  2200-FISCAL-KEY - KEY THE CLOSING PERIOD BY THE FISCAL YEAR  *
018605*                    AND PERIOD (YYYYPP) OF ITS FIRST RUN DATE. *
018607*                    A DATE OFF THE FISCAL CALENDAR KEEPS THE   *
018609*                    CALENDAR MONTH WITH A WARNING              *
018611*===============================================================*
018613 2200-FISCAL-KEY.
018615     MOVE WS-CLOSE-DATE(7:2) TO DATE-IN-DD
018617     MOVE WS-CLOSE-DATE(5:2) TO DATE-IN-MM
018619     MOVE WS-CLOSE-DATE(1:4) TO DATE-IN-YYYY
018621     MOVE SPACE TO DATE-ADJ-FLAG
018623     MOVE 'F'   TO DATE-FUNCTION
018625     CALL 'DATERTN' USING DATE-PARM
018627     IF DATE-FIS-NOT-FOUND
018629         SET CALENDAR-BASIS  TO TRUE
018631         SET FISCAL-FALLBACK TO TRUE
018634         DISPLAY 'YTDSUM: RUN DATE ' WS-CLOSE-DATE
018636             ' NOT ON THE FISCAL CALENDAR - CALENDAR MONTH USED'
018638         GO TO 2200-EXIT
018640     END-IF
018642     COMPUTE WS-CLOSE-MONTH = (DATE-OUT-FIS-YEAR * 100)
018644         + DATE-OUT-FIS-PER.
018646 2200-EXIT.
018648     EXIT.

018650*===============================================================*
018652*  2500-WRITE-HEADINGS - PRINT THE REPORT HEADING, WORDED FOR   *
018654*                        MONTHS OR FISCAL PERIODS, AND ANY      *
018656*                        FALLBACK WARNING                       *
018658*===============================================================*
018660 2500-WRITE-HEADINGS.
018662     IF FISCAL-BASIS
018664         MOVE 'PERIOD'              TO WH-KEY
018667         MOVE '    PERIOD TOTAL'    TO WH-KEY-TOTAL
018669         MOVE 'FISCAL YEAR-TO-DATE ..: ' TO WG-LABEL
018671     END-IF
018673     MOVE WS-TODAY         TO WH-DATE
018675     MOVE WS-RUN-TIME(1:6) TO WH-TIME
018677     WRITE REPT-REC FROM WS-HEADING-1
018679     IF FISCAL-FALLBACK
018681         MOVE WS-CLOSE-DATE TO WB-DATE
018683         WRITE REPT-REC FROM WS-FALLBACK-LINE
018685     END-IF
018687     WRITE REPT-REC FROM WS-HEADING-2
018689     MOVE SPACES TO REPT-REC
018691     WRITE REPT-REC.
018693 2500-EXIT.
018695     EXIT.

018697*===============================================================*
018700*  3000-CARRY-FORWARD - COPY THE PRIOR MONTHS' SUMMARY LINES    *
018767*                       THROUGH (SAME YEAR ONLY - THE FISCAL    *
018833*                       YEAR UNDER THE FISCAL BASIS), PRINTING  *
018900*                       EACH WITH THE RUNNING YEAR TOTAL        *
019000*===============================================================*
019100 3000-CARRY-FORWARD.
019400         IF YTD-MONTH(1:4) NOT = WS-CLOSE-MONTH(1:4)
019500             IF NOT NEW-YEAR-STARTED
019600                 SET NEW-YEAR-STARTED TO TRUE
019634                 IF FISCAL-BASIS
019667                     WRITE REPT-REC FROM WS-NEWFY-LINE
019700                 ELSE
019733                     WRITE REPT-REC FROM WS-NEWYEAR-LINE
019766                 END-IF
019800             END-IF
019900         ELSE
020000             IF YTD-MONTH = WS-CLOSE-MONTH
027900     EXIT.

028000*===============================================================*
028060*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN     *
028120*                         THE FISCAL CALENDAR DID NOT COVER THE *
028180*                         CLOSING PERIOD, 12 WHEN THE CLOSING   *
028240*                         MONTH'S SUMMARY IS EMPTY              *
028300*===============================================================*
028400 9900-SET-RETURN-CODE.
028500     MOVE 0 TO RETURN-CODE
028525     IF FISCAL-FALLBACK
028550         MOVE 4 TO RETURN-CODE
028575     END-IF
028600     IF WS-MTD-CNT = 0
028700         MOVE 12 TO RETURN-CODE
028800     END-IF.
