002022*                   MIDNIGHT KEEPS THE WHOLE NIGHT ON ONE       *
002022*                   BUSINESS DATE. THE AUDIT RECORD AND REPORT  *
002022*                   HEADING CARRY THE BUSINESS DATE.            *
002031*  2026-10-15 BSU   EVERY LINE OF DATEOUT IS ALSO WRITTEN TO    *
002035*                   THE RPTARCH REPORT ARCHIVE THROUGH THE      *
002040*                   SHARED RPTARCH SUBROUTINE (SEE              *
002044*                   COPY/RPTAPARM.CPY), UNDER THE BUSINESS      *
002048*                   DATE, RUN START TIME AND PAGE, SO THE       *
002052*                   REPORT CAN BE REPRINTED BY RPTPRINT AFTER   *
002057*                   THE SPOOL PURGE.                            *
002061*  2026-10-15 BSU   FISCAL-PERIOD MODE: A MODE-F REQUEST        *
002065*                   CARRIES A DATE IN D1 AND PRINTS ITS FISCAL  *
002070*                   YEAR, PERIOD AND WEEK WITH THE FIRST AND    *
002074*                   LAST DAY OF ITS PERIOD, FROM DATERTN'S      *
002078*                   FISCAL-PERIOD FUNCTION AGAINST THE FISCAL   *
002082*                   CALENDAR FILE (SEE COPY/FISCREC.CPY). A     *
002087*                   DATE THE CALENDAR DOES NOT COVER PRINTS A   *
002091*                   NO-PERIOD LINE.                             *
002021*===============================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003800         88  DATE-REQ-ADD               VALUE 'A'.
003850         88  DATE-REQ-BUS               VALUE 'B'.
003860         88  DATE-REQ-SCHED             VALUE 'S'.
003880         88  DATE-REQ-FISC              VALUE 'F'.
003900     05  DATE-REQ-D1        PIC X(10).
004000     05  DATE-REQ-D2        PIC X(10).
004100     05  DATE-REQ-OFFSET    PIC S9(10).
005630*---------------------------------------------------------------*
005640 COPY AUDITPARM.

005642*---------------------------------------------------------------*
005644*  COMMUNICATION AREA FOR THE SHARED REPORT ARCHIVER             *
005646*---------------------------------------------------------------*
005648 COPY RPTAPARM.

005651*---------------------------------------------------------------*
005652*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
005653*---------------------------------------------------------------*
007300     05  WA-DOW             PIC X(09).
007400     05  FILLER             PIC X(20)   VALUE SPACES.

007404*---------------------------------------------------------------*
007407*  FISCAL-PERIOD RESULT LINE - MODE F                            *
007411*---------------------------------------------------------------*
007414 01  WS-FISC-LINE.
007418     05  FILLER             PIC X(03)   VALUE 'FY '.
007421     05  WF-FIS-YEAR        PIC 9(04).
007424     05  FILLER             PIC X(08)   VALUE ' PERIOD '.
007428     05  WF-FIS-PER         PIC 99.
007431     05  FILLER             PIC X(06)   VALUE ' WEEK '.
007435     05  WF-FIS-WEEK        PIC 99.
007438     05  FILLER             PIC X(02)   VALUE SPACES.
007441     05  WF-START-DD        PIC 99.
007445     05  FILLER             PIC X(01)   VALUE '.'.
007448     05  WF-START-MM        PIC 99.
007452     05  FILLER             PIC X(01)   VALUE '.'.
007455     05  WF-START-YYYY      PIC 9(04).
007459     05  FILLER             PIC X(03)   VALUE ' - '.
007462     05  WF-END-DD          PIC 99.
007465     05  FILLER             PIC X(01)   VALUE '.'.
007469     05  WF-END-MM          PIC 99.
007472     05  FILLER             PIC X(01)   VALUE '.'.
007476     05  WF-END-YYYY        PIC 9(04).
007479     05  FILLER             PIC X(30)   VALUE SPACES.

007482 01  WS-NO-FISC-LINE.
007486     05  FILLER             PIC X(33)   VALUE
007489         'NO FISCAL PERIOD ON CALENDAR FOR '.
007493     05  WN-DATE            PIC X(10).
007496     05  FILLER             PIC X(37)   VALUE SPACES.

007500 PROCEDURE DIVISION.
007600*===============================================================*
007700*  0000-MAINLINE                                                *
010010             IF DATE-REQ-SCHED
010020                 PERFORM 2400-DATE-SCHEDULE THRU 2400-EXIT
010030             ELSE
010044                 IF DATE-REQ-FISC
010057                     PERFORM 2500-DATE-FISCAL THRU 2500-EXIT
010070                 ELSE
010083                     PERFORM 2300-DATE-ADD  THRU 2300-EXIT
010096                 END-IF
010110             END-IF
010200         END-IF
010300         PERFORM 2100-READ-DATE-REQ THRU 2100-EXIT
015633 2400-EXIT.
015634     EXIT.

016640*===============================================================*
016650*  2500-DATE-FISCAL - FISCAL YEAR, PERIOD AND WEEK OF THE D1     *
016660*                     DATE WITH THE FIRST AND LAST DAY OF ITS    *
016670*                     PERIOD, FROM THE FISCAL CALENDAR           *
016680*===============================================================*
016690 2500-DATE-FISCAL.
016700     MOVE DATE-REQ-D1(1:2) TO DATE-IN-DD
016710     MOVE DATE-REQ-D1(4:2) TO DATE-IN-MM
016720     MOVE DATE-REQ-D1(7:4) TO DATE-IN-YYYY
016730     MOVE SPACE TO DATE-ADJ-FLAG
016740     MOVE "F" TO DATE-FUNCTION
016750     CALL "DATERTN" USING DATE-PARM
016760     IF DATE-FIS-FOUND
016770         MOVE DATE-OUT-FIS-YEAR       TO WF-FIS-YEAR
016780         MOVE DATE-OUT-FIS-PER        TO WF-FIS-PER
016790         MOVE DATE-OUT-FIS-WEEK       TO WF-FIS-WEEK
016800         MOVE DATE-OUT-PER-START(7:2) TO WF-START-DD
016810         MOVE DATE-OUT-PER-START(5:2) TO WF-START-MM
016820         MOVE DATE-OUT-PER-START(1:4) TO WF-START-YYYY
016830         MOVE DATE-OUT-PER-END(7:2)   TO WF-END-DD
016840         MOVE DATE-OUT-PER-END(5:2)   TO WF-END-MM
016850         MOVE DATE-OUT-PER-END(1:4)   TO WF-END-YYYY
016860         MOVE WS-FISC-LINE TO WS-PRINT-LINE
016870     ELSE
016880         MOVE DATE-REQ-D1  TO WN-DATE
016890         MOVE WS-NO-FISC-LINE TO WS-PRINT-LINE
016900     END-IF
016910     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
016920     ADD 1 TO WS-RECS-OUT.
016930 2500-EXIT.
016940     EXIT.

015635*===============================================================*
015636*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
015637*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
015643         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
015645     END-IF
015646     WRITE REPT-REC FROM WS-PRINT-LINE
016950     MOVE WS-PRINT-LINE TO RPTA-TEXT
016960     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
015647     ADD 1 TO WS-LINE-CNT.
015648 8000-EXIT.
015649     EXIT.
015658     MOVE WS-RUN-TIME(1:6) TO WH-TIME
015659     MOVE WS-PAGE-CNT      TO WH-PAGE
015660     WRITE REPT-REC FROM WS-HEADING-1
016970     MOVE WS-HEADING-1 TO RPTA-TEXT
016980     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
015662     WRITE REPT-REC FROM WS-HEADING-2
016990     MOVE WS-HEADING-2 TO RPTA-TEXT
017000     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
015663     MOVE SPACES TO REPT-REC
015664     WRITE REPT-REC
017010     MOVE SPACES TO RPTA-TEXT
017020     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
015665     MOVE 3 TO WS-LINE-CNT.
015667 8100-EXIT.
015668     EXIT.
015697 8800-EXIT.
015698     EXIT.

017030*===============================================================*
017040*  8200-ARCHIVE-LINE - THE LINE JUST PRINTED, STAGED IN         *
017050*                      RPTA-TEXT, TO THE REPORT ARCHIVE         *
017060*===============================================================*
017070 8200-ARCHIVE-LINE.
017080     SET RPTA-FUNC-WRITE TO TRUE
017090     MOVE WS-TODAY         TO RPTA-BUS-DATE
017100     MOVE 'D'              TO RPTA-PROGRAM-ID
017110     MOVE 'DATEOUT'        TO RPTA-REPORT-NAME
017120     MOVE WS-RUN-TIME      TO RPTA-RUN-TIME
017130     MOVE WS-PAGE-CNT      TO RPTA-PAGE
017140     CALL 'RPTARCH' USING RPTA-PARM.
017150 8200-EXIT.
017160     EXIT.

015700*===============================================================*
015800*  9000-TERMINATE - CLOSE FILES                                 *
015900*===============================================================*
016015         PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
016050         PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
016060     END-IF
016074     SET RPTA-FUNC-CLOSE TO TRUE
016087     CALL 'RPTARCH' USING RPTA-PARM
016100     CLOSE DATE-FILE
016200           REPT-FILE.
016300 9000-EXIT.
