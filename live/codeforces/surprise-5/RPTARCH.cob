000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RPTARCH.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL REPORT ARCHIVER.  CALLED BY THE    *
001100*                   SUITE'S REPORTING PROGRAMS FOR EVERY LINE   *
001200*                   THEY PRINT, SO A REPORT CAN STILL BE        *
001300*                   PRODUCED ONCE ITS SYSOUT HAS GONE IN THE    *
001400*                   SPOOL PURGE.  EACH LINE IS WRITTEN TO THE   *
001500*                   KEYED RPTARCH ARCHIVE UNDER BUSINESS DATE,  *
001600*                   PROGRAM, REPORT NAME, RUN START TIME, PAGE  *
001700*                   AND LINE WITHIN THE PAGE.  THE ARCHIVE IS   *
001800*                   OPENED ON THE FIRST CALL AND STAYS OPEN     *
001900*                   UNTIL THE CALLER'S CLOSE CALL.  A STEP      *
002000*                   WITHOUT THE ARCHIVE ALLOCATED, OR WHOSE     *
002100*                   ARCHIVE WILL NOT OPEN, IS TOLD SO ONCE ON   *
002200*                   THE CONSOLE AND ITS REPORT PRINTS AS        *
002300*                   ALWAYS.  CALLED WITH AN RPTA-PARM           *
002400*                   COMMUNICATION AREA (SEE COPY/RPTAPARM.CPY). *
002500*===============================================================*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ARCH-FILE   ASSIGN TO "RPTARCH"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE  IS RANDOM
003500         RECORD KEY   IS RA-KEY
003600         FILE STATUS  IS WS-ARCH-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ARCH-FILE.
004100 COPY RPTAREC.
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-ARCH-STATUS         PIC X(02)   VALUE SPACES.
004500 01  WS-SWITCHES.
004600     05  WS-OPEN-SW         PIC X(01)   VALUE 'N'.
004700         88  ARCHIVE-OPEN               VALUE 'Y'.
004800         88  ARCHIVE-CLOSED             VALUE 'N'.
004900         88  ARCHIVE-OFF                VALUE 'X'.
005000     05  WS-ERR-SHOWN-SW    PIC X(01)   VALUE 'N'.
005100         88  ERROR-SHOWN                VALUE 'Y'.
005200
005300*---------------------------------------------------------------*
005400*  THE PAGE AND LAST LINE NUMBER OF EACH REPORT THE CALLER HAS  *
005500*  ARCHIVED SO FAR - A PROGRAM MAY INTERLEAVE TWO REPORTS       *
005600*---------------------------------------------------------------*
005700 01  WS-RPT-CNT             PIC 9(02)   COMP    VALUE ZERO.
005800 01  WS-RPT-TABLE.
005900     05  WS-RPT-ENTRY       OCCURS 10.
006000         10  WR-NAME        PIC X(08).
006100         10  WR-PAGE        PIC 9(05).
006200         10  WR-LINE        PIC 9(05).
006300 01  RX                     PIC 9(02)   COMP    VALUE ZERO.
006400
006500 LINKAGE SECTION.
006600 COPY RPTAPARM.
006700
006800 PROCEDURE DIVISION USING RPTA-PARM.
006900*===============================================================*
007000*  0000-MAINLINE - ARCHIVE ONE LINE, OR CLOSE THE ARCHIVE       *
007100*===============================================================*
007200 0000-MAINLINE.
007300     SET RPTA-OK TO TRUE
007400     IF RPTA-FUNC-CLOSE
007500         IF ARCHIVE-OPEN
007600             CLOSE ARCH-FILE
007700             SET ARCHIVE-CLOSED TO TRUE
007800         END-IF
007900         GOBACK
008000     END-IF
008100     IF ARCHIVE-CLOSED
008200         PERFORM 1000-OPEN-ARCHIVE THRU 1000-EXIT
008300     END-IF
008400     IF ARCHIVE-OFF
008500         SET RPTA-OFF TO TRUE
008600         GOBACK
008700     END-IF
008800     PERFORM 2000-NUMBER-LINE THRU 2000-EXIT
008810     IF RX = ZERO
008820         SET RPTA-OFF TO TRUE
008830         GOBACK
008840     END-IF
008900     MOVE RPTA-BUS-DATE     TO RA-BUS-DATE
009000     MOVE RPTA-PROGRAM-ID   TO RA-PROGRAM-ID
009100     MOVE RPTA-REPORT-NAME  TO RA-REPORT-NAME
009200     MOVE RPTA-RUN-TIME     TO RA-RUN-TIME
009300     MOVE RPTA-PAGE         TO RA-PAGE
009400     MOVE WR-LINE(RX)       TO RA-LINE
009500     MOVE RPTA-TEXT         TO RA-TEXT
009600     WRITE RPT-ARCH-REC
009700         INVALID KEY
009800             PERFORM 3000-WRITE-FAILED THRU 3000-EXIT
009900     END-WRITE
010000     GOBACK.
010100
010200*===============================================================*
010300*  1000-OPEN-ARCHIVE - OPEN FOR UPDATE, OR CREATE IT ON THE     *
010400*                      VERY FIRST RUN.  ANY OTHER FAILURE       *
010500*                      TURNS ARCHIVING OFF FOR THE RUN          *
010600*===============================================================*
010700 1000-OPEN-ARCHIVE.
010800     OPEN I-O ARCH-FILE
010900     IF WS-ARCH-STATUS = '35'
011000         OPEN OUTPUT ARCH-FILE
011100     END-IF
011200     IF WS-ARCH-STATUS(1:1) = '0'
011300         SET ARCHIVE-OPEN TO TRUE
011400         GO TO 1000-EXIT
011500     END-IF
011600     SET ARCHIVE-OFF TO TRUE
011700     DISPLAY 'RPTARCH: REPORT ARCHIVE NOT AVAILABLE (STATUS '
011800         WS-ARCH-STATUS ') - ' RPTA-PROGRAM-ID
011900         ' REPORTS NOT ARCHIVED THIS RUN'.
012000 1000-EXIT.
012100     EXIT.
012200
012300*===============================================================*
012400*  2000-NUMBER-LINE - NEXT LINE NUMBER ON THE REPORT'S PAGE,    *
012500*                     STARTING AGAIN AT ONE ON EACH NEW PAGE.   *
012600*                     RX IS THE REPORT'S TABLE ENTRY, OR ZERO   *
012610*                     FOR A NEW REPORT ONCE THE TABLE IS FULL - *
012620*                     ITS LINES CANNOT BE NUMBERED, SO THEY ARE *
012630*                     NOT ARCHIVED AND THE CONSOLE IS TOLD ONCE *
012700*===============================================================*
012800 2000-NUMBER-LINE.
012900     MOVE 1 TO RX
013000     PERFORM UNTIL RX > WS-RPT-CNT
013100                   OR WR-NAME(RX) = RPTA-REPORT-NAME
013200         ADD 1 TO RX
013300     END-PERFORM
013400     IF RX > WS-RPT-CNT
013500         IF WS-RPT-CNT NOT < 10
013510             MOVE ZERO TO RX
013520             IF ERROR-SHOWN
013530                 GO TO 2000-EXIT
013540             END-IF
013550             SET ERROR-SHOWN TO TRUE
013560             DISPLAY 'RPTARCH: MORE THAN 10 REPORTS FROM '
013570                 RPTA-PROGRAM-ID ' - ' RPTA-REPORT-NAME
013580                 ' NOT ARCHIVED'
013590             GO TO 2000-EXIT
013600         END-IF
013700         ADD 1 TO WS-RPT-CNT
013800         MOVE WS-RPT-CNT       TO RX
013900         MOVE RPTA-REPORT-NAME TO WR-NAME(RX)
014000         MOVE RPTA-PAGE        TO WR-PAGE(RX)
014100         MOVE ZERO             TO WR-LINE(RX)
014200     END-IF
014300     IF WR-PAGE(RX) NOT = RPTA-PAGE
014400         MOVE RPTA-PAGE TO WR-PAGE(RX)
014500         MOVE ZERO      TO WR-LINE(RX)
014600     END-IF
014700     ADD 1 TO WR-LINE(RX).
014800 2000-EXIT.
014900     EXIT.
015000
015100*===============================================================*
015200*  3000-WRITE-FAILED - A DUPLICATE KEY OR A FULL ARCHIVE.  THE  *
015300*                      REPORT ITSELF HAS ALREADY PRINTED; SAY   *
015400*                      SO ONCE ON THE CONSOLE                   *
015500*===============================================================*
015600 3000-WRITE-FAILED.
015700     SET RPTA-OFF TO TRUE
015800     IF ERROR-SHOWN
015900         GO TO 3000-EXIT
016000     END-IF
016100     SET ERROR-SHOWN TO TRUE
016200     DISPLAY 'RPTARCH: ARCHIVE WRITE FAILED (STATUS '
016300         WS-ARCH-STATUS ') FOR ' RPTA-PROGRAM-ID ' '
016400         RPTA-REPORT-NAME ' PAGE ' RPTA-PAGE
016500         ' - REPORT INCOMPLETE ON THE ARCHIVE'.
016600 3000-EXIT.
016700     EXIT.
