000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RPTPRINT.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL REPORT ARCHIVE REPRINT.  READS THE *
001100*                   RPTREQ REQUEST DECK (SEE COPY/RPTREQ.CPY) - *
001200*                   A BUSINESS DATE OR DATE RANGE AND A REPORT  *
001300*                   NAME PER CARD, OPTIONALLY NARROWED TO ONE   *
001400*                   PROGRAM OR ONE RUN - AND REPRINTS EVERY     *
001500*                   MATCHING REPORT FROM THE RPTARCH ARCHIVE    *
001600*                   (SEE COPY/RPTAREC.CPY) TO RPTOUT LINE FOR   *
001700*                   LINE AS ORIGINALLY PRINTED, HEADINGS AND    *
001800*                   ALL, IN DATE, PROGRAM AND RUN ORDER.  THE   *
001900*                   RPTLIST CONTROL LISTING SHOWS EACH CARD,    *
002000*                   EVERY RUN IT FOUND WITH ITS PAGE AND LINE   *
002100*                   COUNTS, AND WHY A CARD WAS REFUSED.         *
002200*===============================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ARCH-FILE   ASSIGN TO "RPTARCH"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE  IS DYNAMIC
003200         RECORD KEY   IS RA-KEY
003300         FILE STATUS  IS WS-ARCH-STATUS.
003400     SELECT OPTIONAL REQ-FILE ASSIGN TO "RPTREQ"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT OUT-FILE    ASSIGN TO "RPTOUT"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT REPT-FILE   ASSIGN TO "RPTLIST"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ARCH-FILE.
004400 COPY RPTAREC.
004500
004600 FD  REQ-FILE
004700     RECORDING MODE IS F.
004800 COPY RPTREQ.
004900
005000 FD  OUT-FILE
005100     RECORDING MODE IS F.
005200 01  OUT-REC                PIC X(132).
005300
005400 FD  REPT-FILE
005500     RECORDING MODE IS F.
005600 01  REPT-REC               PIC X(80).
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-ARCH-STATUS         PIC X(02)   VALUE SPACES.
006000 01  WS-SWITCHES.
006100     05  WS-REQ-EOF-SW      PIC X(01)   VALUE 'N'.
006200         88  REQ-EOF                    VALUE 'Y'.
006300     05  WS-ARCH-EOF-SW     PIC X(01)   VALUE 'N'.
006400         88  ARCH-EOF                   VALUE 'Y'.
006500     05  WS-ARCH-OPEN-SW    PIC X(01)   VALUE 'N'.
006600         88  ARCHIVE-MISSING            VALUE 'Y'.
006700     05  WS-CARD-SW         PIC X(01)   VALUE 'Y'.
006800         88  CARD-OK                    VALUE 'Y'.
006900         88  CARD-REFUSED               VALUE 'N'.
007000     05  WS-RUN-SW          PIC X(01)   VALUE 'N'.
007100         88  RUN-IN-PROGRESS            VALUE 'Y'.
007200
007300 01  WS-COUNTERS.
007400     05  WS-CARD-CNT        PIC 9(04)   COMP    VALUE ZERO.
007500     05  WS-REFUSED-CNT     PIC 9(04)   COMP    VALUE ZERO.
007600     05  WS-NOMATCH-CNT     PIC 9(04)   COMP    VALUE ZERO.
007700     05  WS-TOT-RUNS        PIC 9(06)   COMP    VALUE ZERO.
007800     05  WS-TOT-LINES       PIC 9(08)   COMP    VALUE ZERO.
007900     05  WS-CARD-RUNS       PIC 9(06)   COMP    VALUE ZERO.
008000     05  WS-CARD-LINES      PIC 9(08)   COMP    VALUE ZERO.
008100     05  WS-RUN-PAGES       PIC 9(05)   COMP    VALUE ZERO.
008200     05  WS-RUN-LINES       PIC 9(08)   COMP    VALUE ZERO.
008300
008400 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
008500 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
008600 01  WS-DATE-FROM           PIC 9(08)   VALUE ZEROES.
008700 01  WS-DATE-TO             PIC 9(08)   VALUE ZEROES.
008800 01  WS-WANT-TIME           PIC 9(08)   VALUE ZEROES.
008900 01  WS-REASON              PIC X(32)   VALUE SPACES.
009000
009100*---------------------------------------------------------------*
009200*  THE RUN NOW BEING REPRINTED - DATE, PROGRAM, REPORT AND      *
009300*  START TIME - AND THE PAGE ITS LAST LINE FELL ON              *
009400*---------------------------------------------------------------*
009500 01  WS-CUR-RUN.
009600     05  WC-BUS-DATE        PIC 9(08)   VALUE ZEROES.
009700     05  WC-PROGRAM-ID      PIC X(08)   VALUE SPACES.
009800     05  WC-REPORT-NAME     PIC X(08)   VALUE SPACES.
009900     05  WC-RUN-TIME        PIC 9(08)   VALUE ZEROES.
010000 01  WS-CUR-PAGE            PIC 9(05)   VALUE ZEROES.
010100
010200*---------------------------------------------------------------*
010300*  CONTROL LISTING LINES                                        *
010400*---------------------------------------------------------------*
010500 01  WS-CARD-LINE.
010600     05  FILLER             PIC X(08)   VALUE 'REQUEST '.
010700     05  WQ-CARD-NO         PIC ZZZ9.
010800     05  FILLER             PIC X(02)   VALUE SPACES.
010900     05  WQ-DATE-FROM       PIC X(08).
011000     05  FILLER             PIC X(01)   VALUE '-'.
011100     05  WQ-DATE-TO         PIC X(08).
011200     05  FILLER             PIC X(01)   VALUE SPACE.
011300     05  WQ-REPORT-NAME     PIC X(08).
011400     05  FILLER             PIC X(01)   VALUE SPACE.
011500     05  WQ-PROGRAM-ID      PIC X(08).
011600     05  FILLER             PIC X(01)   VALUE SPACE.
011700     05  WQ-RUN-TIME        PIC X(08).
011800     05  FILLER             PIC X(22)   VALUE SPACES.
011900
012000 01  WS-RUN-LINE.
012100     05  FILLER             PIC X(06)   VALUE SPACES.
012200     05  WR-BUS-DATE        PIC 9(08).
012300     05  FILLER             PIC X(02)   VALUE SPACES.
012400     05  WR-PROGRAM-ID      PIC X(08).
012500     05  FILLER             PIC X(02)   VALUE SPACES.
012600     05  WR-REPORT-NAME     PIC X(08).
012700     05  FILLER             PIC X(02)   VALUE SPACES.
012800     05  WR-RUN-TIME        PIC 9(08).
012900     05  FILLER             PIC X(08)   VALUE '  PAGES '.
013000     05  WR-PAGES           PIC ZZZZ9.
013100     05  FILLER             PIC X(08)   VALUE '  LINES '.
013200     05  WR-LINES           PIC ZZZZZZZ9.
013300     05  FILLER             PIC X(07)   VALUE SPACES.
013400
013500 01  WS-NOTE-LINE.
013600     05  FILLER             PIC X(14)   VALUE SPACES.
013700     05  WN-TAG             PIC X(12).
013800     05  WN-REASON          PIC X(32).
013900     05  FILLER             PIC X(22)   VALUE SPACES.
014000
014100 01  WS-TOTAL-LINE.
014200     05  WT-LABEL           PIC X(40).
014300     05  WT-COUNT           PIC ZZZ,ZZZ,ZZ9.
014400     05  FILLER             PIC X(29)   VALUE SPACES.
014500
014600*---------------------------------------------------------------*
014700*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES        *
014800*---------------------------------------------------------------*
014900 01  WS-PRINT-CONTROL.
015000     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
015100     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
015200     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
015300 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
015400
015500 01  WS-HEADING-1.
015600     05  FILLER             PIC X(26)   VALUE
015700         'REPORT ARCHIVE REPRINT'.
015800     05  FILLER             PIC X(06)   VALUE 'BDATE'.
015900     05  WH-DATE            PIC 9(08).
016000     05  FILLER             PIC X(07)   VALUE '  TIME '.
016100     05  WH-TIME            PIC 9(06).
016200     05  FILLER             PIC X(07)   VALUE '  PAGE '.
016300     05  WH-PAGE            PIC ZZZZ9.
016400     05  FILLER             PIC X(15)   VALUE SPACES.
016500
016600 01  WS-HEADING-2.
016700     05  FILLER             PIC X(14)   VALUE 'CARD'.
016800     05  FILLER             PIC X(18)   VALUE 'DATES'.
016900     05  FILLER             PIC X(09)   VALUE 'REPORT'.
017000     05  FILLER             PIC X(09)   VALUE 'PROGRAM'.
017100     05  FILLER             PIC X(30)   VALUE 'RUN TIME'.
017200
017300*---------------------------------------------------------------*
017400*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER   *
017500*---------------------------------------------------------------*
017600 COPY BUSDPARM.
017700
017800 PROCEDURE DIVISION.
017900*===============================================================*
018000*  0000-MAINLINE                                                *
018100*===============================================================*
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
018400     PERFORM 2000-PROCESS-CARDS   THRU 2000-EXIT
018500     PERFORM 9000-TERMINATE       THRU 9000-EXIT
018600     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
018700     STOP RUN.
018800
018900*===============================================================*
019000*  1000-INITIALIZE - OPEN FILES AND DATE THE LISTING.  A        *
019100*                    MISSING ARCHIVE IS NOTED AND EVERY CARD    *
019200*                    THEN FINDS NOTHING                         *
019300*===============================================================*
019400 1000-INITIALIZE.
019500     OPEN INPUT  ARCH-FILE
019600     IF WS-ARCH-STATUS NOT = '00'
019700         SET ARCHIVE-MISSING TO TRUE
019800         DISPLAY 'RPTPRINT: REPORT ARCHIVE NOT AVAILABLE (STATUS '
019900             WS-ARCH-STATUS ') - NOTHING TO REPRINT'
020000     END-IF
020100     OPEN INPUT  REQ-FILE
020200          OUTPUT OUT-FILE
020300          OUTPUT REPT-FILE
020400     ACCEPT WS-RUN-TIME FROM TIME
020500     CALL 'BUSDATE' USING BUSD-PARM
020600     MOVE BUSD-DATE TO WS-TODAY.
020700 1000-EXIT.
020800     EXIT.
020900
021000*===============================================================*
021100*  2000-PROCESS-CARDS - EDIT EACH REQUEST CARD, REPRINT WHAT IT *
021200*                       ASKS FOR AND LIST THE OUTCOME           *
021300*===============================================================*
021400 2000-PROCESS-CARDS.
021500     PERFORM 2100-READ-REQ THRU 2100-EXIT
021600     PERFORM UNTIL REQ-EOF
021700         ADD 1 TO WS-CARD-CNT
021800         MOVE ZERO TO WS-CARD-RUNS WS-CARD-LINES
021900         PERFORM 2200-EDIT-CARD THRU 2200-EXIT
022000         PERFORM 2800-LIST-CARD THRU 2800-EXIT
022100         IF CARD-OK
022200             PERFORM 3000-REPRINT THRU 3000-EXIT
022300             PERFORM 2900-CARD-RESULT THRU 2900-EXIT
022400         END-IF
022500         PERFORM 2100-READ-REQ THRU 2100-EXIT
022600     END-PERFORM.
022700 2000-EXIT.
022800     EXIT.
022900
023000*===============================================================*
023100*  2100-READ-REQ                                                *
023200*===============================================================*
023300 2100-READ-REQ.
023400     READ REQ-FILE
023500         AT END
023600             SET REQ-EOF TO TRUE
023700     END-READ.
023800 2100-EXIT.
023900     EXIT.
024000
024100*===============================================================*
024200*  2200-EDIT-CARD - A FROM DATE AND A REPORT NAME ARE REQUIRED; *
024300*                   A TO DATE AND RUN TIME, WHEN PUNCHED, MUST  *
024400*                   BE NUMERIC, AND THE RANGE MUST RUN FORWARD. *
024500*                   THE CARD IS REFUSED UNLESS IT GETS TO THE   *
024600*                   BOTTOM                                      *
024700*===============================================================*
024800 2200-EDIT-CARD.
024900     SET CARD-REFUSED TO TRUE
025000     MOVE SPACES TO WS-REASON
025100     MOVE ZERO   TO WS-DATE-FROM WS-DATE-TO WS-WANT-TIME
025200     IF RQ-DATE-FROM NOT NUMERIC
025300         MOVE 'FROM DATE MISSING OR NOT NUMERIC' TO WS-REASON
025400         GO TO 2200-EXIT
025500     END-IF
025600     MOVE RQ-DATE-FROM TO WS-DATE-FROM
025700     IF RQ-DATE-TO = SPACES
025800         MOVE WS-DATE-FROM TO WS-DATE-TO
025900     ELSE
026000         IF RQ-DATE-TO NOT NUMERIC
026100             MOVE 'TO DATE NOT NUMERIC' TO WS-REASON
026200             GO TO 2200-EXIT
026300         END-IF
026400         MOVE RQ-DATE-TO TO WS-DATE-TO
026500     END-IF
026600     IF WS-DATE-TO < WS-DATE-FROM
026700         MOVE 'TO DATE BEFORE FROM DATE' TO WS-REASON
026800         GO TO 2200-EXIT
026900     END-IF
027000     IF RQ-REPORT-NAME = SPACES
027100         MOVE 'REPORT NAME MISSING' TO WS-REASON
027200         GO TO 2200-EXIT
027300     END-IF
027400     IF RQ-RUN-TIME NOT = SPACES
027500         IF RQ-RUN-TIME NOT NUMERIC
027600             MOVE 'RUN TIME NOT NUMERIC' TO WS-REASON
027700             GO TO 2200-EXIT
027800         END-IF
027900         MOVE RQ-RUN-TIME TO WS-WANT-TIME
028000     END-IF
028100     SET CARD-OK TO TRUE.
028200 2200-EXIT.
028300     EXIT.
028400
028500*===============================================================*
028600*  2800-LIST-CARD - ECHO THE CARD, WITH THE REASON IF REFUSED   *
028700*===============================================================*
028800 2800-LIST-CARD.
028900     MOVE WS-CARD-CNT    TO WQ-CARD-NO
029000     MOVE RQ-DATE-FROM   TO WQ-DATE-FROM
029100     MOVE RQ-DATE-TO     TO WQ-DATE-TO
029200     MOVE RQ-REPORT-NAME TO WQ-REPORT-NAME
029300     MOVE RQ-PROGRAM-ID  TO WQ-PROGRAM-ID
029400     MOVE RQ-RUN-TIME    TO WQ-RUN-TIME
029500     MOVE SPACES TO WS-PRINT-LINE
029600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
029700     MOVE WS-CARD-LINE TO WS-PRINT-LINE
029800     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
029900     IF CARD-REFUSED
030000         ADD 1 TO WS-REFUSED-CNT
030100         MOVE 'REFUSED -'    TO WN-TAG
030200         MOVE WS-REASON      TO WN-REASON
030300         MOVE WS-NOTE-LINE   TO WS-PRINT-LINE
030400         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
030500     END-IF.
030600 2800-EXIT.
030700     EXIT.
030800
030900*===============================================================*
031000*  2900-CARD-RESULT - WHAT THE CARD FOUND                       *
031100*===============================================================*
031200 2900-CARD-RESULT.
031300     IF WS-CARD-RUNS = ZERO
031400         ADD 1 TO WS-NOMATCH-CNT
031500         MOVE 'NOT FOUND -'  TO WN-TAG
031600         MOVE 'NOTHING ON THE ARCHIVE MATCHES' TO WN-REASON
031700         MOVE WS-NOTE-LINE   TO WS-PRINT-LINE
031800         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
031900     END-IF
032000     ADD WS-CARD-RUNS  TO WS-TOT-RUNS
032100     ADD WS-CARD-LINES TO WS-TOT-LINES.
032200 2900-EXIT.
032300     EXIT.
032400
032500*===============================================================*
032600*  3000-REPRINT - POSITION ON THE FROM DATE AND READ FORWARD    *
032700*                 THROUGH THE TO DATE, REPRINTING EVERY LINE OF *
032800*                 EVERY MATCHING RUN IN KEY ORDER - WHICH IS    *
032900*                 THE ORDER THE LINES WERE PRINTED              *
033000*===============================================================*
033100 3000-REPRINT.
033200     IF ARCHIVE-MISSING
033300         GO TO 3000-EXIT
033400     END-IF
033500     MOVE 'N' TO WS-ARCH-EOF-SW WS-RUN-SW
033600     MOVE LOW-VALUES   TO RA-KEY
033700     MOVE WS-DATE-FROM TO RA-BUS-DATE
033800     START ARCH-FILE KEY IS NOT LESS THAN RA-KEY
033900         INVALID KEY
034000             SET ARCH-EOF TO TRUE
034100     END-START
034200     IF NOT ARCH-EOF
034300         PERFORM 3100-READ-ARCH THRU 3100-EXIT
034400     END-IF
034500     PERFORM UNTIL ARCH-EOF
034600         IF RA-REPORT-NAME = RQ-REPORT-NAME
034700                 AND (RQ-PROGRAM-ID = SPACES
034800                      OR RA-PROGRAM-ID = RQ-PROGRAM-ID)
034900                 AND (WS-WANT-TIME = ZERO
035000                      OR RA-RUN-TIME = WS-WANT-TIME)
035100             PERFORM 3200-REPRINT-LINE THRU 3200-EXIT
035200         END-IF
035300         PERFORM 3100-READ-ARCH THRU 3100-EXIT
035400     END-PERFORM
035500     IF RUN-IN-PROGRESS
035600         PERFORM 3300-LIST-RUN THRU 3300-EXIT
035700     END-IF.
035800 3000-EXIT.
035900     EXIT.
036000
036100*===============================================================*
036200*  3100-READ-ARCH - NEXT ARCHIVE LINE; PAST THE TO DATE IS THE  *
036300*                   END OF THE CARD                             *
036400*===============================================================*
036500 3100-READ-ARCH.
036600     READ ARCH-FILE NEXT
036700         AT END
036800             SET ARCH-EOF TO TRUE
036900             GO TO 3100-EXIT
037000     END-READ
037100     IF RA-BUS-DATE > WS-DATE-TO
037200         SET ARCH-EOF TO TRUE
037300     END-IF.
037400 3100-EXIT.
037500     EXIT.
037600
037700*===============================================================*
037800*  3200-REPRINT-LINE - THE ARCHIVED LINE, AS PRINTED.  A NEW    *
037900*                      DATE, PROGRAM, REPORT OR START TIME IS A *
038000*                      NEW RUN: THE ONE BEFORE IT IS LISTED     *
038100*===============================================================*
038200 3200-REPRINT-LINE.
038300     IF RUN-IN-PROGRESS
038400         IF RA-BUS-DATE    NOT = WC-BUS-DATE
038500         OR RA-PROGRAM-ID  NOT = WC-PROGRAM-ID
038600         OR RA-REPORT-NAME NOT = WC-REPORT-NAME
038700         OR RA-RUN-TIME    NOT = WC-RUN-TIME
038800             PERFORM 3300-LIST-RUN THRU 3300-EXIT
038900         END-IF
039000     END-IF
039100     IF NOT RUN-IN-PROGRESS
039200         SET RUN-IN-PROGRESS TO TRUE
039300         MOVE RA-BUS-DATE    TO WC-BUS-DATE
039400         MOVE RA-PROGRAM-ID  TO WC-PROGRAM-ID
039500         MOVE RA-REPORT-NAME TO WC-REPORT-NAME
039600         MOVE RA-RUN-TIME    TO WC-RUN-TIME
039700         MOVE ZERO TO WS-RUN-PAGES WS-RUN-LINES WS-CUR-PAGE
039800     END-IF
039900     IF RA-PAGE NOT = WS-CUR-PAGE
040000         MOVE RA-PAGE TO WS-CUR-PAGE
040100         ADD 1 TO WS-RUN-PAGES
040200     END-IF
040300     WRITE OUT-REC FROM RA-TEXT
040400     ADD 1 TO WS-RUN-LINES.
040500 3200-EXIT.
040600     EXIT.
040700
040800*===============================================================*
040900*  3300-LIST-RUN - ONE CONTROL LINE FOR A RUN REPRINTED         *
041000*===============================================================*
041100 3300-LIST-RUN.
041200     MOVE WC-BUS-DATE    TO WR-BUS-DATE
041300     MOVE WC-PROGRAM-ID  TO WR-PROGRAM-ID
041400     MOVE WC-REPORT-NAME TO WR-REPORT-NAME
041500     MOVE WC-RUN-TIME    TO WR-RUN-TIME
041600     MOVE WS-RUN-PAGES   TO WR-PAGES
041700     MOVE WS-RUN-LINES   TO WR-LINES
041800     MOVE WS-RUN-LINE    TO WS-PRINT-LINE
041900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
042000     ADD 1 TO WS-CARD-RUNS
042100     ADD WS-RUN-LINES TO WS-CARD-LINES
042200     MOVE 'N' TO WS-RUN-SW.
042300 3300-EXIT.
042400     EXIT.
042500
042600*===============================================================*
042700*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING   *
042800*                        BLOCK EVERY 60 LINES, THEN THE LINE    *
042900*                        STAGED IN WS-PRINT-LINE                *
043000*===============================================================*
043100 8000-WRITE-REPT-LINE.
043200     IF WS-LINE-CNT > WS-PAGE-MAX
043300         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
043400     END-IF
043500     WRITE REPT-REC FROM WS-PRINT-LINE
043600     ADD 1 TO WS-LINE-CNT.
043700 8000-EXIT.
043800     EXIT.
043900
044000*===============================================================*
044100*  8100-PRINT-HEADINGS                                          *
044200*===============================================================*
044300 8100-PRINT-HEADINGS.
044400     ADD 1 TO WS-PAGE-CNT
044500     MOVE WS-TODAY         TO WH-DATE
044600     MOVE WS-RUN-TIME(1:6) TO WH-TIME
044700     MOVE WS-PAGE-CNT      TO WH-PAGE
044800     WRITE REPT-REC FROM WS-HEADING-1
044900     WRITE REPT-REC FROM WS-HEADING-2
045000     MOVE SPACES TO REPT-REC
045100     WRITE REPT-REC
045200     MOVE 3 TO WS-LINE-CNT.
045300 8100-EXIT.
045400     EXIT.
045500
045600*===============================================================*
045700*  9000-TERMINATE - RUN TOTALS, CLOSE FILES                     *
045800*===============================================================*
045900 9000-TERMINATE.
046000     IF WS-CARD-CNT = ZERO
046100         MOVE 'NO REQUEST CARDS - NOTHING REPRINTED'
046200             TO WS-PRINT-LINE
046300         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
046400     END-IF
046500     MOVE SPACES TO WS-PRINT-LINE
046600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
046700     MOVE 'REQUEST CARDS READ ..................: ' TO WT-LABEL
046800     MOVE WS-CARD-CNT    TO WT-COUNT
046900     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
047000     MOVE 'REQUEST CARDS REFUSED ...............: ' TO WT-LABEL
047100     MOVE WS-REFUSED-CNT TO WT-COUNT
047200     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
047300     MOVE 'REQUEST CARDS MATCHING NOTHING ......: ' TO WT-LABEL
047400     MOVE WS-NOMATCH-CNT TO WT-COUNT
047500     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
047600     MOVE 'REPORT RUNS REPRINTED ...............: ' TO WT-LABEL
047700     MOVE WS-TOT-RUNS    TO WT-COUNT
047800     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
047900     MOVE 'LINES REPRINTED .....................: ' TO WT-LABEL
048000     MOVE WS-TOT-LINES   TO WT-COUNT
048100     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
048200     IF NOT ARCHIVE-MISSING
048300         CLOSE ARCH-FILE
048400     END-IF
048500     CLOSE REQ-FILE
048600           OUT-FILE
048700           REPT-FILE.
048800 9000-EXIT.
048900     EXIT.
049000
049100*===============================================================*
049200*  9100-WRITE-TOTAL                                             *
049300*===============================================================*
049400 9100-WRITE-TOTAL.
049500     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
049600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
049700 9100-EXIT.
049800     EXIT.
049900
050000*===============================================================*
050100*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN A   *
050200*                         CARD WAS REFUSED OR MATCHED NOTHING,  *
050300*                         8 WHEN THERE WAS NO USABLE CARD AT    *
050400*                         ALL, 12 WHEN NOTHING WAS REPRINTED    *
050500*                         (ARCHIVE MISSING OR EMPTY FOR EVERY   *
050600*                         CARD)                                 *
050700*===============================================================*
050800 9900-SET-RETURN-CODE.
050900     MOVE 0 TO RETURN-CODE
051000     IF WS-REFUSED-CNT > 0 OR WS-NOMATCH-CNT > 0
051100         MOVE 4 TO RETURN-CODE
051200     END-IF
051300     IF WS-CARD-CNT = WS-REFUSED-CNT
051400         MOVE 8 TO RETURN-CODE
051500         GO TO 9900-EXIT
051600     END-IF
051700     IF WS-TOT-RUNS = 0
051800         MOVE 12 TO RETURN-CODE
051900     END-IF.
052000 9900-EXIT.
052100     EXIT.
