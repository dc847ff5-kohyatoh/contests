001612*                   PRINT RECORD WHEN THE REJECTED TOTAL WAS     *
001613*                   ADDED AND THE REJECTED FIGURE WAS BEING      *
001614*                   TRUNCATED OFF THE PAGE - IT NOW PRINTS ON    *
001619*                   ITS OWN LINE.                                *
001624*  2026-10-15 BSU   BREAKDOWN BY SUBMITTER: EACH BATCH-TAGGED    *
001629*                   RUN IS MATCHED ON ITS BATCH ID TO THE BATCH  *
001633*                   REGISTRY (BRG-DEPT) AND THE RUNS, RECORDS    *
001638*                   AND OUT-OF-BALANCE COUNT ARE TOTALED BY      *
001643*                   SUBMITTING DEPARTMENT AFTER THE GRAND TOTAL. *
001648*                   A RUN WITH NO BATCH ID GOES UNDER NO BATCH,  *
001652*                   A BATCH THE REGISTRY HAS NO DEPARTMENT FOR   *
001657*                   UNDER NONE.                                  *
001662*  2026-10-15 BSU   EVERY LINE OF BALOUT IS ALSO WRITTEN TO THE  *
001666*                   RPTARCH REPORT ARCHIVE THROUGH THE SHARED    *
001671*                   RPTARCH SUBROUTINE (SEE COPY/RPTAPARM.CPY),  *
001676*                   UNDER THE BUSINESS DATE (NOW RESOLVED        *
001681*                   THROUGH BUSDATE), RUN START TIME AND PAGE,   *
001685*                   SO THE REPORT CAN BE REPRINTED BY RPTPRINT   *
001690*                   AFTER THE SPOOL PURGE.                       *
001695*===============================================================*
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER.   IBM-370.
002300     SELECT AUDIT-FILE  ASSIGN TO "AUDITLOG"
002400         ORGANIZATION IS LINE SEQUENTIAL.
002500     SELECT REPT-FILE   ASSIGN TO "BALOUT"
002534         ORGANIZATION IS LINE SEQUENTIAL.
002567     SELECT OPTIONAL BCHREG-FILE ASSIGN TO "BCHREG"
002600         ORGANIZATION IS LINE SEQUENTIAL.

002700 DATA DIVISION.
004060     05  BI-RECS-REJ        PIC X(08).
004070     05  FILLER             PIC X(02).
004080     05  BI-BATCH-ID        PIC X(08).
004100     05  FILLER             PIC X(44).

004200 FD  REPT-FILE
004300     RECORDING MODE IS F.
004400 01  REPT-REC               PIC X(80).

004425 FD  BCHREG-FILE
004450     RECORDING MODE IS F.
004475 COPY BCHREG.

004500 WORKING-STORAGE SECTION.
004600 01  WS-SWITCHES.
004700     05  WS-EOF-SW          PIC X(01)   VALUE 'N'.
005000     05  WS-BALANCE-SW      PIC X(01)   VALUE 'N'.
005100         88  RUN-IS-BALANCED            VALUE 'Y'.
005200         88  RUN-NOT-BALANCED           VALUE 'N'.
005209     05  WS-REG-EOF-SW      PIC X(01)   VALUE 'N'.
005217         88  REG-EOF                    VALUE 'Y'.

005225*---------------------------------------------------------------*
005234*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
005242*---------------------------------------------------------------*
005250 COPY BUSDPARM.
005258 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.

005267*---------------------------------------------------------------*
005275*  COMMUNICATION AREA FOR THE SHARED REPORT ARCHIVER             *
005283*---------------------------------------------------------------*
005291 COPY RPTAPARM.

005300 01  WS-COUNTERS.
005400     05  WS-RUN-COUNT       PIC 9(06)   COMP    VALUE ZERO.
005784 01  WS-COUNT-X             PIC X(08)   VALUE SPACES.
005786 01  WS-IN-N                PIC 9(08)   VALUE ZEROES.
005788 01  WS-OUT-N               PIC 9(08)   VALUE ZEROES.
005792 01  WS-REJ-N               PIC 9(08)   VALUE ZEROES.

005796*---------------------------------------------------------------*
005800*  BATCH REGISTRY - BATCH ID TO SUBMITTING DEPARTMENT. THE       *
005803*  REGISTRY ONLY GROWS, SO ONCE THE TABLE IS FULL THE OLDEST     *
005807*  ENTRIES ARE OVERWRITTEN AND THE RECENT ONES - THE ONES THE    *
005811*  AUDIT LOG NAMES - ARE KEPT.                                   *
005814*---------------------------------------------------------------*
005818 01  WS-REG-CNT             PIC 9(05)   COMP    VALUE ZERO.
005822 01  WS-REG-NEXT            PIC 9(05)   COMP    VALUE ZERO.
005826 01  WS-REG-TABLE.
005829     05  WS-REG-ENTRY       OCCURS 20000.
005833         10  WR-BATCH-ID    PIC X(08).
005837         10  WR-DEPT        PIC X(04).
005840 01  RX                     PIC 9(05)   COMP    VALUE ZERO.

005844*---------------------------------------------------------------*
005848*  TOTALS BY SUBMITTING DEPARTMENT                               *
005851*---------------------------------------------------------------*
005855 01  WS-DEPT-CNT            PIC 9(03)   COMP    VALUE ZERO.
005859 01  WS-DEPT-TABLE.
005863     05  WS-DEPT-ENTRY      OCCURS 50.
005866         10  WK-DEPT        PIC X(08).
005870         10  WK-DEPT-RUNS   PIC 9(06)   COMP.
005874         10  WK-DEPT-IN     PIC 9(10)   COMP.
005877         10  WK-DEPT-OUT    PIC 9(10)   COMP.
005881         10  WK-DEPT-REJ    PIC 9(10)   COMP.
005885         10  WK-DEPT-OOB    PIC 9(06)   COMP.
005888 01  DX                     PIC 9(03)   COMP    VALUE ZERO.
005892 01  WS-DEPT-KEY            PIC X(08)   VALUE SPACES.

005896*---------------------------------------------------------------*
005900*  PER-RUN BALANCING DETAIL LINE                                *
006000*---------------------------------------------------------------*
006100 01  WS-DETAIL-LINE.
009430     05  GT-TOTAL-RECS-REJ  PIC Z,ZZZ,ZZ9.
009440     05  FILLER             PIC X(51)   VALUE SPACES.

009443 01  WS-DEPT-HEADING.
009446     05  FILLER             PIC X(10)   VALUE 'SUBMITTER'.
009448     05  FILLER             PIC X(08)   VALUE '    RUNS'.
009451     05  FILLER             PIC X(10)   VALUE SPACES.
009453     05  FILLER             PIC X(10)   VALUE '   RECS IN'.
009456     05  FILLER             PIC X(10)   VALUE '  RECS OUT'.
009458     05  FILLER             PIC X(10)   VALUE '  RECS REJ'.
009461     05  FILLER             PIC X(12)   VALUE '  OUT OF BAL'.
009464     05  FILLER             PIC X(10)   VALUE SPACES.

009466 01  WS-DEPT-LINE.
009469     05  WP-DEPT            PIC X(08).
009471     05  FILLER             PIC X(03)   VALUE SPACES.
009474     05  WP-RUNS            PIC ZZZ,ZZ9.
009476     05  FILLER             PIC X(12)   VALUE SPACES.
009479     05  WP-RECS-IN         PIC ZZZZZZZ9.
009482     05  FILLER             PIC X(02)   VALUE SPACES.
009484     05  WP-RECS-OUT        PIC ZZZZZZZ9.
009487     05  FILLER             PIC X(02)   VALUE SPACES.
009489     05  WP-RECS-REJ        PIC ZZZZZZZ9.
009492     05  FILLER             PIC X(05)   VALUE SPACES.
009494     05  WP-OOB             PIC ZZZ,ZZ9.
009497     05  FILLER             PIC X(10)   VALUE SPACES.

009500 PROCEDURE DIVISION.
009600*===============================================================*
009700*  0000-MAINLINE                                                *
010800     OPEN INPUT  AUDIT-FILE
010900          OUTPUT REPT-FILE
010910     ACCEPT WS-RUN-DATE FROM DATE
010928     ACCEPT WS-RUN-TIME FROM TIME
010946     CALL 'BUSDATE' USING BUSD-PARM
010964     MOVE BUSD-DATE TO WS-TODAY
010982     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
011000 1000-EXIT.
011003     EXIT.

011006*===============================================================*
011009*  1100-LOAD-REGISTRY - BATCH ID AND DEPARTMENT OF EVERY BATCH  *
011012*                       REGISTRY ENTRY; A MISSING REGISTRY      *
011015*                       LEAVES EVERY BATCH UNDER NONE           *
011017*===============================================================*
011020 1100-LOAD-REGISTRY.
011023     OPEN INPUT BCHREG-FILE
011026     PERFORM 1200-READ-REG THRU 1200-EXIT
011029     PERFORM UNTIL REG-EOF
011032         IF WS-REG-NEXT >= 20000
011034             MOVE ZERO TO WS-REG-NEXT
011037         END-IF
011040         ADD 1 TO WS-REG-NEXT
011043         IF WS-REG-NEXT > WS-REG-CNT
011046             MOVE WS-REG-NEXT TO WS-REG-CNT
011049         END-IF
011051         MOVE BRG-BATCH-ID TO WR-BATCH-ID(WS-REG-NEXT)
011054         MOVE BRG-DEPT     TO WR-DEPT(WS-REG-NEXT)
011057         PERFORM 1200-READ-REG THRU 1200-EXIT
011060     END-PERFORM
011063     CLOSE BCHREG-FILE.
011066 1100-EXIT.
011068     EXIT.

011071*===============================================================*
011074*  1200-READ-REG                                                *
011077*===============================================================*
011080 1200-READ-REG.
011083     READ BCHREG-FILE
011085         AT END
011088             SET REG-EOF TO TRUE
011091             GO TO 1200-EXIT
011094     END-READ.
011097 1200-EXIT.
011100     EXIT.

011200*===============================================================*
015300         ADD 1 TO WS-OUT-OF-BAL-CNT
015400     END-IF
015510     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
015540     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
015570     PERFORM 2300-ADD-DEPT THRU 2300-EXIT.
015600 2200-EXIT.
015603     EXIT.

015605*===============================================================*
015607*  2300-ADD-DEPT - RESOLVE THE RUN'S BATCH ID TO ITS SUBMITTING *
015609*                  DEPARTMENT AND ADD THE RUN TO THAT           *
015611*                  DEPARTMENT'S TOTALS                          *
015613*===============================================================*
015615 2300-ADD-DEPT.
015617     MOVE 'NONE' TO WS-DEPT-KEY
015619     IF BI-BATCH-ID = SPACES
015621         MOVE 'NO BATCH' TO WS-DEPT-KEY
015623     ELSE
015625         MOVE 1 TO RX
015627         PERFORM UNTIL RX > WS-REG-CNT
015629             IF WR-BATCH-ID(RX) = BI-BATCH-ID
015631                     AND WR-DEPT(RX) NOT = SPACES
015634                 MOVE WR-DEPT(RX) TO WS-DEPT-KEY
015636                 MOVE WS-REG-CNT TO RX
015638             END-IF
015640             ADD 1 TO RX
015642         END-PERFORM
015644     END-IF
015646     MOVE 1 TO DX
015648     PERFORM UNTIL DX > WS-DEPT-CNT
015650             OR WK-DEPT(DX) = WS-DEPT-KEY
015652         ADD 1 TO DX
015654     END-PERFORM
015656     IF DX > WS-DEPT-CNT
015658         IF WS-DEPT-CNT < 50
015660             ADD 1 TO WS-DEPT-CNT
015662             MOVE WS-DEPT-KEY TO WK-DEPT(DX)
015664             MOVE ZERO TO WK-DEPT-RUNS(DX)
015667             MOVE ZERO TO WK-DEPT-IN(DX)
015669             MOVE ZERO TO WK-DEPT-OUT(DX)
015671             MOVE ZERO TO WK-DEPT-REJ(DX)
015673             MOVE ZERO TO WK-DEPT-OOB(DX)
015675         ELSE
015677             GO TO 2300-EXIT
015679         END-IF
015681     END-IF
015683     ADD 1        TO WK-DEPT-RUNS(DX)
015685     ADD WS-IN-N  TO WK-DEPT-IN(DX)
015687     ADD WS-OUT-N TO WK-DEPT-OUT(DX)
015689     ADD WS-REJ-N TO WK-DEPT-REJ(DX)
015691     IF RUN-NOT-BALANCED
015693         ADD 1 TO WK-DEPT-OOB(DX)
015695     END-IF.
015697 2300-EXIT.
015700     EXIT.

015810*===============================================================*
015850*===============================================================*
015860 8000-WRITE-REPT-LINE.
015861     IF WS-LINE-CNT > WS-PAGE-MAX
015863         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
015864     END-IF
015865     WRITE REPT-REC FROM WS-PRINT-LINE
015866     MOVE WS-PRINT-LINE TO RPTA-TEXT
015867     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
015868     ADD 1 TO WS-LINE-CNT.
015869 8000-EXIT.
015870     EXIT.

015871*===============================================================*
015872*  8100-PRINT-HEADINGS                                          *
015873*===============================================================*
015875 8100-PRINT-HEADINGS.
015876     ADD 1 TO WS-PAGE-CNT
015877     MOVE WS-RUN-DATE      TO WH-DATE
015878     MOVE WS-RUN-TIME(1:6) TO WH-TIME
015879     MOVE WS-PAGE-CNT      TO WH-PAGE
015880     WRITE REPT-REC FROM WS-HEADING-1
015881     MOVE WS-HEADING-1 TO RPTA-TEXT
015882     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
015883     WRITE REPT-REC FROM WS-HEADING-2
015884     MOVE WS-HEADING-2 TO RPTA-TEXT
015885     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
015886     MOVE SPACES TO REPT-REC
015887     WRITE REPT-REC
015888     MOVE SPACES TO RPTA-TEXT
015889     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
015890     MOVE 3 TO WS-LINE-CNT.
015891 8100-EXIT.
015892     EXIT.

017460*===============================================================*
017470*  8200-ARCHIVE-LINE - THE LINE JUST PRINTED, STAGED IN         *
017480*                      RPTA-TEXT, TO THE REPORT ARCHIVE         *
017490*===============================================================*
017500 8200-ARCHIVE-LINE.
017510     SET RPTA-FUNC-WRITE TO TRUE
017520     MOVE WS-TODAY          TO RPTA-BUS-DATE
017530     MOVE 'BALRPT'          TO RPTA-PROGRAM-ID
017540     MOVE 'BALOUT'          TO RPTA-REPORT-NAME
017550     MOVE WS-RUN-TIME       TO RPTA-RUN-TIME
017560     MOVE WS-PAGE-CNT       TO RPTA-PAGE
017570     CALL 'RPTARCH' USING RPTA-PARM.
017580 8200-EXIT.
017590     EXIT.

015893*===============================================================*
015900*  9000-TERMINATE - WRITE GRAND TOTALS AND CLOSE FILES          *
016920     MOVE WS-TOTAL-RECS-REJ TO GT-TOTAL-RECS-REJ
016930     MOVE WS-GRAND-TOTAL-LINE-3 TO WS-PRINT-LINE
016940     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
016955     PERFORM 9100-DEPT-TOTALS THRU 9100-EXIT
016970     SET RPTA-FUNC-CLOSE TO TRUE
016985     CALL 'RPTARCH' USING RPTA-PARM
017000     CLOSE AUDIT-FILE
017100           REPT-FILE.
017200 9000-EXIT.
017204     EXIT.

017208*===============================================================*
017212*  9100-DEPT-TOTALS - ONE LINE PER SUBMITTING DEPARTMENT        *
017215*===============================================================*
017219 9100-DEPT-TOTALS.
017223     IF WS-DEPT-CNT = ZERO
017226         GO TO 9100-EXIT
017230     END-IF
017234     MOVE SPACES TO WS-PRINT-LINE
017237     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
017241     MOVE WS-DEPT-HEADING TO WS-PRINT-LINE
017245     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
017248     MOVE 1 TO DX
017252     PERFORM UNTIL DX > WS-DEPT-CNT
017256         MOVE SPACES            TO WS-DEPT-LINE
017259         MOVE WK-DEPT(DX)       TO WP-DEPT
017263         MOVE WK-DEPT-RUNS(DX)  TO WP-RUNS
017267         MOVE WK-DEPT-IN(DX)    TO WP-RECS-IN
017270         MOVE WK-DEPT-OUT(DX)   TO WP-RECS-OUT
017274         MOVE WK-DEPT-REJ(DX)   TO WP-RECS-REJ
017278         MOVE WK-DEPT-OOB(DX)   TO WP-OOB
017281         MOVE WS-DEPT-LINE      TO WS-PRINT-LINE
017285         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
017289         ADD 1 TO DX
017292     END-PERFORM.
017296 9100-EXIT.
017300     EXIT.

017310*===============================================================*
