001700*                   USES), AND CLOSES WITH A PER-SOURCE-CODE     *
001800*                   SUMMARY SO EACH SURVEY TEAM SEES ITS OWN     *
001900*                   CHURN.                                       *
001912*  2026-10-15 BSU   PROBABLE-DUPLICATE ITEMS PTMAINT HELD OFF    *
001923*                   THE MASTER (JOURNAL ACTION H) ARE LISTED ON  *
001934*                   THEIR OWN HELD LINE - THE HELD COORDINATES,  *
001945*                   WHETHER THE CARD WAS AN ADD OR A CHANGE, AND *
001956*                   THE NEAR POINT - WITH A HELD COUNT IN THE    *
001967*                   TOTALS. THEY MOVE NOTHING ON THE MASTER, SO  *
001978*                   THEY STAY OUT OF THE DRIFT LINES AND THE     *
001989*                   SOURCE CHURN.                                *
002000*===============================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
005600     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
005700     05  WS-CHG-CNT         PIC 9(06)   COMP    VALUE ZERO.
005800     05  WS-FLAG-CNT        PIC 9(06)   COMP    VALUE ZERO.
005850     05  WS-HELD-CNT        PIC 9(06)   COMP    VALUE ZERO.
005900
006000 01  WS-TOLERANCE           PIC 9(04)V99 VALUE ZEROES.
006100 01  DX                     PIC S9(10)  VALUE ZEROES.
010900     05  WD-DIST            PIC Z(6)9.99.
011000     05  WD-FLAG            PIC X(05)   VALUE SPACES.
011100
011106 01  WS-HELD-LINE.
011112     05  WL-H-DATE          PIC 9(08).
011118     05  FILLER             PIC X(01)   VALUE SPACE.
011124     05  WL-H-ID            PIC 9(06).
011130     05  FILLER             PIC X(01)   VALUE SPACE.
011135     05  WL-H-SRC           PIC X(04).
011141     05  FILLER             PIC X(06)   VALUE ' HELD '.
011147     05  WL-H-ACTION        PIC X(01).
011153     05  FILLER             PIC X(01)   VALUE SPACE.
011159     05  WL-H-NEW-X         PIC -(9)9.
011165     05  FILLER             PIC X(01)   VALUE '/'.
011170     05  WL-H-NEW-Y         PIC -(9)9.
011176     05  FILLER             PIC X(09)   VALUE ' NEAR PT '.
011182     05  WL-H-DUP-ID        PIC 9(06).
011188     05  FILLER             PIC X(16)   VALUE SPACES.
011194
011200 01  WS-SRC-LINE.
011300     05  FILLER             PIC X(07)   VALUE 'SOURCE '.
011400     05  WS-L-SRC           PIC X(04).
013300         'MOVES OVER TOL ...: '.
013400     05  WT-FLAG-CNT        PIC ZZZ,ZZ9.
013500     05  FILLER             PIC X(13)   VALUE SPACES.
013515
013529 01  WS-HELD-TOTAL-LINE.
013543     05  FILLER             PIC X(20)   VALUE
013557         'HELD AS PROB DUP .: '.
013571     05  WT-HELD-CNT        PIC ZZZ,ZZ9.
013585     05  FILLER             PIC X(53)   VALUE SPACES.
013600
013700*---------------------------------------------------------------*
013800*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
019500*===============================================================*
019600*  2000-SCAN-JOURNAL - ONE PASS OVER THE CHANGE JOURNAL: A      *
019700*                      DRIFT LINE PER CHANGE, EVERY ACTION      *
019767*                      INTO ITS SOURCE'S SUMMARY ENTRY, AND A   *
019833*                      HELD LINE PER PROBABLE-DUPLICATE HOLD    *
019900*===============================================================*
020000 2000-SCAN-JOURNAL.
020100     PERFORM 2100-READ-JRNL THRU 2100-EXIT
020200     PERFORM UNTIL JRNL-EOF
020250         IF PTJ-HELD
020300             PERFORM 2400-PRINT-HELD THRU 2400-EXIT
020350         ELSE
020400             PERFORM 2200-NOTE-SOURCE THRU 2200-EXIT
020450             IF PTJ-CHANGED
020500                 PERFORM 2300-PRINT-DRIFT THRU 2300-EXIT
020550             END-IF
020600         END-IF
020700         PERFORM 2100-READ-JRNL THRU 2100-EXIT
020800     END-PERFORM.
032100     EXIT.
032200
032300*===============================================================*
032305*  2400-PRINT-HELD - ONE CARD PTMAINT HELD OFF THE MASTER AS A  *
032310*                    PROBABLE DUPLICATE: THE HELD COORDINATES,  *
032315*                    A (ADD) OR C (CHANGE), AND THE NEAR POINT  *
032320*===============================================================*
032325 2400-PRINT-HELD.
032330     ADD 1 TO WS-HELD-CNT
032335     MOVE PTJ-DATE        TO WL-H-DATE
032340     MOVE PTJ-ID          TO WL-H-ID
032345     MOVE PTJ-SRC         TO WL-H-SRC
032350     MOVE PTJ-HELD-ACTION TO WL-H-ACTION
032355     MOVE PTJ-NEW-X       TO WL-H-NEW-X
032360     MOVE PTJ-NEW-Y       TO WL-H-NEW-Y
032365     MOVE PTJ-DUP-ID      TO WL-H-DUP-ID
032370     MOVE WS-HELD-LINE    TO WS-PRINT-LINE
032375     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
032380 2400-EXIT.
032385     EXIT.
032390
032395*===============================================================*
032400*  3000-PRINT-SUMMARY - THE PER-SOURCE BREAKDOWN                *
032500*===============================================================*
032600 3000-PRINT-SUMMARY.
038200     MOVE WS-FLAG-CNT TO WT-FLAG-CNT
038300     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
038400     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
038425     MOVE WS-HELD-CNT TO WT-HELD-CNT
038450     MOVE WS-HELD-TOTAL-LINE TO WS-PRINT-LINE
038475     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
038500     CLOSE JRNL-FILE
038600           REPT-FILE.
038700 9000-EXIT.
