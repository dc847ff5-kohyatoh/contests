000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ASTATBLD.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL ACCOUNT POSTING STATISTICS BUILD.  *
001100*                   THE RULE-TABLE AMOUNT CAPS ARE ONE FIXED    *
001200*                   FIGURE PER KIND AND CATCH ONLY THE ABSURD;  *
001300*                   THIS PROGRAM REBUILDS, FROM THE WHOLE       *
001400*                   POSTED-SUMS MASTER, EACH ACCOUNT'S POSTING  *
001500*                   COUNT, AVERAGE AMOUNT AND SPREAD, SMALLEST  *
001600*                   AND LARGEST AMOUNTS AND POSTINGS BY         *
001700*                   OPERATION CODE (SEE COPY/ASTATREC.CPY) SO   *
001800*                   VALIDATE CAN HOLD BACK A RECORD THAT DOES   *
001900*                   NOT LOOK LIKE ITS ACCOUNT'S HISTORY. THE    *
002000*                   MASTER IS READ TWICE: ONCE FOR THE TOTALS   *
002100*                   AND MEANS, ONCE FOR EACH POSTING'S DISTANCE *
002200*                   FROM ITS ACCOUNT'S MEAN. THE FILE IS        *
002300*                   WRITTEN WHOLE EACH RUN.                     *
002400*===============================================================*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT POST-FILE   ASSIGN TO "POSTMST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE  IS SEQUENTIAL
003400         RECORD KEY   IS POST-ID
003500         FILE STATUS  IS WS-POST-STATUS.
003600     SELECT STAT-FILE   ASSIGN TO "ASTATMST"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT REPT-FILE   ASSIGN TO "ASTATRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  POST-FILE.
004400 COPY POSTREC.
004500
004600 FD  STAT-FILE
004700     RECORDING MODE IS F.
004800 COPY ASTATREC.
004900
005000 FD  REPT-FILE
005100     RECORDING MODE IS F.
005200 01  REPT-REC               PIC X(80).
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
005600 01  WS-SWITCHES.
005700     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
005800         88  POST-EOF                   VALUE 'Y'.
005900     05  WS-POST-OPEN-SW    PIC X(01)   VALUE 'N'.
006000         88  POST-MISSING               VALUE 'Y'.
006100     05  WS-TABLE-FULL-SW   PIC X(01)   VALUE 'N'.
006200         88  STAT-TABLE-FULL            VALUE 'Y'.
006300
006400 01  WS-COUNTERS.
006500     05  WS-RECS-IN         PIC 9(08)   COMP    VALUE ZERO.
006600     05  WS-RECS-USED       PIC 9(08)   COMP    VALUE ZERO.
006700     05  WS-RECS-SKIP       PIC 9(08)   COMP    VALUE ZERO.
006800     05  WS-RECS-LOST       PIC 9(08)   COMP    VALUE ZERO.
006900     05  WS-ACCTS-OUT       PIC 9(06)   COMP    VALUE ZERO.
007000
007100 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
007200 01  WS-PASS                PIC 9(01)   VALUE ZERO.
007300 01  WS-OP-SLOT             PIC 9(01)   VALUE ZERO.
007400 01  WS-DEV-WORK            PIC S9(11)  VALUE ZEROES.
007500 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
007600 01  WS-START-TIME          PIC 9(08)   VALUE ZEROES.
007700 01  AX                     PIC 9(04)   COMP    VALUE ZERO.
007800 01  OX                     PIC 9(01)   COMP    VALUE ZERO.
007900
008000*---------------------------------------------------------------*
008100*  ONE ENTRY PER ACCOUNT SEEN ON THE MASTER                     *
008200*---------------------------------------------------------------*
008300 01  WS-STAT-CNT            PIC 9(04)   COMP    VALUE ZERO.
008400 01  WS-STAT-TABLE.
008500     05  WS-STAT-ENTRY      OCCURS 500.
008600         10  WS-ST-ACCT     PIC X(04).
008700         10  WS-ST-CNT      PIC 9(07)   COMP.
008800         10  WS-ST-TOTAL    PIC S9(17).
008900         10  WS-ST-DEV      PIC S9(17).
009000         10  WS-ST-MEAN     PIC S9(10).
009100         10  WS-ST-LOW      PIC S9(10).
009200         10  WS-ST-HIGH     PIC S9(10).
009300         10  WS-ST-OP-CNT   PIC 9(07)   COMP    OCCURS 4.
009400
009500*---------------------------------------------------------------*
009600*  COMMUNICATION AREAS FOR THE SHARED PROCESSING-DATE RESOLVER  *
009700*  AND THE SHARED AUDIT LOGGER                                  *
009800*---------------------------------------------------------------*
009900 COPY BUSDPARM.
010000 COPY AUDITPARM.
010100
010200*---------------------------------------------------------------*
010300*  STATISTICS REPORT LINES                                      *
010400*---------------------------------------------------------------*
010500 01  WS-HEADING-1.
010600     05  FILLER             PIC X(34)   VALUE
010700         'ACCOUNT POSTING STATISTICS  BDATE '.
010800     05  WH-DATE            PIC 9(08).
010900     05  FILLER             PIC X(38)   VALUE SPACES.
011000
011100 01  WS-HEADING-2.
011200     05  FILLER             PIC X(40)   VALUE
011300         'ACCT  POSTINGS         MEAN      SPREAD '.
011400     05  FILLER             PIC X(40)   VALUE
011500         '      SMALLEST      LARGEST  OPS        '.
011600
011700 01  WS-DETAIL-LINE.
011800     05  WD-ACCT            PIC X(04).
011900     05  FILLER             PIC X(01)   VALUE SPACE.
012000     05  WD-CNT             PIC Z,ZZZ,ZZ9.
012100     05  FILLER             PIC X(01)   VALUE SPACE.
012200     05  WD-MEAN            PIC -ZZZZZZZZZ9.
012300     05  FILLER             PIC X(01)   VALUE SPACE.
012400     05  WD-SPREAD          PIC ZZZZZZZZZ9.
012500     05  FILLER             PIC X(01)   VALUE SPACE.
012600     05  WD-LOW             PIC -ZZZZZZZZZ9.
012700     05  FILLER             PIC X(01)   VALUE SPACE.
012800     05  WD-HIGH            PIC -ZZZZZZZZZ9.
012900     05  FILLER             PIC X(02)   VALUE SPACES.
013000     05  WD-OPS             PIC X(04).
013100     05  FILLER             PIC X(13)   VALUE SPACES.
013200
013300 01  WS-OP-SYMBOLS          PIC X(04)   VALUE '+-*/'.
013400
013500 01  WS-TOTALS-LINE.
013600     05  FILLER             PIC X(20)   VALUE
013700         'POSTINGS READ ....: '.
013800     05  WT-RECS-IN         PIC ZZ,ZZZ,ZZ9.
013900     05  FILLER             PIC X(03)   VALUE SPACES.
014000     05  FILLER             PIC X(20)   VALUE
014100         'POSTINGS COUNTED .: '.
014200     05  WT-RECS-USED       PIC ZZ,ZZZ,ZZ9.
014300     05  FILLER             PIC X(17)   VALUE SPACES.
014400
014500 01  WS-TOTALS-LINE-2.
014600     05  FILLER             PIC X(20)   VALUE
014700         'REVERSAL ENTRIES .: '.
014800     05  WT-RECS-SKIP       PIC ZZ,ZZZ,ZZ9.
014900     05  FILLER             PIC X(03)   VALUE SPACES.
015000     05  FILLER             PIC X(20)   VALUE
015100         'ACCOUNTS WRITTEN .: '.
015200     05  WT-ACCTS-OUT       PIC ZZ,ZZZ,ZZ9.
015300     05  FILLER             PIC X(17)   VALUE SPACES.
015400
015500 01  WS-TOTALS-LINE-3.
015600     05  FILLER             PIC X(20)   VALUE
015700         'TABLE FULL - LOST : '.
015800     05  WT-RECS-LOST       PIC ZZ,ZZZ,ZZ9.
015900     05  FILLER             PIC X(50)   VALUE SPACES.
016000
016100 PROCEDURE DIVISION.
016200*===============================================================*
016300*  0000-MAINLINE                                                *
016400*===============================================================*
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
016700     IF NOT POST-MISSING
016800         MOVE 1 TO WS-PASS
016900         PERFORM 2000-READ-MASTER THRU 2000-EXIT
017000         PERFORM 3000-SET-MEANS   THRU 3000-EXIT
017100         MOVE 2 TO WS-PASS
017200         PERFORM 2000-READ-MASTER THRU 2000-EXIT
017300         PERFORM 4000-WRITE-STATS THRU 4000-EXIT
017400     END-IF
017500     PERFORM 9000-TERMINATE       THRU 9000-EXIT
017600     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
017700     STOP RUN.
017800
017900*===============================================================*
018000*  1000-INITIALIZE - DATE THE RUN, OPEN FILES, MAKE SURE THE    *
018100*                    MASTER IS THERE                            *
018200*===============================================================*
018300 1000-INITIALIZE.
018400     ACCEPT WS-START-TIME FROM TIME
018500     CALL 'BUSDATE' USING BUSD-PARM
018600     MOVE BUSD-DATE TO WS-TODAY
018700     OPEN OUTPUT STAT-FILE
018800          OUTPUT REPT-FILE
018900     MOVE WS-TODAY TO WH-DATE
019000     WRITE REPT-REC FROM WS-HEADING-1
019100     MOVE SPACES TO REPT-REC
019200     WRITE REPT-REC
019300     OPEN INPUT POST-FILE
019400     IF WS-POST-STATUS = '35'
019500         SET POST-MISSING TO TRUE
019600         DISPLAY 'ASTATBLD: POSTED MASTER NOT FOUND - STATISTICS '
019700             'FILE WRITTEN EMPTY'
019800         MOVE 'POSTED MASTER NOT FOUND - NO STATISTICS BUILT'
019900             TO REPT-REC
020000         WRITE REPT-REC
020100         GO TO 1000-EXIT
020200     END-IF
020300     CLOSE POST-FILE
020400     WRITE REPT-REC FROM WS-HEADING-2.
020500 1000-EXIT.
020600     EXIT.
020700
020800*===============================================================*
020900*  2000-READ-MASTER - ONE PASS OVER THE POSTED MASTER. PASS 1   *
021000*                     BUILDS THE TOTALS, PASS 2 THE DEVIATIONS  *
021100*===============================================================*
021200 2000-READ-MASTER.
021300     MOVE 'N' TO WS-POST-EOF-SW
021400     OPEN INPUT POST-FILE
021500     PERFORM 2100-READ-POST THRU 2100-EXIT
021600     PERFORM UNTIL POST-EOF
021700         IF WS-PASS = 1
021800             PERFORM 2200-TOTAL-POSTING THRU 2200-EXIT
021900         ELSE
022000             PERFORM 2300-DEVIATE-POSTING THRU 2300-EXIT
022100         END-IF
022200         PERFORM 2100-READ-POST THRU 2100-EXIT
022300     END-PERFORM
022400     CLOSE POST-FILE.
022500 2000-EXIT.
022600     EXIT.
022700
022800*===============================================================*
022900*  2100-READ-POST                                               *
023000*===============================================================*
023100 2100-READ-POST.
023200     READ POST-FILE NEXT
023300         AT END
023400             SET POST-EOF TO TRUE
023500             GO TO 2100-EXIT
023600     END-READ
023700     IF WS-PASS = 1
023800         ADD 1 TO WS-RECS-IN
023900     END-IF.
024000 2100-EXIT.
024100     EXIT.
024200
024300*===============================================================*
024400*  2150-FIND-ACCOUNT - AX POINTS AT THE POSTING'S ACCOUNT, OR   *
024500*                      PAST THE END WHEN IT IS NOT IN THE TABLE *
024600*===============================================================*
024700 2150-FIND-ACCOUNT.
024800     MOVE 1 TO AX
024900     PERFORM UNTIL AX > WS-STAT-CNT
025000             OR WS-ST-ACCT(AX) = POST-ACCT
025100         ADD 1 TO AX
025200     END-PERFORM.
025300 2150-EXIT.
025400     EXIT.
025500
025600*===============================================================*
025700*  2200-TOTAL-POSTING - A POSTING THAT STANDS GOES ON ITS       *
025800*                       ACCOUNT'S COUNT, TOTAL, RANGE AND       *
025900*                       OPERATION COUNT; A REVERSAL ENTRY AND   *
026000*                       THE POSTING IT REVERSED ARE LEFT OUT    *
026100*===============================================================*
026200 2200-TOTAL-POSTING.
026300     IF POST-OP = 'R' OR POST-REV-FLAG = 'Y'
026400         ADD 1 TO WS-RECS-SKIP
026500         GO TO 2200-EXIT
026600     END-IF
026700     PERFORM 2150-FIND-ACCOUNT THRU 2150-EXIT
026800     IF AX > WS-STAT-CNT
026900         IF WS-STAT-CNT NOT < 500
027000             ADD 1 TO WS-RECS-LOST
027100             IF NOT STAT-TABLE-FULL
027200                 SET STAT-TABLE-FULL TO TRUE
027300                 DISPLAY 'ASTATBLD: ACCOUNT TABLE FULL - '
027400                     'ACCOUNTS PAST 500 NOT BUILT'
027500             END-IF
027600             GO TO 2200-EXIT
027700         END-IF
027800         ADD 1 TO WS-STAT-CNT
027900         MOVE WS-STAT-CNT TO AX
028000         MOVE POST-ACCT   TO WS-ST-ACCT(AX)
028100         MOVE ZERO        TO WS-ST-CNT(AX)
028200         MOVE ZEROES      TO WS-ST-TOTAL(AX)
028300                             WS-ST-DEV(AX)
028400                             WS-ST-MEAN(AX)
028500         MOVE POST-RESULT TO WS-ST-LOW(AX)
028600                             WS-ST-HIGH(AX)
028700         MOVE 1 TO OX
028800         PERFORM UNTIL OX > 4
028900             MOVE ZERO TO WS-ST-OP-CNT(AX, OX)
029000             ADD 1 TO OX
029100         END-PERFORM
029200     END-IF
029300     ADD 1           TO WS-RECS-USED
029400     ADD 1           TO WS-ST-CNT(AX)
029500     ADD POST-RESULT TO WS-ST-TOTAL(AX)
029600     IF POST-RESULT < WS-ST-LOW(AX)
029700         MOVE POST-RESULT TO WS-ST-LOW(AX)
029800     END-IF
029900     IF POST-RESULT > WS-ST-HIGH(AX)
030000         MOVE POST-RESULT TO WS-ST-HIGH(AX)
030100     END-IF
030200     MOVE 1 TO WS-OP-SLOT
030300     IF POST-OP = '-'
030400         MOVE 2 TO WS-OP-SLOT
030500     END-IF
030600     IF POST-OP = '*'
030700         MOVE 3 TO WS-OP-SLOT
030800     END-IF
030900     IF POST-OP = '/'
031000         MOVE 4 TO WS-OP-SLOT
031100     END-IF
031200     ADD 1 TO WS-ST-OP-CNT(AX, WS-OP-SLOT).
031300 2200-EXIT.
031400     EXIT.
031500
031600*===============================================================*
031700*  2300-DEVIATE-POSTING - ADD THE POSTING'S DISTANCE FROM ITS   *
031800*                         ACCOUNT'S MEAN, WHICHEVER SIDE        *
031900*===============================================================*
032000 2300-DEVIATE-POSTING.
032100     IF POST-OP = 'R' OR POST-REV-FLAG = 'Y'
032200         GO TO 2300-EXIT
032300     END-IF
032400     PERFORM 2150-FIND-ACCOUNT THRU 2150-EXIT
032500     IF AX > WS-STAT-CNT
032600         GO TO 2300-EXIT
032700     END-IF
032800     COMPUTE WS-DEV-WORK = POST-RESULT - WS-ST-MEAN(AX)
032900     IF WS-DEV-WORK < ZERO
033000         COMPUTE WS-DEV-WORK = ZERO - WS-DEV-WORK
033100     END-IF
033200     ADD WS-DEV-WORK TO WS-ST-DEV(AX).
033300 2300-EXIT.
033400     EXIT.
033500
033600*===============================================================*
033700*  3000-SET-MEANS - EACH ACCOUNT'S AVERAGE AMOUNT, ROUNDED TO   *
033800*                   WHOLE UNITS AS THE SUITE POSTS THEM         *
033900*===============================================================*
034000 3000-SET-MEANS.
034100     MOVE 1 TO AX
034200     PERFORM UNTIL AX > WS-STAT-CNT
034300         COMPUTE WS-ST-MEAN(AX) ROUNDED =
034400             WS-ST-TOTAL(AX) / WS-ST-CNT(AX)
034500         ADD 1 TO AX
034600     END-PERFORM.
034700 3000-EXIT.
034800     EXIT.
034900
035000*===============================================================*
035100*  4000-WRITE-STATS - ONE STATISTICS RECORD AND ONE REPORT LINE *
035200*                     PER ACCOUNT                               *
035300*===============================================================*
035400 4000-WRITE-STATS.
035500     MOVE 1 TO AX
035600     PERFORM UNTIL AX > WS-STAT-CNT
035700         MOVE SPACES             TO AST-REC
035800         MOVE WS-ST-ACCT(AX)     TO AST-ACCT
035900         MOVE WS-TODAY           TO AST-BUILD-DATE
036000         MOVE WS-ST-CNT(AX)      TO AST-POST-CNT
036100         MOVE WS-ST-MEAN(AX)     TO AST-MEAN
036200         COMPUTE AST-SPREAD ROUNDED =
036300             WS-ST-DEV(AX) / WS-ST-CNT(AX)
036400         MOVE WS-ST-LOW(AX)      TO AST-LOW
036500         MOVE WS-ST-HIGH(AX)     TO AST-HIGH
036600         MOVE '....'             TO WD-OPS
036700         MOVE 1 TO OX
036800         PERFORM UNTIL OX > 4
036900             MOVE WS-ST-OP-CNT(AX, OX) TO AST-OP-CNT(OX)
037000             IF WS-ST-OP-CNT(AX, OX) > ZERO
037100                 MOVE WS-OP-SYMBOLS(OX:1) TO WD-OPS(OX:1)
037200             END-IF
037300             ADD 1 TO OX
037400         END-PERFORM
037500         WRITE AST-REC
037600         ADD 1 TO WS-ACCTS-OUT
037700         MOVE AST-ACCT           TO WD-ACCT
037800         MOVE AST-POST-CNT       TO WD-CNT
037900         MOVE AST-MEAN           TO WD-MEAN
038000         MOVE AST-SPREAD         TO WD-SPREAD
038100         MOVE AST-LOW            TO WD-LOW
038200         MOVE AST-HIGH           TO WD-HIGH
038300         WRITE REPT-REC FROM WS-DETAIL-LINE
038400         ADD 1 TO AX
038500     END-PERFORM.
038600 4000-EXIT.
038700     EXIT.
038800
038900*===============================================================*
039000*  9000-TERMINATE - CONTROL TOTALS, LOG THE RUN, CLOSE FILES    *
039100*===============================================================*
039200 9000-TERMINATE.
039300     MOVE SPACES TO REPT-REC
039400     WRITE REPT-REC
039500     MOVE WS-RECS-IN    TO WT-RECS-IN
039600     MOVE WS-RECS-USED  TO WT-RECS-USED
039700     WRITE REPT-REC FROM WS-TOTALS-LINE
039800     MOVE WS-RECS-SKIP  TO WT-RECS-SKIP
039900     MOVE WS-ACCTS-OUT  TO WT-ACCTS-OUT
040000     WRITE REPT-REC FROM WS-TOTALS-LINE-2
040100     IF STAT-TABLE-FULL
040200         MOVE WS-RECS-LOST TO WT-RECS-LOST
040300         WRITE REPT-REC FROM WS-TOTALS-LINE-3
040400     END-IF
040500     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
040600     CLOSE STAT-FILE
040700           REPT-FILE.
040800 9000-EXIT.
040900     EXIT.
041000
041100*===============================================================*
041200*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE     *
041300*===============================================================*
041400 9500-WRITE-AUDIT.
041500     ACCEPT WS-AUDIT-TIME FROM TIME
041600     MOVE 'ASTATBLD'      TO AUDIT-PROGRAM-ID
041700     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
041800     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
041900     MOVE WS-RECS-IN      TO AUDIT-RECS-IN
042000     MOVE WS-ACCTS-OUT    TO AUDIT-RECS-OUT
042100     MOVE WS-RECS-LOST    TO AUDIT-RECS-REJ
042200     MOVE SPACES          TO AUDIT-BATCH-ID
042300     MOVE ZERO            TO AUDIT-DUP-CNT
042400     MOVE WS-START-TIME   TO AUDIT-START-TIME
042500     CALL 'AUDITLOG' USING AUDIT-PARM.
042600 9500-EXIT.
042700     EXIT.
042800
042900*===============================================================*
043000*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN THE *
043100*                         ACCOUNT TABLE FILLED AND SOME         *
043200*                         ACCOUNTS WERE NOT BUILT, 12 WHEN      *
043300*                         THERE WAS NOTHING ON THE MASTER TO    *
043400*                         BUILD FROM                            *
043500*===============================================================*
043600 9900-SET-RETURN-CODE.
043700     MOVE 0 TO RETURN-CODE
043800     IF STAT-TABLE-FULL
043900         MOVE 4 TO RETURN-CODE
044000     END-IF
044100     IF WS-RECS-USED = 0
044200         MOVE 12 TO RETURN-CODE
044300     END-IF.
044400 9900-EXIT.
044500     EXIT.
