000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BALFWD.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-05 BSU   ORIGINAL ACCOUNT BALANCE ROLL-FORWARD. RUNS  *
001100*                   IN NIGHTLY RIGHT AFTER THE POSTING STEP AND  *
001200*                   FOLDS EVERY POSTING DATED AFTER AN           *
001300*                   ACCOUNT'S LAST ROLL, UP TO THE BUSINESS      *
001400*                   DATE, INTO THE PERSISTENT ACCOUNT BALANCE    *
001500*                   MASTER (SEE COPY/ABALREC.CPY): OPENING       *
001600*                   BALANCE, PERIOD DEBITS AND CREDITS,          *
001700*                   REVERSALS, CLOSING BALANCE AND LAST-POSTING  *
001800*                   DATE.  A RERUN OF THE SAME NIGHT FOLDS       *
001900*                   NOTHING TWICE AND A MISSED NIGHT IS CAUGHT   *
002000*                   UP BY THE NEXT.  EVERY ACCOUNT ROLLED IS     *
002100*                   ALSO APPENDED TO THE ABALHST HISTORY FILE    *
002200*                   SO TRIALBAL CAN ANSWER A BALANCE AS OF AN    *
002300*                   EARLIER DATE WITHOUT A FULL STATEMENT RUN.   *
002400*                   A MISSING MASTER IS CREATED AND BUILT FROM   *
002500*                   EVERY POSTING ON FILE.                       *
002600*===============================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT POST-FILE   ASSIGN TO "POSTMST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS SEQUENTIAL
003600         RECORD KEY   IS POST-ID
003700         FILE STATUS  IS WS-POST-STATUS.
003800     SELECT ABAL-FILE   ASSIGN TO "ACCTBAL"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE  IS RANDOM
004100         RECORD KEY   IS ABL-ACCT
004200         FILE STATUS  IS WS-ABAL-STATUS.
004300     SELECT HIST-FILE   ASSIGN TO "ABALHST"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT REPT-FILE   ASSIGN TO "BFWDRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  POST-FILE.
005100 COPY POSTREC.
005200
005300 FD  ABAL-FILE.
005400 COPY ABALREC.
005500
005600 FD  HIST-FILE
005700     RECORDING MODE IS F.
005800 01  HIST-REC               PIC X(100).
005900
006000 FD  REPT-FILE
006100     RECORDING MODE IS F.
006200 01  REPT-REC               PIC X(80).
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
006600 01  WS-ABAL-STATUS         PIC X(02)   VALUE SPACES.
006700 01  WS-SWITCHES.
006800     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
006900         88  POST-EOF                   VALUE 'Y'.
007000     05  WS-ABAL-FOUND-SW   PIC X(01)   VALUE 'N'.
007100         88  ABAL-FOUND                 VALUE 'Y'.
007200         88  ABAL-NOT-FOUND             VALUE 'N'.
007300
007400 01  WS-COUNTERS.
007500     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
007600     05  WS-RECS-FOLD       PIC 9(06)   COMP    VALUE ZERO.
007700     05  WS-RECS-PRIOR      PIC 9(06)   COMP    VALUE ZERO.
007800     05  WS-ACCTS-ROLLED    PIC 9(06)   COMP    VALUE ZERO.
007900     05  WS-ACCTS-NEW       PIC 9(06)   COMP    VALUE ZERO.
008000     05  WS-SKIP-CNT        PIC 9(06)   COMP    VALUE ZERO.
008100
008200 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
008300 01  WS-RUN-DATE            PIC 9(06)   VALUE ZEROES.
008400 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
008500
008600*---------------------------------------------------------------*
008700*  PER-ACCOUNT ACCUMULATORS FOR THE POSTINGS THIS ROLL FOLDS IN  *
008800*  - WB-LAST-ROLL IS THE ACCOUNT'S LAST ROLL DATE FROM THE       *
008900*  BALANCE MASTER (ZERO FOR AN ACCOUNT NOT YET ON IT)            *
009000*---------------------------------------------------------------*
009100 01  WS-BAL-CNT             PIC 9(04)   COMP    VALUE ZERO.
009200 01  WS-BAL-TABLE.
009300     05  WS-BAL-ENTRY       OCCURS 500.
009400         10  WB-ACCT        PIC X(04).
009500         10  WB-LAST-ROLL   PIC 9(08).
009600         10  WB-LAST-POST   PIC 9(08).
009700         10  WB-FOLD-CNT    PIC 9(06)   COMP.
009800         10  WB-DEBITS      PIC S9(12).
009900         10  WB-CREDITS     PIC S9(12).
010000         10  WB-REVERSALS   PIC S9(12).
010100         10  WB-NET         PIC S9(12).
010200
010300 01  WS-WORK-FIELDS.
010400     05  AX                 PIC 9(04)   COMP    VALUE ZERO.
010500     05  AC                 PIC 9(04)   COMP    VALUE ZERO.
010600     05  WS-NET-FOLDED      PIC S9(12)  VALUE ZERO.
010800
010900*---------------------------------------------------------------*
011000*  ROLL REGISTER LINES                                           *
011100*---------------------------------------------------------------*
011200 01  WS-DETAIL-LINE.
011300     05  WD-ACCT            PIC X(04).
011400     05  FILLER             PIC X(01)   VALUE SPACES.
011500     05  WD-OPEN            PIC -(12)9.
011600     05  FILLER             PIC X(01)   VALUE SPACES.
011700     05  WD-DEBITS          PIC -(12)9.
011800     05  FILLER             PIC X(01)   VALUE SPACES.
011900     05  WD-CREDITS         PIC -(12)9.
012000     05  FILLER             PIC X(01)   VALUE SPACES.
012100     05  WD-REVERSALS       PIC -(12)9.
012200     05  FILLER             PIC X(01)   VALUE SPACES.
012300     05  WD-CLOSE           PIC -(12)9.
012400     05  WD-NEW-FLAG        PIC X(04)   VALUE SPACES.
012500
012600 01  WS-TOTALS-LINE.
012700     05  FILLER             PIC X(20)   VALUE
012800         'POSTINGS READ ....: '.
012900     05  WT-RECS-IN         PIC ZZZ,ZZ9.
013000     05  FILLER             PIC X(13)   VALUE SPACES.
013100     05  FILLER             PIC X(20)   VALUE
013200         'POSTINGS FOLDED ..: '.
013300     05  WT-RECS-FOLD       PIC ZZZ,ZZ9.
013400     05  FILLER             PIC X(13)   VALUE SPACES.
013500
013600 01  WS-TOTALS-LINE-2.
013700     05  FILLER             PIC X(20)   VALUE
013800         'ACCOUNTS ROLLED ..: '.
013900     05  WT-ACCTS-ROLLED    PIC ZZZ,ZZ9.
014000     05  FILLER             PIC X(13)   VALUE SPACES.
014100     05  FILLER             PIC X(20)   VALUE
014200         'NEW TO MASTER ....: '.
014300     05  WT-ACCTS-NEW       PIC ZZZ,ZZ9.
014400     05  FILLER             PIC X(13)   VALUE SPACES.
014500
014600 01  WS-TOTALS-LINE-3.
014700     05  FILLER             PIC X(20)   VALUE
014800         'ALREADY ROLLED ...: '.
014900     05  WT-RECS-PRIOR      PIC ZZZ,ZZ9.
015000     05  FILLER             PIC X(13)   VALUE SPACES.
015100     05  FILLER             PIC X(20)   VALUE
015200         'NET FOLDED IN ....: '.
015300     05  WT-NET-FOLDED      PIC -(12)9.
015400     05  FILLER             PIC X(07)   VALUE SPACES.
015500
015600*---------------------------------------------------------------*
015700*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
015800*---------------------------------------------------------------*
015900 01  WS-PRINT-CONTROL.
016000     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
016100     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
016200     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
016300 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
016400
016500 01  WS-HEADING-1.
016600     05  FILLER             PIC X(26)   VALUE
016700         'ACCOUNT BALANCE ROLL'.
016800     05  FILLER             PIC X(06)   VALUE 'BDATE'.
016900     05  WH-DATE            PIC 9(08).
017000     05  FILLER             PIC X(07)   VALUE '  TIME '.
017100     05  WH-TIME            PIC 9(06).
017200     05  FILLER             PIC X(07)   VALUE '  PAGE '.
017300     05  WH-PAGE            PIC ZZZZ9.
017400     05  FILLER             PIC X(15)   VALUE SPACES.
017500
017600 01  WS-HEADING-2.
017700     05  FILLER             PIC X(04)   VALUE 'ACCT'.
017800     05  FILLER             PIC X(14)   VALUE '       OPENING'.
017900     05  FILLER             PIC X(14)   VALUE '        DEBITS'.
018000     05  FILLER             PIC X(14)   VALUE '       CREDITS'.
018100     05  FILLER             PIC X(14)   VALUE '     REVERSALS'.
018200     05  FILLER             PIC X(14)   VALUE '       CLOSING'.
018300     05  FILLER             PIC X(06)   VALUE SPACES.
018400
018500*---------------------------------------------------------------*
018600*  COMMUNICATION AREA FOR THE SHARED AUDIT LOGGER SUBROUTINE     *
018700*---------------------------------------------------------------*
018800 COPY AUDITPARM.
018900 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
019000
019100*---------------------------------------------------------------*
019200*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
019300*---------------------------------------------------------------*
019400 COPY BUSDPARM.
019500
019600 PROCEDURE DIVISION.
019700*===============================================================*
019800*  0000-MAINLINE                                                *
019900*===============================================================*
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
020200     PERFORM 2000-SCAN-MASTER     THRU 2000-EXIT
020300     PERFORM 3000-ROLL-ACCOUNTS   THRU 3000-EXIT
020400     PERFORM 9000-TERMINATE       THRU 9000-EXIT
020500     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
020600     STOP RUN.
020700
020800*===============================================================*
020900*  1000-INITIALIZE - OPEN FILES AND DATE THE RUN.  A MISSING    *
021000*                    BALANCE MASTER IS CREATED FIRST, THE SAME  *
021100*                    WAY A.COB OPENS POSTMST                    *
021200*===============================================================*
021300 1000-INITIALIZE.
021400     OPEN INPUT  POST-FILE
021500     IF WS-POST-STATUS = '35'
021600         SET POST-EOF TO TRUE
021700         DISPLAY 'BALFWD: POSTED MASTER NOT FOUND - '
021800             'NOTHING TO ROLL'
021900     END-IF
022000     OPEN I-O ABAL-FILE
022100     IF WS-ABAL-STATUS = '35'
022200         OPEN OUTPUT ABAL-FILE
022300         CLOSE ABAL-FILE
022400         OPEN I-O ABAL-FILE
022500         DISPLAY 'BALFWD: BALANCE MASTER CREATED - BUILDING '
022600             'FROM EVERY POSTING ON FILE'
022700     END-IF
022800     OPEN EXTEND HIST-FILE
022900     OPEN OUTPUT REPT-FILE
023000     ACCEPT WS-RUN-DATE FROM DATE
023100     ACCEPT WS-RUN-TIME FROM TIME
023200     CALL 'BUSDATE' USING BUSD-PARM
023300     MOVE BUSD-DATE TO WS-TODAY.
023400 1000-EXIT.
023500     EXIT.
023600
023700*===============================================================*
023800*  2000-SCAN-MASTER - EVERY POSTING UP TO THE BUSINESS DATE IS  *
023900*                     OFFERED TO ITS ACCOUNT; ONLY THOSE DATED  *
024000*                     AFTER THE ACCOUNT'S LAST ROLL FOLD IN     *
024100*===============================================================*
024200 2000-SCAN-MASTER.
024300     IF POST-EOF
024400         GO TO 2000-EXIT
024500     END-IF
024600     PERFORM 2100-READ-POST THRU 2100-EXIT
024700     PERFORM UNTIL POST-EOF
024800         IF POST-DATE NOT > WS-TODAY
024900             PERFORM 2200-FOLD-IN-POSTING THRU 2200-EXIT
025000         END-IF
025100         PERFORM 2100-READ-POST THRU 2100-EXIT
025200     END-PERFORM.
025300 2000-EXIT.
025400     EXIT.
025500
025600*===============================================================*
025700*  2100-READ-POST                                               *
025800*===============================================================*
025900 2100-READ-POST.
026000     READ POST-FILE NEXT
026100         AT END
026200             SET POST-EOF TO TRUE
026300             GO TO 2100-EXIT
026400     END-READ
026500     ADD 1 TO WS-RECS-IN.
026600 2100-EXIT.
026700     EXIT.
026800
026900*===============================================================*
027000*  2200-FOLD-IN-POSTING - FIND OR ADD THE ACCOUNT ENTRY, THEN   *
027100*                         FOLD THE POSTING IN WHEN IT IS DATED  *
027200*                         AFTER THE ACCOUNT'S LAST ROLL         *
027300*===============================================================*
027400 2200-FOLD-IN-POSTING.
027500     MOVE ZERO TO AX
027600     MOVE 1 TO AC
027700     PERFORM UNTIL AC > WS-BAL-CNT OR AX > ZERO
027800         IF WB-ACCT(AC) = POST-ACCT
027900             MOVE AC TO AX
028000         END-IF
028100         ADD 1 TO AC
028200     END-PERFORM
028300     IF AX = ZERO
028400         IF WS-BAL-CNT < 500
028500             ADD 1 TO WS-BAL-CNT
028600             MOVE WS-BAL-CNT TO AX
028700             PERFORM 2250-NEW-ENTRY THRU 2250-EXIT
028800         ELSE
028900             ADD 1 TO WS-SKIP-CNT
029000             DISPLAY 'BALFWD: ACCOUNT TABLE FULL - POSTING '
029100                 POST-ID ' NOT ROLLED'
029200             GO TO 2200-EXIT
029300         END-IF
029400     END-IF
029500     IF POST-DATE NOT > WB-LAST-ROLL(AX)
029600         ADD 1 TO WS-RECS-PRIOR
029700         GO TO 2200-EXIT
029800     END-IF
029900     ADD 1 TO WS-RECS-FOLD
030000     ADD 1 TO WB-FOLD-CNT(AX)
030100     IF POST-OP = 'R'
030200         ADD POST-RESULT TO WB-REVERSALS(AX)
030300     ELSE
030400         IF POST-RESULT < ZERO
030500             SUBTRACT POST-RESULT FROM WB-CREDITS(AX)
030600         ELSE
030700             ADD POST-RESULT TO WB-DEBITS(AX)
030800         END-IF
030900     END-IF
031000     ADD POST-RESULT TO WB-NET(AX)
031100     IF POST-DATE > WB-LAST-POST(AX)
031200         MOVE POST-DATE TO WB-LAST-POST(AX)
031300     END-IF.
031400 2200-EXIT.
031500     EXIT.
031600
031700*===============================================================*
031800*  2250-NEW-ENTRY - START THE TABLE ENTRY AT AX FOR POST-ACCT,  *
031900*                   WITH THE LAST ROLL DATE FROM THE MASTER     *
032000*===============================================================*
032100 2250-NEW-ENTRY.
032200     MOVE POST-ACCT TO WB-ACCT(AX)
032300     MOVE ZERO      TO WB-LAST-ROLL(AX)
032400     MOVE ZERO      TO WB-LAST-POST(AX)
032500     MOVE ZERO      TO WB-FOLD-CNT(AX)
032600     MOVE ZERO      TO WB-DEBITS(AX)
032700     MOVE ZERO      TO WB-CREDITS(AX)
032800     MOVE ZERO      TO WB-REVERSALS(AX)
032900     MOVE ZERO      TO WB-NET(AX)
033000     MOVE POST-ACCT TO ABL-ACCT
033100     READ ABAL-FILE
033200         INVALID KEY
033300             GO TO 2250-EXIT
033400     END-READ
033500     MOVE ABL-LAST-ROLL TO WB-LAST-ROLL(AX)
033600     MOVE ABL-LAST-POST TO WB-LAST-POST(AX).
033700 2250-EXIT.
033800     EXIT.
033900
034000*===============================================================*
034100*  3000-ROLL-ACCOUNTS - ONE BALANCE MASTER UPDATE PER ACCOUNT   *
034200*                       THAT HAD POSTINGS TO FOLD IN            *
034300*===============================================================*
034400 3000-ROLL-ACCOUNTS.
034500     MOVE 1 TO AC
034600     PERFORM UNTIL AC > WS-BAL-CNT
034700         IF WB-FOLD-CNT(AC) > ZERO
034800             PERFORM 3100-ROLL-ONE THRU 3100-EXIT
034900         END-IF
035000         ADD 1 TO AC
035100     END-PERFORM.
035200 3000-EXIT.
035300     EXIT.
035400
035500*===============================================================*
035600*  3100-ROLL-ONE - READ (OR START) THE ACCOUNT'S BALANCE        *
035700*                  RECORD, OPEN A NEW PERIOD WHEN THE MONTH HAS *
035800*                  TURNED, ADD THE FOLDED POSTINGS AND WRITE IT *
035900*                  BACK WITH A HISTORY COPY AND A REGISTER LINE *
036000*===============================================================*
036100 3100-ROLL-ONE.
036200     SET ABAL-FOUND TO TRUE
036300     MOVE WB-ACCT(AC) TO ABL-ACCT
036400     READ ABAL-FILE
036500         INVALID KEY
036600             SET ABAL-NOT-FOUND TO TRUE
036700     END-READ
036800     MOVE SPACES TO WD-NEW-FLAG
036900     IF ABAL-NOT-FOUND
037000         MOVE SPACES      TO ABL-REC
037100         MOVE WB-ACCT(AC) TO ABL-ACCT
037200         MOVE ZERO TO ABL-OPEN-BAL
037300         MOVE ZERO TO ABL-PER-DEBITS
037400         MOVE ZERO TO ABL-PER-CREDITS
037500         MOVE ZERO TO ABL-PER-REVERSALS
037600         MOVE ZERO TO ABL-CLOSE-BAL
037700         MOVE ZERO TO ABL-LAST-POST
037800         MOVE ZERO TO ABL-LAST-ROLL
037900         MOVE ' NEW' TO WD-NEW-FLAG
038000         ADD 1 TO WS-ACCTS-NEW
038100     END-IF
038200     IF ABL-LAST-ROLL(1:6) < WS-TODAY(1:6)
038300         MOVE ABL-CLOSE-BAL TO ABL-OPEN-BAL
038400         MOVE ZERO TO ABL-PER-DEBITS
038500         MOVE ZERO TO ABL-PER-CREDITS
038600         MOVE ZERO TO ABL-PER-REVERSALS
038700     END-IF
038800     ADD WB-DEBITS(AC)    TO ABL-PER-DEBITS
038900     ADD WB-CREDITS(AC)   TO ABL-PER-CREDITS
039000     ADD WB-REVERSALS(AC) TO ABL-PER-REVERSALS
039100     COMPUTE ABL-CLOSE-BAL = ABL-OPEN-BAL + ABL-PER-DEBITS
039200         - ABL-PER-CREDITS + ABL-PER-REVERSALS
039300     MOVE WB-NET(AC)       TO ABL-ROLL-NET
039400     MOVE WB-LAST-POST(AC) TO ABL-LAST-POST
039500     MOVE WS-TODAY         TO ABL-LAST-ROLL
039600     IF ABAL-FOUND
039700         REWRITE ABL-REC
039800             INVALID KEY
039900                 DISPLAY 'BALFWD: BALANCE RECORD ' ABL-ACCT
040000                     ' NOT REWRITTEN'
040100                 GO TO 3100-EXIT
040200         END-REWRITE
040300     ELSE
040400         WRITE ABL-REC
040500             INVALID KEY
040600                 DISPLAY 'BALFWD: BALANCE RECORD ' ABL-ACCT
040700                     ' NOT WRITTEN'
040800                 GO TO 3100-EXIT
040900         END-WRITE
041000     END-IF
041100     WRITE HIST-REC FROM ABL-REC
041200     ADD 1 TO WS-ACCTS-ROLLED
041300     ADD WB-NET(AC) TO WS-NET-FOLDED
041400     MOVE ABL-ACCT          TO WD-ACCT
041500     MOVE ABL-OPEN-BAL      TO WD-OPEN
041600     MOVE ABL-PER-DEBITS    TO WD-DEBITS
041700     MOVE ABL-PER-CREDITS   TO WD-CREDITS
041800     MOVE ABL-PER-REVERSALS TO WD-REVERSALS
041900     MOVE ABL-CLOSE-BAL     TO WD-CLOSE
042000     MOVE WS-DETAIL-LINE    TO WS-PRINT-LINE
042100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
042200 3100-EXIT.
042300     EXIT.
042400
042500*===============================================================*
042600*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
042700*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
042800*                        STAGED IN WS-PRINT-LINE                 *
042900*===============================================================*
043000 8000-WRITE-REPT-LINE.
043100     IF WS-LINE-CNT > WS-PAGE-MAX
043200         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
043300     END-IF
043400     WRITE REPT-REC FROM WS-PRINT-LINE
043500     ADD 1 TO WS-LINE-CNT.
043600 8000-EXIT.
043700     EXIT.
043800
043900*===============================================================*
044000*  8100-PRINT-HEADINGS                                          *
044100*===============================================================*
044200 8100-PRINT-HEADINGS.
044300     ADD 1 TO WS-PAGE-CNT
044400     MOVE WS-TODAY         TO WH-DATE
044500     MOVE WS-RUN-TIME(1:6) TO WH-TIME
044600     MOVE WS-PAGE-CNT      TO WH-PAGE
044700     WRITE REPT-REC FROM WS-HEADING-1
044800     WRITE REPT-REC FROM WS-HEADING-2
044900     MOVE SPACES TO REPT-REC
045000     WRITE REPT-REC
045100     MOVE 3 TO WS-LINE-CNT.
045200 8100-EXIT.
045300     EXIT.
045400
045500*===============================================================*
045600*  9000-TERMINATE - WRITE TOTALS, LOG THE RUN, CLOSE FILES      *
045700*===============================================================*
045800 9000-TERMINATE.
045900     MOVE SPACES TO WS-PRINT-LINE
046000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
046100     MOVE WS-RECS-IN      TO WT-RECS-IN
046200     MOVE WS-RECS-FOLD    TO WT-RECS-FOLD
046300     MOVE WS-TOTALS-LINE  TO WS-PRINT-LINE
046400     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
046500     MOVE WS-ACCTS-ROLLED TO WT-ACCTS-ROLLED
046600     MOVE WS-ACCTS-NEW    TO WT-ACCTS-NEW
046700     MOVE WS-TOTALS-LINE-2 TO WS-PRINT-LINE
046800     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
046900     MOVE WS-RECS-PRIOR   TO WT-RECS-PRIOR
047000     MOVE WS-NET-FOLDED   TO WT-NET-FOLDED
047100     MOVE WS-TOTALS-LINE-3 TO WS-PRINT-LINE
047200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
047300     IF WS-SKIP-CNT > 0
047400         MOVE 'ACCOUNT TABLE OVERFLOWED - ACCOUNTS NOT ROLLED'
047500             TO WS-PRINT-LINE
047600         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
047700     END-IF
047800     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
047900     IF WS-POST-STATUS NOT = '35'
048000         CLOSE POST-FILE
048100     END-IF
048200     CLOSE ABAL-FILE
048300           HIST-FILE
048400           REPT-FILE.
048500 9000-EXIT.
048600     EXIT.
048700
048800*===============================================================*
048900*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE     *
049000*===============================================================*
049100 9500-WRITE-AUDIT.
049200     ACCEPT WS-AUDIT-TIME FROM TIME
049300     MOVE 'BALFWD'        TO AUDIT-PROGRAM-ID
049400     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
049500     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
049600     MOVE WS-RECS-FOLD    TO AUDIT-RECS-IN
049700     MOVE WS-ACCTS-ROLLED TO AUDIT-RECS-OUT
049800     MOVE WS-SKIP-CNT     TO AUDIT-RECS-REJ
049900     MOVE SPACES          TO AUDIT-BATCH-ID
050000     MOVE ZERO            TO AUDIT-DUP-CNT
050100     MOVE WS-RUN-TIME     TO AUDIT-START-TIME
050200     CALL 'AUDITLOG' USING AUDIT-PARM.
050300 9500-EXIT.
050400     EXIT.
050500
050600*===============================================================*
050700*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN     *
050800*                         THE ACCOUNT TABLE OVERFLOWED, 12 WHEN *
050900*                         THERE WAS NOTHING NEW TO ROLL         *
051000*===============================================================*
051100 9900-SET-RETURN-CODE.
051200     MOVE 0 TO RETURN-CODE
051300     IF WS-SKIP-CNT > 0
051400         MOVE 4 TO RETURN-CODE
051500     END-IF
051600     IF WS-RECS-FOLD = 0
051700         MOVE 12 TO RETURN-CODE
051800     END-IF.
051900 9900-EXIT.
052000     EXIT.
