000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLRECON.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-06.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-06 BSU   ORIGINAL GENERAL-LEDGER RECONCILIATION.      *
001100*                   MATCHES THE LEDGER'S ACKNOWLEDGMENT FILE     *
001200*                   (GLACK, SEE COPY/GLAREC.CPY) AGAINST THE     *
001300*                   GLJRNL JOURNAL GLEXTR SENT, BY BATCH ID AND  *
001400*                   ACCOUNT, AND LISTS THE ACCOUNTS THE LEDGER   *
001500*                   ACCEPTED, THE ACCOUNTS IT REJECTED WITH ITS  *
001600*                   REASON, THE ACCOUNTS SENT BUT NEVER          *
001700*                   ACKNOWLEDGED, THE ACCEPTED AMOUNTS THAT      *
001800*                   DIFFER FROM WHAT WAS SENT, AND ANY           *
001900*                   ACKNOWLEDGMENT THAT MATCHES NOTHING ON THE   *
002000*                   JOURNAL.  ENDS 4 WHILE ANYTHING IS OPEN, SO  *
002100*                   MONTH-END CLOSE NO LONGER WAITS ON A HAND    *
002200*                   TIE-OUT OF THE LEDGER SCREEN TO GLRPT.       *
002300*===============================================================*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL GLJ-FILE ASSIGN TO "GLJRNL"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT OPTIONAL ACK-FILE ASSIGN TO "GLACK"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400     SELECT REPT-FILE   ASSIGN TO "GLRCRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  GLJ-FILE
004000     RECORDING MODE IS F.
004100 01  GLJ-IN-REC             PIC X(80).
004200
004300 FD  ACK-FILE
004400     RECORDING MODE IS F.
004500 01  ACK-IN-REC             PIC X(80).
004600
004700 FD  REPT-FILE
004800     RECORDING MODE IS F.
004900 01  REPT-REC               PIC X(80).
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-SWITCHES.
005300     05  WS-GLJ-EOF-SW      PIC X(01)   VALUE 'N'.
005400         88  GLJ-EOF                    VALUE 'Y'.
005500     05  WS-ACK-EOF-SW      PIC X(01)   VALUE 'N'.
005600         88  ACK-EOF                    VALUE 'Y'.
005700     05  WS-ACK-TRL-SW      PIC X(01)   VALUE 'N'.
005800         88  ACK-TRAILER-SEEN           VALUE 'Y'.
005900     05  WS-ACK-PROOF-SW    PIC X(01)   VALUE 'Y'.
006000         88  ACK-TRAILER-AGREES         VALUE 'Y'.
006100         88  ACK-TRAILER-OUT            VALUE 'N'.
006200
006300 01  WS-COUNTERS.
006400     05  WS-GLJ-IN          PIC 9(06)   COMP    VALUE ZERO.
006500     05  WS-ACK-IN          PIC 9(06)   COMP    VALUE ZERO.
006600     05  WS-SENT-CNT        PIC 9(06)   COMP    VALUE ZERO.
006700     05  WS-ACCEPT-CNT      PIC 9(06)   COMP    VALUE ZERO.
006800     05  WS-REJECT-CNT      PIC 9(06)   COMP    VALUE ZERO.
006900     05  WS-NOACK-CNT       PIC 9(06)   COMP    VALUE ZERO.
007000     05  WS-DIFF-CNT        PIC 9(06)   COMP    VALUE ZERO.
007100     05  WS-UNMATCH-CNT     PIC 9(06)   COMP    VALUE ZERO.
007200     05  WS-DUP-CNT         PIC 9(06)   COMP    VALUE ZERO.
007300     05  WS-SKIP-CNT        PIC 9(06)   COMP    VALUE ZERO.
007400     05  WS-OPEN-CNT        PIC 9(06)   COMP    VALUE ZERO.
007500
007600 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
007700 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
007800 01  WS-SENT-BATCH          PIC X(08)   VALUE SPACES.
007900 01  WS-SECTION             PIC 9(01)   VALUE ZERO.
008000 01  WS-UNM-NOTE            PIC X(30)   VALUE SPACES.
008100
008200*---------------------------------------------------------------*
008300*  BATCH CONTROL FIELDS FOR PROVING THE ACKNOWLEDGMENT FILE'S   *
008400*  TRAILER - HASH KEY IS THE ABSOLUTE AMOUNT                    *
008500*---------------------------------------------------------------*
008600 01  WS-BATCH-FIELDS.
008700     05  WS-KEY-VALUE       PIC 9(10)   VALUE ZERO.
008800     05  WS-ABS-AMT         PIC 9(12)   VALUE ZERO.
008900     05  WS-HASH-IN         PIC 9(10)   VALUE ZERO.
009000     05  WS-HASH-WORK       PIC 9(11)   VALUE ZERO.
009100     05  WS-HASH-QUOT       PIC 9(02)   VALUE ZERO.
009200     05  WS-TRL-COUNT       PIC 9(06)   VALUE ZERO.
009300     05  WS-TRL-HASH        PIC 9(10)   VALUE ZERO.
009400 COPY BATCHCTL.
009500
009600*---------------------------------------------------------------*
009700*  THE JOURNAL LINE AS GLEXTR WROTE IT AND THE LEDGER'S ANSWER  *
009800*---------------------------------------------------------------*
009900 COPY GLJREC.
010000 COPY GLAREC.
010100
010200*---------------------------------------------------------------*
010300*  ONE ENTRY PER ACCOUNT SENT ON THE JOURNAL, WITH THE LEDGER'S *
010400*  ANSWER FILLED IN AS THE ACKNOWLEDGMENTS ARE MATCHED          *
010500*---------------------------------------------------------------*
010600 01  WS-ACCT-CNT            PIC 9(04)   COMP    VALUE ZERO.
010700 01  WS-ACCT-TABLE.
010800     05  WS-ACCT-ENTRY      OCCURS 500.
010900         10  WJ-ACCT        PIC X(04).
011000         10  WJ-SENT        PIC S9(12).
011100         10  WJ-ACK-SW      PIC X(01).
011200             88  WJ-NOT-ACKED           VALUE ' '.
011300             88  WJ-ACCEPTED            VALUE 'A'.
011400             88  WJ-REJECTED            VALUE 'R'.
011500         10  WJ-ACKED       PIC S9(12).
011600         10  WJ-RSN-CODE    PIC X(04).
011700         10  WJ-RSN-TEXT    PIC X(30).
011800
011900*---------------------------------------------------------------*
012000*  ACKNOWLEDGMENTS THAT MATCH NO LINE OF THE JOURNAL SENT       *
012100*---------------------------------------------------------------*
012200 01  WS-UNM-CNT             PIC 9(04)   COMP    VALUE ZERO.
012300 01  WS-UNM-TABLE.
012400     05  WS-UNM-ENTRY       OCCURS 200.
012500         10  WU-BATCH-ID    PIC X(08).
012600         10  WU-ACCT        PIC X(04).
012700         10  WU-AMOUNT      PIC S9(12).
012800         10  WU-STATUS      PIC X(01).
012900         10  WU-NOTE        PIC X(30).
013000
013100 01  WS-WORK-FIELDS.
013200     05  AX                 PIC 9(04)   COMP    VALUE ZERO.
013300     05  AC                 PIC 9(04)   COMP    VALUE ZERO.
013400     05  UX                 PIC 9(04)   COMP    VALUE ZERO.
013500     05  WS-DIFF            PIC S9(12)  VALUE ZERO.
013600     05  WS-SENT-NET        PIC S9(12)  VALUE ZERO.
013700     05  WS-ACCEPT-NET      PIC S9(12)  VALUE ZERO.
013800     05  WS-REJECT-NET      PIC S9(12)  VALUE ZERO.
013900     05  WS-NOACK-NET       PIC S9(12)  VALUE ZERO.
014000     05  WS-DIFF-NET        PIC S9(12)  VALUE ZERO.
014100     05  WS-SECT-LINES      PIC 9(06)   COMP    VALUE ZERO.
014200
014300*---------------------------------------------------------------*
014400*  REPORT LINES                                                 *
014500*---------------------------------------------------------------*
014600 01  WS-SECTION-LINE.
014700     05  WS-SECT-TITLE      PIC X(44)   VALUE SPACES.
014800     05  FILLER             PIC X(36)   VALUE SPACES.
014900
015000 01  WS-CAPTION-AMT.
015100     05  FILLER             PIC X(19)   VALUE
015200         '  ACCT         SENT'.
015300     05  FILLER             PIC X(15)   VALUE
015400         '          ACKED'.
015500     05  FILLER             PIC X(15)   VALUE
015600         '     DIFFERENCE'.
015700     05  FILLER             PIC X(31)   VALUE SPACES.
015800
015900 01  WS-CAPTION-RSN.
016000     05  FILLER             PIC X(19)   VALUE
016100         '  ACCT         SENT'.
016200     05  FILLER             PIC X(15)   VALUE
016300         '  REASON'.
016400     05  FILLER             PIC X(46)   VALUE SPACES.
016500
016600 01  WS-CAPTION-UNM.
016700     05  FILLER             PIC X(20)   VALUE
016800         '  BATCH ID  ACCT    '.
016900     05  FILLER             PIC X(15)   VALUE
017000         '       AMOUNT S'.
017100     05  FILLER             PIC X(15)   VALUE
017200         '  NOTE'.
017300     05  FILLER             PIC X(30)   VALUE SPACES.
017400
017500 01  WS-DETAIL-LINE.
017600     05  FILLER             PIC X(02)   VALUE SPACES.
017700     05  WD-ACCT            PIC X(04).
017800     05  FILLER             PIC X(02)   VALUE SPACES.
017900     05  WD-SENT            PIC -(12)9.
018000     05  FILLER             PIC X(02)   VALUE SPACES.
018100     05  WD-ACKED           PIC -(12)9.
018200     05  FILLER             PIC X(02)   VALUE SPACES.
018300     05  WD-DIFF            PIC -(12)9.
018400     05  FILLER             PIC X(29)   VALUE SPACES.
018500
018600 01  WS-REJECT-LINE.
018700     05  FILLER             PIC X(02)   VALUE SPACES.
018800     05  WR-ACCT            PIC X(04).
018900     05  FILLER             PIC X(02)   VALUE SPACES.
019000     05  WR-SENT            PIC -(12)9.
019100     05  FILLER             PIC X(02)   VALUE SPACES.
019200     05  WR-RSN-CODE        PIC X(04).
019300     05  FILLER             PIC X(02)   VALUE SPACES.
019400     05  WR-RSN-TEXT        PIC X(30).
019500     05  FILLER             PIC X(21)   VALUE SPACES.
019600
019700 01  WS-UNMATCH-LINE.
019800     05  FILLER             PIC X(02)   VALUE SPACES.
019900     05  WN-BATCH-ID        PIC X(08).
020000     05  FILLER             PIC X(02)   VALUE SPACES.
020100     05  WN-ACCT            PIC X(04).
020200     05  FILLER             PIC X(02)   VALUE SPACES.
020300     05  WN-AMOUNT          PIC -(12)9.
020400     05  FILLER             PIC X(01)   VALUE SPACES.
020500     05  WN-STATUS          PIC X(01).
020600     05  FILLER             PIC X(02)   VALUE SPACES.
020700     05  WN-NOTE            PIC X(30).
020800     05  FILLER             PIC X(15)   VALUE SPACES.
020900
021000 01  WS-TOTAL-LINE.
021100     05  WT-LABEL           PIC X(32).
021200     05  WT-COUNT           PIC ZZZ,ZZ9.
021300     05  FILLER             PIC X(03)   VALUE SPACES.
021400     05  WT-AMOUNT          PIC -(12)9.
021500     05  FILLER             PIC X(25)   VALUE SPACES.
021600
021700*---------------------------------------------------------------*
021800*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
021900*---------------------------------------------------------------*
022000 01  WS-PRINT-CONTROL.
022100     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
022200     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
022300     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
022400 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
022500
022600 01  WS-HEADING-1.
022700     05  FILLER             PIC X(26)   VALUE
022800         'GENERAL LEDGER RECON'.
022900     05  FILLER             PIC X(06)   VALUE 'BDATE'.
023000     05  WH-DATE            PIC 9(08).
023100     05  FILLER             PIC X(07)   VALUE '  TIME '.
023200     05  WH-TIME            PIC 9(06).
023300     05  FILLER             PIC X(07)   VALUE '  PAGE '.
023400     05  WH-PAGE            PIC ZZZZ9.
023500     05  FILLER             PIC X(15)   VALUE SPACES.
023600
023700 01  WS-HEADING-2.
023800     05  FILLER             PIC X(20)   VALUE
023900         'JOURNAL BATCH SENT: '.
024000     05  WH-BATCH-ID        PIC X(08).
024100     05  FILLER             PIC X(52)   VALUE SPACES.
024200
024300*---------------------------------------------------------------*
024400*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
024500*---------------------------------------------------------------*
024600 COPY BUSDPARM.
024700
024800 PROCEDURE DIVISION.
024900*===============================================================*
025000*  0000-MAINLINE                                                *
025100*===============================================================*
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
025400     PERFORM 2000-LOAD-JOURNAL    THRU 2000-EXIT
025500     PERFORM 3000-MATCH-ACKS      THRU 3000-EXIT
025600     PERFORM 4000-PRINT-SECTIONS  THRU 4000-EXIT
025700     PERFORM 5000-PRINT-TOTALS    THRU 5000-EXIT
025800     PERFORM 9000-TERMINATE       THRU 9000-EXIT
025900     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
026000     STOP RUN.
026100
026200*===============================================================*
026300*  1000-INITIALIZE - OPEN FILES AND DATE THE RUN                *
026400*===============================================================*
026500 1000-INITIALIZE.
026600     OPEN INPUT  GLJ-FILE
026700          INPUT  ACK-FILE
026800          OUTPUT REPT-FILE
026900     ACCEPT WS-RUN-TIME FROM TIME
027000     CALL 'BUSDATE' USING BUSD-PARM
027100     MOVE BUSD-DATE TO WS-TODAY.
027200 1000-EXIT.
027300     EXIT.
027400
027500*===============================================================*
027600*  2000-LOAD-JOURNAL - ONE TABLE ENTRY PER ACCOUNT SENT.  THE   *
027700*                      HEADER GIVES THE BATCH ID THE LEDGER     *
027800*                      MUST ANSWER UNDER                        *
027900*===============================================================*
028000 2000-LOAD-JOURNAL.
028100     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
028200     PERFORM UNTIL GLJ-EOF
028300         IF GLJ-IN-REC(18:63) = SPACES
028400             MOVE GLJ-IN-REC(1:17) TO BATCH-CTL-REC
028500             IF BCR-HEADER
028600                 MOVE BCH-BATCH-ID TO WS-SENT-BATCH
028700             END-IF
028800         ELSE
028900             MOVE GLJ-IN-REC TO GLJ-REC
029000             PERFORM 2200-STORE-ACCOUNT THRU 2200-EXIT
029100         END-IF
029200         PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
029300     END-PERFORM.
029400 2000-EXIT.
029500     EXIT.
029600
029700*===============================================================*
029800*  2100-READ-JOURNAL                                            *
029900*===============================================================*
030000 2100-READ-JOURNAL.
030100     READ GLJ-FILE
030200         AT END
030300             SET GLJ-EOF TO TRUE
030400             GO TO 2100-EXIT
030500     END-READ
030600     ADD 1 TO WS-GLJ-IN.
030700 2100-EXIT.
030800     EXIT.
030900
031000*===============================================================*
031100*  2200-STORE-ACCOUNT - ADD THE JOURNAL LINE TO THE TABLE       *
031200*===============================================================*
031300 2200-STORE-ACCOUNT.
031400     IF WS-ACCT-CNT NOT < 500
031500         ADD 1 TO WS-SKIP-CNT
031600         DISPLAY 'GLRECON: ACCOUNT TABLE FULL - ACCOUNT '
031700             GLJ-ACCT ' NOT RECONCILED'
031800         GO TO 2200-EXIT
031900     END-IF
032000     ADD 1 TO WS-ACCT-CNT
032100     MOVE WS-ACCT-CNT TO AX
032200     MOVE GLJ-ACCT    TO WJ-ACCT(AX)
032300     MOVE GLJ-NET     TO WJ-SENT(AX)
032400     MOVE SPACE       TO WJ-ACK-SW(AX)
032500     MOVE ZERO        TO WJ-ACKED(AX)
032600     MOVE SPACES      TO WJ-RSN-CODE(AX) WJ-RSN-TEXT(AX)
032700     ADD 1 TO WS-SENT-CNT
032800     ADD GLJ-NET TO WS-SENT-NET.
032900 2200-EXIT.
033000     EXIT.
033100
033200*===============================================================*
033300*  3000-MATCH-ACKS - APPLY EACH ACKNOWLEDGMENT TO ITS ACCOUNT,  *
033400*                    THEN PROVE THE FILE'S TRAILER IF IT HAS    *
033500*                    ONE                                        *
033600*===============================================================*
033700 3000-MATCH-ACKS.
033800     PERFORM 3100-READ-ACK THRU 3100-EXIT
033900     PERFORM UNTIL ACK-EOF
034000         IF ACK-IN-REC(18:63) = SPACES
034100             MOVE ACK-IN-REC(1:17) TO BATCH-CTL-REC
034200             IF BCR-TRAILER
034300                 SET ACK-TRAILER-SEEN TO TRUE
034400                 MOVE BCT-REC-COUNT  TO WS-TRL-COUNT
034500                 MOVE BCT-HASH-TOTAL TO WS-TRL-HASH
034600             END-IF
034700         ELSE
034800             ADD 1 TO WS-ACK-IN
034900             MOVE ACK-IN-REC TO GLA-REC
035000             PERFORM 3200-APPLY-ACK THRU 3200-EXIT
035100         END-IF
035200         PERFORM 3100-READ-ACK THRU 3100-EXIT
035300     END-PERFORM
035400     IF ACK-TRAILER-SEEN
035500         IF WS-TRL-COUNT NOT = WS-ACK-IN
035600                 OR WS-TRL-HASH NOT = WS-HASH-IN
035700             SET ACK-TRAILER-OUT TO TRUE
035800         END-IF
035900     END-IF.
036000 3000-EXIT.
036100     EXIT.
036200
036300*===============================================================*
036400*  3100-READ-ACK                                                *
036500*===============================================================*
036600 3100-READ-ACK.
036700     READ ACK-FILE
036800         AT END
036900             SET ACK-EOF TO TRUE
037000             GO TO 3100-EXIT
037100     END-READ.
037200 3100-EXIT.
037300     EXIT.
037400
037500*===============================================================*
037600*  3200-APPLY-ACK - FIND THE ACCOUNT ON THE JOURNAL SENT UNDER  *
037700*                   THE SAME BATCH ID AND RECORD THE LEDGER'S   *
037800*                   ANSWER (A LATER ANSWER FOR THE SAME ACCOUNT *
037900*                   REPLACES AN EARLIER ONE)                    *
038000*===============================================================*
038100 3200-APPLY-ACK.
038200     IF GLA-AMOUNT NOT NUMERIC
038300         MOVE ZERO TO GLA-AMOUNT
038400         MOVE 'AMOUNT NOT NUMERIC' TO WS-UNM-NOTE
038500         PERFORM 3300-NOTE-UNMATCHED THRU 3300-EXIT
038600         GO TO 3200-EXIT
038700     END-IF
038800     IF GLA-AMOUNT < ZERO
038900         COMPUTE WS-ABS-AMT = ZERO - GLA-AMOUNT
039000     ELSE
039100         MOVE GLA-AMOUNT TO WS-ABS-AMT
039200     END-IF
039300*    HASH KEY IS THE ABSOLUTE AMOUNT KEPT TO ITS LOW-ORDER TEN
039400*    DIGITS, THE BATCHCTL CONVENTION
039500     MOVE WS-ABS-AMT TO WS-KEY-VALUE
039600     COMPUTE WS-HASH-WORK = WS-HASH-IN + WS-KEY-VALUE
039700     DIVIDE WS-HASH-WORK BY 10000000000
039800         GIVING WS-HASH-QUOT REMAINDER WS-HASH-IN
039900     IF NOT GLA-ACCEPTED AND NOT GLA-REJECTED
040000         MOVE 'STATUS NOT A OR R' TO WS-UNM-NOTE
040100         PERFORM 3300-NOTE-UNMATCHED THRU 3300-EXIT
040200         GO TO 3200-EXIT
040300     END-IF
040400     IF GLA-BATCH-ID NOT = WS-SENT-BATCH
040500         MOVE 'NOT THE JOURNAL BATCH SENT' TO WS-UNM-NOTE
040600         PERFORM 3300-NOTE-UNMATCHED THRU 3300-EXIT
040700         GO TO 3200-EXIT
040800     END-IF
040900     MOVE ZERO TO AX
041000     MOVE 1 TO AC
041100     PERFORM UNTIL AC > WS-ACCT-CNT OR AX > ZERO
041200         IF WJ-ACCT(AC) = GLA-ACCT
041300             MOVE AC TO AX
041400         END-IF
041500         ADD 1 TO AC
041600     END-PERFORM
041700     IF AX = ZERO
041800         MOVE 'ACCOUNT NOT ON THE JOURNAL' TO WS-UNM-NOTE
041900         PERFORM 3300-NOTE-UNMATCHED THRU 3300-EXIT
042000         GO TO 3200-EXIT
042100     END-IF
042200     IF NOT WJ-NOT-ACKED(AX)
042300         ADD 1 TO WS-DUP-CNT
042400     END-IF
042500     MOVE GLA-STATUS      TO WJ-ACK-SW(AX)
042600     MOVE GLA-AMOUNT      TO WJ-ACKED(AX)
042700     MOVE GLA-REASON-CODE TO WJ-RSN-CODE(AX)
042800     MOVE GLA-REASON-TEXT TO WJ-RSN-TEXT(AX).
042900 3200-EXIT.
043000     EXIT.
043100
043200*===============================================================*
043300*  3300-NOTE-UNMATCHED - KEEP AN ACKNOWLEDGMENT THAT ANSWERS    *
043400*                        NOTHING ON THE JOURNAL (THE CALLER     *
043500*                        STAGES THE NOTE IN WS-UNM-NOTE)        *
043700*===============================================================*
043800 3300-NOTE-UNMATCHED.
043900     ADD 1 TO WS-UNMATCH-CNT
044000     IF WS-UNM-CNT NOT < 200
044100         ADD 1 TO WS-SKIP-CNT
044200         GO TO 3300-EXIT
044300     END-IF
044400     ADD 1 TO WS-UNM-CNT
044500     MOVE WS-UNM-CNT   TO UX
044600     MOVE WS-UNM-NOTE  TO WU-NOTE(UX)
044700     MOVE GLA-BATCH-ID TO WU-BATCH-ID(UX)
044800     MOVE GLA-ACCT     TO WU-ACCT(UX)
044900     MOVE GLA-AMOUNT   TO WU-AMOUNT(UX)
045000     MOVE GLA-STATUS   TO WU-STATUS(UX).
045100 3300-EXIT.
045200     EXIT.
045300
045400*===============================================================*
045500*  4000-PRINT-SECTIONS - ACCEPTED, REJECTED, NEVER              *
045600*                        ACKNOWLEDGED, AMOUNT DIFFERENCES, THEN *
045700*                        ACKNOWLEDGMENTS MATCHING NOTHING       *
045800*===============================================================*
045900 4000-PRINT-SECTIONS.
046000     MOVE 1 TO WS-SECTION
046100     PERFORM UNTIL WS-SECTION > 4
046200         PERFORM 4100-PRINT-ACCT-SECTION THRU 4100-EXIT
046300         ADD 1 TO WS-SECTION
046400     END-PERFORM
046500     PERFORM 4500-PRINT-UNMATCHED THRU 4500-EXIT.
046600 4000-EXIT.
046700     EXIT.
046800
046900*===============================================================*
047000*  4100-PRINT-ACCT-SECTION - ONE PASS OF THE ACCOUNT TABLE FOR  *
047100*                            THE SECTION IN WS-SECTION          *
047200*===============================================================*
047300 4100-PRINT-ACCT-SECTION.
047400     EVALUATE WS-SECTION
047500         WHEN 1
047600             MOVE 'ACCOUNTS ACCEPTED BY THE LEDGER'
047700                 TO WS-SECT-TITLE
047800         WHEN 2
047900             MOVE 'ACCOUNTS REJECTED BY THE LEDGER'
048000                 TO WS-SECT-TITLE
048100         WHEN 3
048200             MOVE 'ACCOUNTS SENT BUT NEVER ACKNOWLEDGED'
048300                 TO WS-SECT-TITLE
048400         WHEN 4
048500             MOVE 'ACCEPTED AMOUNT DIFFERS FROM AMOUNT SENT'
048600                 TO WS-SECT-TITLE
048700     END-EVALUATE
048800     MOVE SPACES TO WS-PRINT-LINE
048900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
049000     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
049100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
049200     IF WS-SECTION = 2
049300         MOVE WS-CAPTION-RSN TO WS-PRINT-LINE
049400     ELSE
049500         MOVE WS-CAPTION-AMT TO WS-PRINT-LINE
049600     END-IF
049700     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
049800     MOVE ZERO TO WS-SECT-LINES
049900     MOVE 1 TO AC
050000     PERFORM UNTIL AC > WS-ACCT-CNT
050100         PERFORM 4200-SELECT-ACCOUNT THRU 4200-EXIT
050200         ADD 1 TO AC
050300     END-PERFORM
050400     IF WS-SECT-LINES = ZERO
050500         MOVE '  NONE' TO WS-PRINT-LINE
050600         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
050700     END-IF.
050800 4100-EXIT.
050900     EXIT.
051000
051100*===============================================================*
051200*  4200-SELECT-ACCOUNT - PRINT AND COUNT THE ACCOUNT IF IT      *
051300*                        BELONGS TO THE CURRENT SECTION         *
051400*===============================================================*
051500 4200-SELECT-ACCOUNT.
051600     COMPUTE WS-DIFF = WJ-ACKED(AC) - WJ-SENT(AC)
051700     EVALUATE TRUE
051800         WHEN WS-SECTION = 1 AND WJ-ACCEPTED(AC)
051900                 AND WS-DIFF = ZERO
052000             ADD 1 TO WS-ACCEPT-CNT
052100             ADD WJ-ACKED(AC) TO WS-ACCEPT-NET
052200         WHEN WS-SECTION = 2 AND WJ-REJECTED(AC)
052300             ADD 1 TO WS-REJECT-CNT
052400             ADD WJ-SENT(AC) TO WS-REJECT-NET
052500         WHEN WS-SECTION = 3 AND WJ-NOT-ACKED(AC)
052600             ADD 1 TO WS-NOACK-CNT
052700             ADD WJ-SENT(AC) TO WS-NOACK-NET
052800         WHEN WS-SECTION = 4 AND WJ-ACCEPTED(AC)
052900                 AND WS-DIFF NOT = ZERO
053000             ADD 1 TO WS-DIFF-CNT
053100             ADD WS-DIFF TO WS-DIFF-NET
053200         WHEN OTHER
053300             GO TO 4200-EXIT
053400     END-EVALUATE
053500     ADD 1 TO WS-SECT-LINES
053600     IF WS-SECTION = 2
053700         MOVE WJ-ACCT(AC)     TO WR-ACCT
053800         MOVE WJ-SENT(AC)     TO WR-SENT
053900         MOVE WJ-RSN-CODE(AC) TO WR-RSN-CODE
054000         MOVE WJ-RSN-TEXT(AC) TO WR-RSN-TEXT
054100         MOVE WS-REJECT-LINE  TO WS-PRINT-LINE
054200     ELSE
054300         MOVE WJ-ACCT(AC)     TO WD-ACCT
054400         MOVE WJ-SENT(AC)     TO WD-SENT
054500         MOVE WJ-ACKED(AC)    TO WD-ACKED
054600         MOVE WS-DIFF         TO WD-DIFF
054700         MOVE WS-DETAIL-LINE  TO WS-PRINT-LINE
054800*        NOTHING CAME BACK - LEAVE THE ACKED AND DIFFERENCE
054900*        COLUMNS BLANK RATHER THAN PRINT A ZERO THE LEDGER
055000*        NEVER SENT
055050         IF WS-SECTION = 3
055100             MOVE SPACES TO WS-PRINT-LINE(22:30)
055150         END-IF
055200     END-IF
055300     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
055400 4200-EXIT.
055500     EXIT.
055600
055700*===============================================================*
055800*  4500-PRINT-UNMATCHED - ACKNOWLEDGMENTS THAT ANSWER NOTHING   *
055900*                         ON THE JOURNAL SENT                   *
056000*===============================================================*
056100 4500-PRINT-UNMATCHED.
056200     MOVE SPACES TO WS-PRINT-LINE
056300     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
056400     MOVE 'ACKNOWLEDGMENTS NOT MATCHED TO THE JOURNAL'
056500         TO WS-SECT-TITLE
056600     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
056700     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
056800     MOVE WS-CAPTION-UNM TO WS-PRINT-LINE
056900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
057000     IF WS-UNM-CNT = ZERO
057100         MOVE '  NONE' TO WS-PRINT-LINE
057200         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
057300         GO TO 4500-EXIT
057400     END-IF
057500     MOVE 1 TO UX
057600     PERFORM UNTIL UX > WS-UNM-CNT
057700         MOVE WU-BATCH-ID(UX) TO WN-BATCH-ID
057800         MOVE WU-ACCT(UX)     TO WN-ACCT
057900         MOVE WU-AMOUNT(UX)   TO WN-AMOUNT
058000         MOVE WU-STATUS(UX)   TO WN-STATUS
058100         MOVE WU-NOTE(UX)     TO WN-NOTE
058200         MOVE WS-UNMATCH-LINE TO WS-PRINT-LINE
058300         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
058400         ADD 1 TO UX
058500     END-PERFORM.
058600 4500-EXIT.
058700     EXIT.
058800
058900*===============================================================*
059000*  5000-PRINT-TOTALS - COUNTS AND NETS PER OUTCOME, THE         *
059100*                      ACKNOWLEDGMENT FILE'S OWN PROOF AND THE  *
059200*                      OPEN-ITEM COUNT                          *
059300*===============================================================*
059400 5000-PRINT-TOTALS.
059500     MOVE SPACES TO WS-PRINT-LINE
059600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
059700     MOVE 'JOURNAL LINES SENT ............:' TO WT-LABEL
059800     MOVE WS-SENT-CNT   TO WT-COUNT
059900     MOVE WS-SENT-NET   TO WT-AMOUNT
060000     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
060100     MOVE 'ACCEPTED AS SENT ..............:' TO WT-LABEL
060200     MOVE WS-ACCEPT-CNT TO WT-COUNT
060300     MOVE WS-ACCEPT-NET TO WT-AMOUNT
060400     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
060500     MOVE 'REJECTED BY THE LEDGER ........:' TO WT-LABEL
060600     MOVE WS-REJECT-CNT TO WT-COUNT
060700     MOVE WS-REJECT-NET TO WT-AMOUNT
060800     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
060900     MOVE 'NEVER ACKNOWLEDGED ............:' TO WT-LABEL
061000     MOVE WS-NOACK-CNT  TO WT-COUNT
061100     MOVE WS-NOACK-NET  TO WT-AMOUNT
061200     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
061300     MOVE 'ACCEPTED WITH A DIFFERENCE ....:' TO WT-LABEL
061400     MOVE WS-DIFF-CNT   TO WT-COUNT
061500     MOVE WS-DIFF-NET   TO WT-AMOUNT
061600     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
061700     MOVE 'ACKNOWLEDGMENTS READ ..........:' TO WT-LABEL
061800     MOVE WS-ACK-IN     TO WT-COUNT
061900     MOVE ZERO          TO WT-AMOUNT
062000     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
062100     MOVE 'NOT MATCHED TO THE JOURNAL ....:' TO WT-LABEL
062200     MOVE WS-UNMATCH-CNT TO WT-COUNT
062300     MOVE ZERO          TO WT-AMOUNT
062400     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
062500     IF WS-DUP-CNT > 0
062600         MOVE 'ANSWERED TWICE (LATER ANSWER KEPT)'
062700             TO WT-LABEL
062800         MOVE WS-DUP-CNT TO WT-COUNT
062900         MOVE ZERO       TO WT-AMOUNT
063000         PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
063100     END-IF
063200     IF ACK-TRAILER-OUT
063300         MOVE 'ACKNOWLEDGMENT FILE TRAILER DOES NOT MATCH'
063400             TO WS-PRINT-LINE
063500         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
063600     END-IF
063700     IF WS-SKIP-CNT > 0
063800         MOVE 'TABLE OVERFLOWED - RECONCILIATION INCOMPLETE'
063900             TO WS-PRINT-LINE
064000         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
064100     END-IF
064200     COMPUTE WS-OPEN-CNT = WS-REJECT-CNT + WS-NOACK-CNT
064300         + WS-DIFF-CNT + WS-UNMATCH-CNT + WS-SKIP-CNT
064400     IF ACK-TRAILER-OUT
064500         ADD 1 TO WS-OPEN-CNT
064600     END-IF
064700     MOVE SPACES TO WS-PRINT-LINE
064800     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
064900     MOVE 'OPEN ITEMS ....................:' TO WT-LABEL
065000     MOVE WS-OPEN-CNT   TO WT-COUNT
065100     MOVE ZERO          TO WT-AMOUNT
065200     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
065300 5000-EXIT.
065400     EXIT.
065500
065600*===============================================================*
065700*  5100-WRITE-TOTAL                                             *
065800*===============================================================*
065900 5100-WRITE-TOTAL.
066000     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
066100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
066200 5100-EXIT.
066300     EXIT.
066400
066500*===============================================================*
066600*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
066700*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
066800*                        STAGED IN WS-PRINT-LINE                 *
066900*===============================================================*
067000 8000-WRITE-REPT-LINE.
067100     IF WS-LINE-CNT > WS-PAGE-MAX
067200         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
067300     END-IF
067400     WRITE REPT-REC FROM WS-PRINT-LINE
067500     ADD 1 TO WS-LINE-CNT.
067600 8000-EXIT.
067700     EXIT.
067800
067900*===============================================================*
068000*  8100-PRINT-HEADINGS                                          *
068100*===============================================================*
068200 8100-PRINT-HEADINGS.
068300     ADD 1 TO WS-PAGE-CNT
068400     MOVE WS-TODAY         TO WH-DATE
068500     MOVE WS-RUN-TIME(1:6) TO WH-TIME
068600     MOVE WS-PAGE-CNT      TO WH-PAGE
068700     MOVE WS-SENT-BATCH    TO WH-BATCH-ID
068800     WRITE REPT-REC FROM WS-HEADING-1
068900     WRITE REPT-REC FROM WS-HEADING-2
069000     MOVE SPACES TO REPT-REC
069100     WRITE REPT-REC
069200     MOVE 3 TO WS-LINE-CNT.
069300 8100-EXIT.
069400     EXIT.
069500
069600*===============================================================*
069700*  9000-TERMINATE - CLOSE FILES                                 *
069800*===============================================================*
069900 9000-TERMINATE.
070000     CLOSE GLJ-FILE
070100           ACK-FILE
070200           REPT-FILE.
070300 9000-EXIT.
070400     EXIT.
070500
070600*===============================================================*
070700*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 EVERY ACCOUNT     *
070800*                         ACCEPTED AS SENT, 4 WHILE ANY ITEM    *
070900*                         IS OPEN, 12 NO JOURNAL TO RECONCILE   *
071000*===============================================================*
071100 9900-SET-RETURN-CODE.
071200     MOVE 0 TO RETURN-CODE
071300     IF WS-OPEN-CNT > 0
071400         MOVE 4 TO RETURN-CODE
071500     END-IF
071600     IF WS-SENT-CNT = 0
071700         MOVE 12 TO RETURN-CODE
071800     END-IF.
071900 9900-EXIT.
072000     EXIT.
