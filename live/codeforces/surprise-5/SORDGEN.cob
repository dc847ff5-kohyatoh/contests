000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SORDGEN.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL STANDING-ORDER GENERATOR. WALKS    *
001100*                   THE RECURRING-POSTING MASTER (SEE           *
001200*                   COPY/SORDREC.CPY) AND WRITES EVERY          *
001300*                   OCCURRENCE DUE ON OR BEFORE THE BUSINESS    *
001400*                   DATE AND NOT YET GENERATED AS A DETAIL ON   *
001500*                   A TRANIN DECK FOR A.COB, SEQUENCED BY       *
001600*                   ACCOUNT, UNDER ITS OWN BATCH HEADER AND     *
001700*                   COUNT/HASH TRAILER. OCCURRENCE DATES COME   *
001800*                   FROM THE SHARED DATERTN SUBROUTINE (DAY,    *
001900*                   WEEK OR CALENDAR-MONTH STEPS, MOVED OFF     *
002000*                   WEEKENDS AND HOLFILE HOLIDAYS BY EACH       *
002100*                   ORDER'S HOLIDAY RULE). THE DECK'S BATCH ID  *
002200*                   IS 'SO' PLUS THE BUSINESS DATE'S YYMMDD, SO *
002300*                   EVERY POSTING A GENERATION RUN MAKES        *
002400*                   CARRIES IT ON THE POSTED MASTER AND A BAD   *
002500*                   RUN BACKS OUT AS A UNIT THROUGH THE BACKOUT *
002600*                   UTILITY. TRANSACTION IDS ARE TAKEN ABOVE    *
002700*                   THE POSTED MASTER'S HIGHEST. THE MASTER'S   *
002800*                   GENERATED COUNTS ARE ONLY ADVANCED AFTER    *
002900*                   THE DECK IS WRITTEN AND CLOSED, AND A RERUN *
003000*                   FOR THE SAME DATE FINDS NOTHING LEFT TO     *
003100*                   GENERATE. THE REGISTER LISTS EVERY POSTING  *
003200*                   GENERATED AND EVERY ORDER ENDED OR SKIPPED. *
003210*  2026-10-15 BSU   GENERATED TRANSACTION IDS NOW CARRY A VALID *
003220*                   CHECK DIGIT (CKDGRTN, SEE                   *
003230*                   COPY/CKDGPARM.CPY) - EACH IS THE NEXT VALID *
003240*                   ID, NOT JUST THE NEXT NUMBER - AND START    *
003250*                   ABOVE THE HIGHEST ID ON THE ID-BLOCK        *
003260*                   REGISTER (SEE COPY/IDBREC.CPY) AS WELL AS   *
003270*                   THE POSTED MASTER'S, SO THE DECK NEVER USES *
003280*                   AN ID IDISSUE HAS HANDED TO A DEPARTMENT.   *
003300*===============================================================*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SORD-FILE   ASSIGN TO "SORDMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE  IS DYNAMIC
004300         RECORD KEY   IS SOR-ID
004400         FILE STATUS  IS WS-SORD-STATUS.
004500     SELECT POST-FILE   ASSIGN TO "POSTMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE  IS SEQUENTIAL
004800         RECORD KEY   IS POST-ID
004900         FILE STATUS  IS WS-POST-STATUS.
004950     SELECT OPTIONAL IDB-FILE ASSIGN TO "IDBLKREG"
004960         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT DECK-FILE   ASSIGN TO "SORDOUT"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT REPT-FILE   ASSIGN TO "SORDGRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  SORD-FILE.
005800 COPY SORDREC.
005900
006000 FD  POST-FILE.
006100 COPY POSTREC.
006150
006160 FD  IDB-FILE
006170     RECORDING MODE IS F.
006180 COPY IDBREC.
006200
006300 FD  DECK-FILE
006400     RECORDING MODE IS F.
006500 01  DECK-REC               PIC X(80).
006600
006700 FD  REPT-FILE
006800     RECORDING MODE IS F.
006900 01  REPT-REC               PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200 01  WS-SORD-STATUS         PIC X(02)   VALUE SPACES.
007300 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
007400 01  WS-SWITCHES.
007500     05  WS-SORD-EOF-SW     PIC X(01)   VALUE 'N'.
007600         88  SORD-EOF                   VALUE 'Y'.
007700     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
007800         88  POST-EOF                   VALUE 'Y'.
007850     05  WS-IDB-EOF-SW      PIC X(01)   VALUE 'N'.
007860         88  IDB-EOF                    VALUE 'Y'.
007900     05  WS-ORDER-SW        PIC X(01)   VALUE 'N'.
008000         88  ORDER-DONE                 VALUE 'Y'.
008100         88  ORDER-NOT-DONE             VALUE 'N'.
008200     05  WS-OVFL-SW         PIC X(01)   VALUE 'N'.
008300         88  GEN-TABLE-FULL             VALUE 'Y'.
008400
008500 01  WS-COUNTERS.
008600     05  WS-ORDERS-IN       PIC 9(06)   COMP    VALUE ZERO.
008700     05  WS-ACTIVE-CNT      PIC 9(06)   COMP    VALUE ZERO.
008800     05  WS-HELD-CNT        PIC 9(06)   COMP    VALUE ZERO.
008900     05  WS-ENDED-CNT       PIC 9(06)   COMP    VALUE ZERO.
009000     05  WS-SKIP-CNT        PIC 9(06)   COMP    VALUE ZERO.
009100     05  WS-LATE-CNT        PIC 9(06)   COMP    VALUE ZERO.
009200     05  WS-POST-IN         PIC 9(06)   COMP    VALUE ZERO.
009300
009400 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
009500 01  WS-RUN-DATE            PIC 9(06)   VALUE ZEROES.
009600 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
009700
009800*---------------------------------------------------------------*
009900*  OCCURRENCE DATE WORK FIELDS                                   *
010000*---------------------------------------------------------------*
010100 01  WS-OCC-FIELDS.
010200     05  WS-OCC-NO          PIC 9(04)   VALUE ZERO.
010300     05  WS-STEPS           PIC S9(10)  VALUE ZERO.
010400     05  WS-SCHED-DATE      PIC 9(08)   VALUE ZERO.
010500     05  WS-DUE-DATE        PIC 9(08)   VALUE ZERO.
010600     05  WS-NEW-COUNT       PIC 9(04)   VALUE ZERO.
010700     05  WS-NEW-LAST        PIC 9(08)   VALUE ZERO.
010800     05  WS-NEW-STATUS      PIC X(01)   VALUE SPACE.
010900 01  WS-START-YMD           PIC 9(08)   VALUE ZERO.
011000 01  WS-START-YMD-R REDEFINES WS-START-YMD.
011100     05  WS-START-YYYY      PIC 9(04).
011200     05  WS-START-MM        PIC 9(02).
011300     05  WS-START-DD        PIC 9(02).
011400
011500*---------------------------------------------------------------*
011600*  TRANSACTION ID ALLOCATION - ABOVE THE POSTED MASTER'S AND    *
011650*  THE ID-BLOCK REGISTER'S HIGHEST                               *
011700*---------------------------------------------------------------*
011800 01  WS-MAX-ID              PIC 9(06)   VALUE ZEROES.
011900 01  WS-NEXT-ID             PIC 9(06)   VALUE ZEROES.
012000 01  WS-FIRST-ID            PIC 9(06)   VALUE ZEROES.
012100
012200*---------------------------------------------------------------*
012300*  GENERATED POSTINGS, HELD IN ACCOUNT SEQUENCE UNTIL THE SCAN   *
012400*  IS COMPLETE                                                   *
012500*---------------------------------------------------------------*
012600 01  WS-GEN-CNT             PIC 9(04)   COMP    VALUE ZERO.
012700 01  WS-GEN-TABLE.
012800     05  WS-GEN-ENTRY       OCCURS 2000.
012900         10  WG-ACCT        PIC X(04).
013000         10  WG-ORDER       PIC X(06).
013100         10  WG-OP          PIC X(01).
013200         10  WG-AMOUNT      PIC S9(10).
013300         10  WG-OPERAND-2   PIC S9(10).
013400         10  WG-OCC         PIC 9(04).
013500         10  WG-DUE         PIC 9(08).
013600 01  GX                     PIC 9(04)   COMP    VALUE ZERO.
013700 01  GY                     PIC 9(04)   COMP    VALUE ZERO.
013800
013900*---------------------------------------------------------------*
014000*  MASTER UPDATES, APPLIED ONLY AFTER THE DECK IS CLOSED         *
014100*---------------------------------------------------------------*
014200 01  WS-UPD-CNT             PIC 9(04)   COMP    VALUE ZERO.
014300 01  WS-UPD-TABLE.
014400     05  WS-UPD-ENTRY       OCCURS 2000.
014500         10  WU-ID          PIC X(06).
014600         10  WU-COUNT       PIC 9(04).
014700         10  WU-LAST        PIC 9(08).
014800         10  WU-STATUS      PIC X(01).
014900 01  UX                     PIC 9(04)   COMP    VALUE ZERO.
015000
015100*---------------------------------------------------------------*
015200*  BATCH CONTROL FIELDS FOR THE GENERATED DECK'S OWN HEADER AND  *
015300*  TRAILER - HASH KEY IS THE TRANSACTION ID, AS FOR ANY TRANIN   *
015400*---------------------------------------------------------------*
015500 01  WS-BATCH-FIELDS.
015600     05  WS-BATCH-ID        PIC X(08)   VALUE SPACES.
015700     05  WS-KEY-VALUE       PIC 9(10)   VALUE ZERO.
015800     05  WS-HASH-OUT        PIC 9(10)   VALUE ZERO.
015900     05  WS-HASH-WORK       PIC 9(11)   VALUE ZERO.
016000     05  WS-HASH-QUOT       PIC 9(02)   VALUE ZERO.
016100 COPY BATCHCTL.
016200
016300*---------------------------------------------------------------*
016400*  TRANIN DETAIL RECORD AS A.COB READS IT                        *
016500*---------------------------------------------------------------*
016600 01  WS-DECK-DETAIL.
016700     05  WK-TRANS-ID        PIC 9(06).
016800     05  WK-OP              PIC X(01).
016900     05  WK-A               PIC S9(10) SIGN LEADING SEPARATE.
017000     05  WK-B               PIC S9(10) SIGN LEADING SEPARATE.
017100     05  WK-ACCT            PIC X(04).
017200     05  FILLER             PIC X(47)   VALUE SPACES.
017300
017400*---------------------------------------------------------------*
017500*  REPORT CONTROL AND HEADINGS                                   *
017600*---------------------------------------------------------------*
017700 01  WS-REPORT-CONTROLS.
017800     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
017900     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
018000     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
018100 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
018200
018300 01  WS-HEADING-1.
018400     05  FILLER             PIC X(26)   VALUE
018500         'STANDING-ORDER REGISTER'.
018600     05  FILLER             PIC X(06)   VALUE 'BDATE'.
018700     05  WH-DATE            PIC 9(08).
018800     05  FILLER             PIC X(07)   VALUE '  TIME '.
018900     05  WH-TIME            PIC 9(06).
019000     05  FILLER             PIC X(07)   VALUE '  PAGE '.
019100     05  WH-PAGE            PIC ZZZZ9.
019200     05  FILLER             PIC X(15)   VALUE SPACES.
019300
019400 01  WS-HEADING-2.
019500     05  FILLER             PIC X(24)   VALUE
019600         'TRANS  ORDER   ACCT OP  '.
019700     05  FILLER             PIC X(26)   VALUE
019800         '  OPERAND-1    OPERAND-2 '.
019900     05  FILLER             PIC X(30)   VALUE
020000         '  OCC  DUE DATE  NOTE'.
020100
020200*---------------------------------------------------------------*
020300*  REGISTER LINES                                                *
020400*---------------------------------------------------------------*
020500 01  WS-DETAIL-LINE.
020600     05  WD-TRANS-ID        PIC 9(06).
020700     05  FILLER             PIC X(01)   VALUE SPACES.
020800     05  WD-ORDER           PIC X(06).
020900     05  FILLER             PIC X(02)   VALUE SPACES.
021000     05  WD-ACCT            PIC X(04).
021100     05  FILLER             PIC X(02)   VALUE SPACES.
021200     05  WD-OP              PIC X(01).
021300     05  FILLER             PIC X(01)   VALUE SPACES.
021400     05  WD-AMOUNT          PIC -(10)9.
021500     05  FILLER             PIC X(02)   VALUE SPACES.
021600     05  WD-OPERAND-2       PIC -(10)9.
021700     05  FILLER             PIC X(02)   VALUE SPACES.
021800     05  WD-OCC             PIC ZZZ9.
021900     05  FILLER             PIC X(02)   VALUE SPACES.
022000     05  WD-DUE             PIC 9(08).
022100     05  FILLER             PIC X(02)   VALUE SPACES.
022200     05  WD-NOTE            PIC X(04).
022300     05  FILLER             PIC X(11)   VALUE SPACES.
022400
022500 01  WS-EVENT-LINE.
022600     05  FILLER             PIC X(06)   VALUE 'ORDER '.
022700     05  WE-ORDER           PIC X(06).
022800     05  FILLER             PIC X(02)   VALUE SPACES.
022900     05  WE-ACCT            PIC X(04).
023000     05  FILLER             PIC X(02)   VALUE SPACES.
023100     05  WE-TEXT            PIC X(50).
023200     05  FILLER             PIC X(10)   VALUE SPACES.
023300
023400 01  WS-BATCH-LINE.
023500     05  FILLER             PIC X(14)   VALUE 'DECK BATCH ID '.
023600     05  WB-BATCH-ID        PIC X(08).
023700     05  FILLER             PIC X(18)   VALUE
023800         '   TRANS IDS FROM '.
023900     05  WB-FIRST-ID        PIC 9(06).
024000     05  FILLER             PIC X(04)   VALUE ' TO '.
024100     05  WB-LAST-ID         PIC 9(06).
024200     05  FILLER             PIC X(24)   VALUE SPACES.
024300
024400 01  WS-TOTALS-LINE.
024500     05  FILLER             PIC X(20)   VALUE
024600         'ORDERS READ .....: '.
024700     05  WT-ORDERS-IN       PIC ZZZ,ZZ9.
024800     05  FILLER             PIC X(13)   VALUE SPACES.
024900     05  FILLER             PIC X(20)   VALUE
025000         'ACTIVE ..........: '.
025100     05  WT-ACTIVE-CNT      PIC ZZZ,ZZ9.
025200     05  FILLER             PIC X(13)   VALUE SPACES.
025300
025400 01  WS-TOTALS-LINE-2.
025500     05  FILLER             PIC X(20)   VALUE
025600         'POSTINGS WRITTEN .: '.
025700     05  WT-GEN-CNT         PIC ZZZ,ZZ9.
025800     05  FILLER             PIC X(13)   VALUE SPACES.
025900     05  FILLER             PIC X(20)   VALUE
026000         'OF WHICH LATE ...: '.
026100     05  WT-LATE-CNT        PIC ZZZ,ZZ9.
026200     05  FILLER             PIC X(13)   VALUE SPACES.
026300
026400 01  WS-TOTALS-LINE-3.
026500     05  FILLER             PIC X(20)   VALUE
026600         'ORDERS ENDED ....: '.
026700     05  WT-ENDED-CNT       PIC ZZZ,ZZ9.
026800     05  FILLER             PIC X(13)   VALUE SPACES.
026900     05  FILLER             PIC X(20)   VALUE
027000         'ORDERS SKIPPED ..: '.
027100     05  WT-SKIP-CNT        PIC ZZZ,ZZ9.
027200     05  FILLER             PIC X(13)   VALUE SPACES.
027300
027400*---------------------------------------------------------------*
027500*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES                *
027600*---------------------------------------------------------------*
027700 COPY DATEPARM.
027800 COPY AUDITPARM.
027900 COPY BUSDPARM.
027950 COPY CKDGPARM.
028000 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
028100
028200 PROCEDURE DIVISION.
028300*===============================================================*
028400*  0000-MAINLINE                                                *
028500*===============================================================*
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
028800     PERFORM 2000-SCAN-ORDERS     THRU 2000-EXIT
028900     PERFORM 3000-WRITE-DECK      THRU 3000-EXIT
029000     PERFORM 4000-UPDATE-MASTER   THRU 4000-EXIT
029100     PERFORM 9000-TERMINATE       THRU 9000-EXIT
029200     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
029300     STOP RUN.
029400
029500*===============================================================*
029600*  1000-INITIALIZE - DATE THE RUN, NAME THE DECK'S BATCH AND    *
029700*                    FIND THE HIGHEST ID ALREADY IN USE         *
029800*===============================================================*
029900 1000-INITIALIZE.
030000     ACCEPT WS-RUN-DATE FROM DATE
030100     ACCEPT WS-RUN-TIME FROM TIME
030200     CALL 'BUSDATE' USING BUSD-PARM
030300     MOVE BUSD-DATE TO WS-TODAY
030400     MOVE 'SO'          TO WS-BATCH-ID(1:2)
030500     MOVE WS-TODAY(3:6) TO WS-BATCH-ID(3:6)
030600     OPEN OUTPUT REPT-FILE
030700     OPEN I-O SORD-FILE
030800     IF WS-SORD-STATUS = '35'
030900         SET SORD-EOF TO TRUE
031000         DISPLAY 'SORDGEN: STANDING-ORDER MASTER NOT FOUND - '
031100             'NOTHING TO GENERATE'
031200     END-IF
031300     PERFORM 1100-FIND-HIGH-ID THRU 1100-EXIT
031350     PERFORM 1200-FIND-ISSUED-HIGH THRU 1200-EXIT.
031400 1000-EXIT.
031500     EXIT.
031600
031700*===============================================================*
031800*  1100-FIND-HIGH-ID - THE MASTER IS IN POST-ID ORDER, SO THE   *
031900*                      LAST KEY READ IS THE HIGHEST             *
032000*===============================================================*
032100 1100-FIND-HIGH-ID.
032200     OPEN INPUT POST-FILE
032300     IF WS-POST-STATUS = '35'
032400         DISPLAY 'SORDGEN: POSTED MASTER NOT FOUND - IDS '
032500             'START FROM 000001'
032600         GO TO 1100-EXIT
032700     END-IF
032800     PERFORM 1150-READ-POST THRU 1150-EXIT
032900     PERFORM UNTIL POST-EOF
033000         IF POST-ID > WS-MAX-ID
033100             MOVE POST-ID TO WS-MAX-ID
033200         END-IF
033300         PERFORM 1150-READ-POST THRU 1150-EXIT
033400     END-PERFORM
033500     CLOSE POST-FILE.
033600 1100-EXIT.
033700     EXIT.
033800
033900*===============================================================*
034000*  1150-READ-POST                                               *
034100*===============================================================*
034200 1150-READ-POST.
034300     READ POST-FILE NEXT
034400         AT END
034500             SET POST-EOF TO TRUE
034600             GO TO 1150-EXIT
034700     END-READ
034800     ADD 1 TO WS-POST-IN.
034900 1150-EXIT.
035000     EXIT.
035003
035006*===============================================================*
035009*  1200-FIND-ISSUED-HIGH - RAISE WS-MAX-ID TO THE HIGHEST ID    *
035012*                          IDISSUE HAS HANDED OUT; NO REGISTER  *
035015*                          MEANS NONE HAS BEEN                  *
035018*===============================================================*
035021 1200-FIND-ISSUED-HIGH.
035024     OPEN INPUT IDB-FILE
035027     PERFORM 1250-READ-IDB THRU 1250-EXIT
035030     PERFORM UNTIL IDB-EOF
035033         IF IDB-LAST-ID IS NUMERIC
035036                 AND IDB-LAST-ID > WS-MAX-ID
035039             MOVE IDB-LAST-ID TO WS-MAX-ID
035042         END-IF
035045         PERFORM 1250-READ-IDB THRU 1250-EXIT
035048     END-PERFORM
035051     CLOSE IDB-FILE.
035054 1200-EXIT.
035057     EXIT.
035060
035063*===============================================================*
035066*  1250-READ-IDB                                                *
035069*===============================================================*
035072 1250-READ-IDB.
035075     READ IDB-FILE
035078         AT END
035081             SET IDB-EOF TO TRUE
035084             GO TO 1250-EXIT
035087     END-READ.
035090 1250-EXIT.
035093     EXIT.
035100
035200*===============================================================*
035300*  2000-SCAN-ORDERS - ONE PASS OVER THE STANDING-ORDER MASTER   *
035400*===============================================================*
035500 2000-SCAN-ORDERS.
035600     IF SORD-EOF
035700         GO TO 2000-EXIT
035800     END-IF
035900     PERFORM 2100-READ-ORDER THRU 2100-EXIT
036000     PERFORM UNTIL SORD-EOF OR GEN-TABLE-FULL
036100         PERFORM 2200-PROCESS-ORDER THRU 2200-EXIT
036200         PERFORM 2100-READ-ORDER THRU 2100-EXIT
036300     END-PERFORM.
036400 2000-EXIT.
036500     EXIT.
036600
036700*===============================================================*
036800*  2100-READ-ORDER                                              *
036900*===============================================================*
037000 2100-READ-ORDER.
037100     READ SORD-FILE NEXT
037200         AT END
037300             SET SORD-EOF TO TRUE
037400             GO TO 2100-EXIT
037500     END-READ
037600     ADD 1 TO WS-ORDERS-IN.
037700 2100-EXIT.
037800     EXIT.
037900
038000*===============================================================*
038100*  2200-PROCESS-ORDER - GENERATE EACH OCCURRENCE OF AN ACTIVE   *
038200*                       ORDER THAT IS NOW DUE, STOPPING AT THE  *
038300*                       FIRST ONE STILL IN THE FUTURE OR WHEN   *
038400*                       THE ORDER RUNS OUT                      *
038500*===============================================================*
038600 2200-PROCESS-ORDER.
038700     IF SOR-HELD
038800         ADD 1 TO WS-HELD-CNT
038900         GO TO 2200-EXIT
039000     END-IF
039100     IF NOT SOR-ACTIVE
039200         GO TO 2200-EXIT
039300     END-IF
039400     ADD 1 TO WS-ACTIVE-CNT
039500     IF SOR-START-DATE IS NOT NUMERIC
039600             OR (NOT SOR-FREQ-DAYS AND NOT SOR-FREQ-WEEKS
039700                                   AND NOT SOR-FREQ-MONTHS)
039800             OR SOR-FREQ-INTERVAL IS NOT NUMERIC
039900             OR SOR-FREQ-INTERVAL = ZERO
040000         ADD 1 TO WS-SKIP-CNT
040100         MOVE 'SCHEDULE ON THE MASTER NOT VALID - SKIPPED'
040200                              TO WE-TEXT
040300         PERFORM 2800-WRITE-EVENT THRU 2800-EXIT
040400         GO TO 2200-EXIT
040500     END-IF
040600     MOVE SOR-GEN-COUNT TO WS-NEW-COUNT
040700     MOVE SOR-LAST-DATE TO WS-NEW-LAST
040800     MOVE SOR-STATUS    TO WS-NEW-STATUS
040900     SET ORDER-NOT-DONE TO TRUE
041000     PERFORM UNTIL ORDER-DONE
041100         COMPUTE WS-OCC-NO = WS-NEW-COUNT + 1
041200         IF SOR-MAX-OCC > ZERO AND WS-OCC-NO > SOR-MAX-OCC
041300             MOVE 'E' TO WS-NEW-STATUS
041400             MOVE 'ENDED - OCCURRENCE LIMIT REACHED' TO WE-TEXT
041500             SET ORDER-DONE TO TRUE
041600         ELSE
041700             PERFORM 2300-COMPUTE-OCCURRENCE THRU 2300-EXIT
041800             IF SOR-END-DATE > ZERO
041900                     AND WS-SCHED-DATE > SOR-END-DATE
042000                 MOVE 'E' TO WS-NEW-STATUS
042100                 MOVE 'ENDED - PAST THE END DATE' TO WE-TEXT
042200                 SET ORDER-DONE TO TRUE
042300             ELSE
042400                 IF WS-DUE-DATE > WS-TODAY
042500                     SET ORDER-DONE TO TRUE
042600                 ELSE
042700                     PERFORM 2400-ADD-POSTING THRU 2400-EXIT
042800                     IF GEN-TABLE-FULL
042900                         SET ORDER-DONE TO TRUE
043000                     ELSE
043100                         MOVE WS-OCC-NO   TO WS-NEW-COUNT
043200                         MOVE WS-DUE-DATE TO WS-NEW-LAST
043300                     END-IF
043400                 END-IF
043500             END-IF
043600         END-IF
043700     END-PERFORM
043800     IF WS-NEW-STATUS = 'E'
043900         ADD 1 TO WS-ENDED-CNT
044000         PERFORM 2800-WRITE-EVENT THRU 2800-EXIT
044100     END-IF
044200     IF WS-NEW-COUNT NOT = SOR-GEN-COUNT
044300             OR WS-NEW-STATUS NOT = SOR-STATUS
044400         PERFORM 2500-NOTE-UPDATE THRU 2500-EXIT
044500     END-IF.
044600 2200-EXIT.
044700     EXIT.
044800
044900*===============================================================*
045000*  2300-COMPUTE-OCCURRENCE - SCHEDULED DATE OF OCCURRENCE       *
045100*                            WS-OCC-NO (START PLUS N - 1        *
045200*                            INTERVALS), THEN THE DUE DATE      *
045300*                            AFTER THE ORDER'S HOLIDAY RULE     *
045400*===============================================================*
045500 2300-COMPUTE-OCCURRENCE.
045600     MOVE SOR-START-DATE TO WS-START-YMD
045700     COMPUTE WS-STEPS = (WS-OCC-NO - 1) * SOR-FREQ-INTERVAL
045800     IF SOR-FREQ-WEEKS
045900         COMPUTE WS-STEPS = WS-STEPS * 7
046000     END-IF
046100     IF SOR-FREQ-MONTHS
046200         MOVE 'M' TO DATE-FUNCTION
046300     ELSE
046400         MOVE 'A' TO DATE-FUNCTION
046500     END-IF
046600     MOVE WS-START-DD   TO DATE-IN-DD
046700     MOVE WS-START-MM   TO DATE-IN-MM
046800     MOVE WS-START-YYYY TO DATE-IN-YYYY
046900     MOVE WS-STEPS      TO DATE-OFFSET
047000     MOVE SPACE         TO DATE-ADJ-FLAG
047100     CALL 'DATERTN' USING DATE-PARM
047200     COMPUTE WS-SCHED-DATE = (DATE-OUT-YYYY * 10000)
047300         + (DATE-OUT-MM * 100) + DATE-OUT-DD
047400     MOVE WS-SCHED-DATE TO WS-DUE-DATE
047500     IF SOR-HOL-NEXT OR SOR-HOL-PREV
047600         MOVE SOR-HOL-RULE TO DATE-ADJ-FLAG
047700         CALL 'DATERTN' USING DATE-PARM
047800         COMPUTE WS-DUE-DATE = (DATE-OUT-YYYY * 10000)
047900             + (DATE-OUT-MM * 100) + DATE-OUT-DD
048000     END-IF.
048100 2300-EXIT.
048200     EXIT.
048300
048400*===============================================================*
048500*  2400-ADD-POSTING - SLOT THE OCCURRENCE INTO THE GENERATED    *
048600*                     TABLE BEHIND ANY ENTRY FOR THE SAME OR A  *
048700*                     LOWER ACCOUNT, SO THE DECK COMES OUT IN   *
048800*                     ACCOUNT SEQUENCE                          *
048900*===============================================================*
049000 2400-ADD-POSTING.
049100     IF WS-GEN-CNT NOT < 2000
049200             OR WS-MAX-ID + WS-GEN-CNT * 20 NOT < 999999
049300         SET GEN-TABLE-FULL TO TRUE
049400         DISPLAY 'SORDGEN: GENERATION TABLE OR ID RANGE FULL - '
049500             'REMAINING ORDERS LEFT FOR THE NEXT RUN'
049600         GO TO 2400-EXIT
049700     END-IF
049800     MOVE 1 TO GX
049900     PERFORM UNTIL GX > WS-GEN-CNT
050000             OR WG-ACCT(GX) > SOR-ACCT
050100         ADD 1 TO GX
050200     END-PERFORM
050300     MOVE WS-GEN-CNT TO GY
050400     PERFORM UNTIL GY < GX
050500         MOVE WS-GEN-ENTRY(GY) TO WS-GEN-ENTRY(GY + 1)
050600         SUBTRACT 1 FROM GY
050700     END-PERFORM
050800     ADD 1 TO WS-GEN-CNT
050900     MOVE SOR-ACCT      TO WG-ACCT(GX)
051000     MOVE SOR-ID        TO WG-ORDER(GX)
051100     MOVE SOR-OP        TO WG-OP(GX)
051200     MOVE SOR-AMOUNT    TO WG-AMOUNT(GX)
051300     MOVE SOR-OPERAND-2 TO WG-OPERAND-2(GX)
051400     MOVE WS-OCC-NO     TO WG-OCC(GX)
051500     MOVE WS-DUE-DATE   TO WG-DUE(GX).
051600 2400-EXIT.
051700     EXIT.
051800
051900*===============================================================*
052000*  2500-NOTE-UPDATE - REMEMBER THE ORDER'S NEW PROGRESS FOR     *
052100*                     4000-UPDATE-MASTER                        *
052200*===============================================================*
052300 2500-NOTE-UPDATE.
052400     IF WS-UPD-CNT NOT < 2000
052500         SET GEN-TABLE-FULL TO TRUE
052600         GO TO 2500-EXIT
052700     END-IF
052800     ADD 1 TO WS-UPD-CNT
052900     MOVE SOR-ID        TO WU-ID(WS-UPD-CNT)
053000     MOVE WS-NEW-COUNT  TO WU-COUNT(WS-UPD-CNT)
053100     MOVE WS-NEW-LAST   TO WU-LAST(WS-UPD-CNT)
053200     MOVE WS-NEW-STATUS TO WU-STATUS(WS-UPD-CNT).
053300 2500-EXIT.
053400     EXIT.
053500
053600*===============================================================*
053700*  2800-WRITE-EVENT - AN ORDER ENDED OR SKIPPED; THE TEXT IS    *
053800*                     ALREADY IN WE-TEXT                        *
053900*===============================================================*
054000 2800-WRITE-EVENT.
054100     MOVE SOR-ID   TO WE-ORDER
054200     MOVE SOR-ACCT TO WE-ACCT
054300     MOVE WS-EVENT-LINE TO WS-PRINT-LINE
054400     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
054500 2800-EXIT.
054600     EXIT.
054700
054800*===============================================================*
054900*  3000-WRITE-DECK - BATCH HEADER, ONE TRANIN DETAIL PER        *
055000*                    GENERATED POSTING WITH THE NEXT FREE       *
055100*                    TRANSACTION ID, THEN THE COUNT/HASH        *
055200*                    TRAILER. EACH DETAIL GOES ON THE REGISTER. *
055300*===============================================================*
055400 3000-WRITE-DECK.
055500     OPEN OUTPUT DECK-FILE
055600     MOVE 'H'           TO BCR-TYPE
055700     MOVE WS-BATCH-ID   TO BCH-BATCH-ID
055800     MOVE WS-TODAY      TO BCH-CRE-DATE
055900     MOVE SPACES TO DECK-REC
056000     MOVE BATCH-CTL-REC TO DECK-REC(1:17)
056100     WRITE DECK-REC
056200     MOVE WS-MAX-ID TO WS-NEXT-ID
056400     MOVE 1 TO GX
056500     PERFORM UNTIL GX > WS-GEN-CNT
056600         PERFORM 3050-NEXT-ID THRU 3050-EXIT
056650         IF GX = 1
056660             MOVE WS-NEXT-ID TO WS-FIRST-ID
056670         END-IF
056700         MOVE WS-NEXT-ID        TO WK-TRANS-ID
056800         MOVE WG-OP(GX)         TO WK-OP
056900         MOVE WG-AMOUNT(GX)     TO WK-A
057000         MOVE WG-OPERAND-2(GX)  TO WK-B
057100         MOVE WG-ACCT(GX)       TO WK-ACCT
057200         WRITE DECK-REC FROM WS-DECK-DETAIL
057300         MOVE WS-NEXT-ID TO WS-KEY-VALUE
057400         COMPUTE WS-HASH-WORK = WS-HASH-OUT + WS-KEY-VALUE
057500         DIVIDE WS-HASH-WORK BY 10000000000
057600             GIVING WS-HASH-QUOT REMAINDER WS-HASH-OUT
057700         MOVE WS-NEXT-ID        TO WD-TRANS-ID
057800         MOVE WG-ORDER(GX)      TO WD-ORDER
057900         MOVE WG-ACCT(GX)       TO WD-ACCT
058000         MOVE WG-OP(GX)         TO WD-OP
058100         MOVE WG-AMOUNT(GX)     TO WD-AMOUNT
058200         MOVE WG-OPERAND-2(GX)  TO WD-OPERAND-2
058300         MOVE WG-OCC(GX)        TO WD-OCC
058400         MOVE WG-DUE(GX)        TO WD-DUE
058500         MOVE SPACES            TO WD-NOTE
058600         IF WG-DUE(GX) < WS-TODAY
058700             MOVE 'LATE' TO WD-NOTE
058800             ADD 1 TO WS-LATE-CNT
058900         END-IF
059000         MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
059100         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
059200         ADD 1 TO GX
059300     END-PERFORM
059400     MOVE 'T'          TO BCR-TYPE
059500     MOVE WS-GEN-CNT   TO BCT-REC-COUNT
059600     MOVE WS-HASH-OUT  TO BCT-HASH-TOTAL
059700     MOVE SPACES TO DECK-REC
059800     MOVE BATCH-CTL-REC TO DECK-REC(1:17)
059900     WRITE DECK-REC
060000     CLOSE DECK-FILE.
060100 3000-EXIT.
060200     EXIT.
060207
060214*===============================================================*
060221*  3050-NEXT-ID - ADVANCE WS-NEXT-ID TO THE NEXT ID CARRYING A  *
060228*                 VALID CHECK DIGIT                             *
060235*===============================================================*
060242 3050-NEXT-ID.
060249     MOVE 'N'        TO CKDG-FUNCTION
060256     MOVE WS-NEXT-ID TO CKDG-ID
060263     CALL 'CKDGRTN' USING CKDG-PARM
060270     MOVE CKDG-ID    TO WS-NEXT-ID.
060277 3050-EXIT.
060284     EXIT.
060300
060400*===============================================================*
060500*  4000-UPDATE-MASTER - THE DECK IS SAFELY WRITTEN: ADVANCE     *
060600*                       EACH ORDER'S GENERATED COUNT, LAST DUE  *
060700*                       DATE AND STATUS                         *
060800*===============================================================*
060900 4000-UPDATE-MASTER.
061000     IF WS-SORD-STATUS = '35'
061100         GO TO 4000-EXIT
061200     END-IF
061300     MOVE 1 TO UX
061400     PERFORM UNTIL UX > WS-UPD-CNT
061500         MOVE WU-ID(UX) TO SOR-ID
061600         READ SORD-FILE
061700             INVALID KEY
061800                 DISPLAY 'SORDGEN: ORDER ' WU-ID(UX)
061900                     ' VANISHED BEFORE ITS UPDATE'
062000             NOT INVALID KEY
062100                 MOVE WU-COUNT(UX)  TO SOR-GEN-COUNT
062200                 MOVE WU-LAST(UX)   TO SOR-LAST-DATE
062300                 MOVE WU-STATUS(UX) TO SOR-STATUS
062400                 REWRITE SOR-REC
062500                     INVALID KEY
062600                         DISPLAY 'SORDGEN: ORDER ' WU-ID(UX)
062700                             ' REWRITE FAILED'
062800                 END-REWRITE
062900         END-READ
063000         ADD 1 TO UX
063100     END-PERFORM.
063200 4000-EXIT.
063300     EXIT.
063400
063500*===============================================================*
063600*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
063700*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
063800*                        STAGED IN WS-PRINT-LINE                 *
063900*===============================================================*
064000 8000-WRITE-REPT-LINE.
064100     IF WS-LINE-CNT > WS-PAGE-MAX
064200         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
064300     END-IF
064400     WRITE REPT-REC FROM WS-PRINT-LINE
064500     ADD 1 TO WS-LINE-CNT.
064600 8000-EXIT.
064700     EXIT.
064800
064900*===============================================================*
065000*  8100-PRINT-HEADINGS                                          *
065100*===============================================================*
065200 8100-PRINT-HEADINGS.
065300     ADD 1 TO WS-PAGE-CNT
065400     MOVE WS-TODAY         TO WH-DATE
065500     MOVE WS-RUN-TIME(1:6) TO WH-TIME
065600     MOVE WS-PAGE-CNT      TO WH-PAGE
065700     WRITE REPT-REC FROM WS-HEADING-1
065800     WRITE REPT-REC FROM WS-HEADING-2
065900     MOVE SPACES TO REPT-REC
066000     WRITE REPT-REC
066100     MOVE 3 TO WS-LINE-CNT.
066200 8100-EXIT.
066300     EXIT.
066400
066500*===============================================================*
066600*  9000-TERMINATE - WRITE TOTALS, LOG THE RUN, CLOSE FILES      *
066700*===============================================================*
066800 9000-TERMINATE.
066900     MOVE SPACES TO WS-PRINT-LINE
067000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
067100     MOVE WS-BATCH-ID TO WB-BATCH-ID
067200     IF WS-GEN-CNT > ZERO
067300         MOVE WS-FIRST-ID TO WB-FIRST-ID
067400         MOVE WS-NEXT-ID  TO WB-LAST-ID
067500     ELSE
067600         MOVE ZERO TO WB-FIRST-ID
067700         MOVE ZERO TO WB-LAST-ID
067800     END-IF
067900     MOVE WS-BATCH-LINE TO WS-PRINT-LINE
068000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
068100     MOVE WS-ORDERS-IN  TO WT-ORDERS-IN
068200     MOVE WS-ACTIVE-CNT TO WT-ACTIVE-CNT
068300     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
068400     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
068500     MOVE WS-GEN-CNT    TO WT-GEN-CNT
068600     MOVE WS-LATE-CNT   TO WT-LATE-CNT
068700     MOVE WS-TOTALS-LINE-2 TO WS-PRINT-LINE
068800     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
068900     MOVE WS-ENDED-CNT  TO WT-ENDED-CNT
069000     MOVE WS-SKIP-CNT   TO WT-SKIP-CNT
069100     MOVE WS-TOTALS-LINE-3 TO WS-PRINT-LINE
069200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
069300     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
069400     IF WS-SORD-STATUS NOT = '35'
069500         CLOSE SORD-FILE
069600     END-IF
069700     CLOSE REPT-FILE.
069800 9000-EXIT.
069900     EXIT.
070000
070100*===============================================================*
070200*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE:    *
070300*                     POSTINGS WRITTEN PLUS ORDERS SKIPPED IN,  *
070400*                     POSTINGS OUT, ORDERS SKIPPED REJECTED     *
070500*===============================================================*
070600 9500-WRITE-AUDIT.
070700     ACCEPT WS-AUDIT-TIME FROM TIME
070800     MOVE 'SORDGEN'       TO AUDIT-PROGRAM-ID
070900     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
071000     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
071100     COMPUTE AUDIT-RECS-IN = WS-GEN-CNT + WS-SKIP-CNT
071200     MOVE WS-GEN-CNT      TO AUDIT-RECS-OUT
071300     MOVE WS-SKIP-CNT     TO AUDIT-RECS-REJ
071400     MOVE WS-BATCH-ID     TO AUDIT-BATCH-ID
071500     MOVE ZERO            TO AUDIT-DUP-CNT
071600     MOVE WS-RUN-TIME     TO AUDIT-START-TIME
071700     CALL 'AUDITLOG' USING AUDIT-PARM.
071800 9500-EXIT.
071900     EXIT.
072000
072100*===============================================================*
072200*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN AN  *
072300*                         ORDER WAS SKIPPED OR THE TABLE FILLED *
072400*                         (THE REST CARRY TO THE NEXT RUN), 12  *
072500*                         WHEN NOTHING FELL DUE - THE DECK HAS  *
072600*                         NO DETAIL AND NEED NOT BE POSTED      *
072700*===============================================================*
072800 9900-SET-RETURN-CODE.
072900     MOVE 0 TO RETURN-CODE
073000     IF WS-SKIP-CNT > 0 OR GEN-TABLE-FULL
073100         MOVE 4 TO RETURN-CODE
073200     END-IF
073300     IF WS-GEN-CNT = 0
073400         MOVE 12 TO RETURN-CODE
073500     END-IF.
073600 9900-EXIT.
073700     EXIT.
