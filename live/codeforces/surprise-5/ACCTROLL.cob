000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACCTROLL.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-08 BSU   ORIGINAL ACCOUNT HIERARCHY ROLL-UP REPORT.   *
001100*                   NETS EVERY POSTING ON THE POSTED-SUMS        *
001200*                   MASTER BY ACCOUNT, THEN PRINTS THE ACCOUNT   *
001300*                   CODE MASTER AS A TREE OVER ACCT-PARENT       *
001400*                   (SEE COPY/ACCTREC.CPY): EACH ACCOUNT'S OWN   *
001500*                   NET INDENTED UNDER ITS PARENT, A SUBTOTAL    *
001600*                   AFTER EVERY PARENT'S BRANCH, THE NET AT      *
001700*                   EACH LEVEL OF THE HIERARCHY, AND A GRAND     *
001800*                   TOTAL PROVED AGAINST THE MASTER'S OWN        *
001900*                   GRAND NET.  A POSTED ACCOUNT NOT ON THE      *
002000*                   ACCOUNT MASTER, A MISSING PARENT, OR A       *
002100*                   PARENT LOOP IS SHOWN AT THE TOP AND NOTED,   *
002200*                   SO THE GRAND TOTAL STILL TIES.               *
002300*===============================================================*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL ACCT-FILE ASSIGN TO "ACCTMST"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT POST-FILE   ASSIGN TO "POSTMST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE  IS SEQUENTIAL
003500         RECORD KEY   IS POST-ID
003600         FILE STATUS  IS WS-POST-STATUS.
003700     SELECT REPT-FILE   ASSIGN TO "ROLLRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ACCT-FILE
004300     RECORDING MODE IS F.
004400 COPY ACCTREC.
004500
004600 FD  POST-FILE.
004700 COPY POSTREC.
004800
004900 FD  REPT-FILE
005000     RECORDING MODE IS F.
005100 01  REPT-REC               PIC X(80).
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
005500 01  WS-SWITCHES.
005600     05  WS-ACCT-EOF-SW     PIC X(01)   VALUE 'N'.
005700         88  ACCT-EOF                   VALUE 'Y'.
005800     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
005900         88  POST-EOF                   VALUE 'Y'.
006000     05  WS-BALANCE-SW      PIC X(01)   VALUE 'Y'.
006100         88  ALL-IN-BALANCE             VALUE 'Y'.
006200         88  OUT-OF-BALANCE             VALUE 'N'.
006300
006400 01  WS-COUNTERS.
006500     05  WS-ACCT-IN         PIC 9(06)   COMP    VALUE ZERO.
006600     05  WS-POST-IN         PIC 9(06)   COMP    VALUE ZERO.
006700     05  WS-SKIP-CNT        PIC 9(06)   COMP    VALUE ZERO.
006800     05  WS-HIER-ERR        PIC 9(06)   COMP    VALUE ZERO.
006900
007000 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
007100 01  WS-RUN-DATE            PIC 9(06)   VALUE ZEROES.
007200 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
007300
007400*---------------------------------------------------------------*
007500*  THE ACCOUNT MASTER AS A TABLE, WITH EACH ACCOUNT'S PARENT     *
007600*  RESOLVED TO A TABLE INDEX (ZERO AT THE TOP), ITS LEVEL, ITS   *
007700*  OWN NET AND THE NET ROLLED UP FROM EVERYTHING BELOW IT        *
007800*---------------------------------------------------------------*
007900 01  WS-ACCT-CNT            PIC 9(04)   COMP    VALUE ZERO.
008000 01  WS-ACCT-TABLE.
008100     05  WS-ACCT-ENTRY      OCCURS 500.
008200         10  WA-CODE        PIC X(04).
008300         10  WA-DESC        PIC X(30).
008400         10  WA-PARENT      PIC X(04).
008500         10  WA-PX          PIC 9(04)   COMP.
008600         10  WA-LEVEL       PIC 9(04)   COMP.
008700         10  WA-KIDS        PIC 9(04)   COMP.
008800         10  WA-OWN-CNT     PIC 9(06)   COMP.
008900         10  WA-ROLL-CNT    PIC 9(06)   COMP.
009000         10  WA-OWN-NET     PIC S9(14).
009100         10  WA-ROLL-NET    PIC S9(14).
009200         10  WA-NOTE        PIC X(14).
009300
009400*---------------------------------------------------------------*
009500*  NET BY HIERARCHY LEVEL (LEVEL 1 IS THE TOP)                   *
009600*---------------------------------------------------------------*
009700 01  WS-MAX-LEVEL           PIC 9(04)   COMP    VALUE ZERO.
009800 01  WS-LVL-TABLE.
009900     05  WS-LVL-ENTRY       OCCURS 500.
010000         10  WV-ACCTS       PIC 9(04)   COMP.
010100         10  WV-CNT         PIC 9(06)   COMP.
010200         10  WV-NET         PIC S9(14).
010300
010400*---------------------------------------------------------------*
010500*  DEPTH-FIRST WALK OF ONE BRANCH: THE ACCOUNT AT EACH DEPTH     *
010600*  AND THE LAST CHILD OF IT ALREADY PRINTED                      *
010700*---------------------------------------------------------------*
010800 01  SP                     PIC 9(04)   COMP    VALUE ZERO.
010900 01  WS-STACK.
011000     05  WS-STK-ENTRY       OCCURS 500.
011100         10  WS-STK-IX      PIC 9(04)   COMP.
011200         10  WS-STK-SCAN    PIC 9(04)   COMP.
011300
011400 01  WS-WORK-FIELDS.
011500     05  AX                 PIC 9(04)   COMP    VALUE ZERO.
011600     05  AC                 PIC 9(04)   COMP    VALUE ZERO.
011700     05  CX                 PIC 9(04)   COMP    VALUE ZERO.
011800     05  NX                 PIC 9(04)   COMP    VALUE ZERO.
011900     05  UX                 PIC 9(04)   COMP    VALUE ZERO.
012000     05  WS-STEPS           PIC 9(04)   COMP    VALUE ZERO.
012100     05  WS-INDENT          PIC 9(04)   COMP    VALUE ZERO.
012200     05  WS-FIND-CODE       PIC X(04)   VALUE SPACES.
012300     05  WS-POST-NET        PIC S9(14)  VALUE ZERO.
012400     05  WS-LOST-NET        PIC S9(14)  VALUE ZERO.
012500     05  WS-TREE-NET        PIC S9(14)  VALUE ZERO.
012600     05  WS-TREE-CNT        PIC 9(06)   COMP    VALUE ZERO.
012700
012800*---------------------------------------------------------------*
012900*  TREE LINE - ONE PER ACCOUNT AND ONE SUBTOTAL PER PARENT       *
013000*---------------------------------------------------------------*
013100 01  WS-TREE-TEXT           PIC X(38)   VALUE SPACES.
013200 01  WS-NODE-LINE.
013300     05  WN-TREE            PIC X(38).
013400     05  WN-LEVEL           PIC ZZ9.
013500     05  FILLER             PIC X(02)   VALUE SPACES.
013600     05  WN-CNT             PIC ZZZ,ZZ9.
013700     05  FILLER             PIC X(01)   VALUE SPACES.
013800     05  WN-NET             PIC -(13)9.
013900     05  FILLER             PIC X(01)   VALUE SPACES.
014000     05  WN-NOTE            PIC X(14).
014100
014200 01  WS-LEVEL-LINE.
014300     05  FILLER             PIC X(06)   VALUE 'LEVEL '.
014400     05  WV-LEVEL           PIC ZZ9.
014500     05  FILLER             PIC X(11)   VALUE '  ACCOUNTS '.
014600     05  WV-ACCTS-OUT       PIC ZZZ9.
014700     05  FILLER             PIC X(11)   VALUE '  POSTINGS '.
014800     05  WV-CNT-OUT         PIC ZZZ,ZZ9.
014900     05  FILLER             PIC X(06)   VALUE '  NET '.
015000     05  WV-NET-OUT         PIC -(13)9.
015100     05  FILLER             PIC X(18)   VALUE SPACES.
015200
015300 01  WS-PROOF-LINE.
015400     05  WP-LABEL           PIC X(40).
015500     05  WP-AMOUNT          PIC -(13)9.
015600     05  FILLER             PIC X(02)   VALUE SPACES.
015700     05  WP-RESULT          PIC X(16).
015800     05  FILLER             PIC X(08)   VALUE SPACES.
015900
016000 01  WS-TOTALS-LINE.
016100     05  FILLER             PIC X(20)   VALUE
016200         'ACCOUNTS ON FILE .: '.
016300     05  WT-ACCT-IN         PIC ZZZ,ZZ9.
016400     05  FILLER             PIC X(13)   VALUE SPACES.
016500     05  FILLER             PIC X(20)   VALUE
016600         'POSTINGS READ ....: '.
016700     05  WT-POST-IN         PIC ZZZ,ZZ9.
016800     05  FILLER             PIC X(13)   VALUE SPACES.
016900
017000*---------------------------------------------------------------*
017100*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
017200*---------------------------------------------------------------*
017300 01  WS-PRINT-CONTROL.
017400     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
017500     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
017600     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
017700 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
017800
017900 01  WS-HEADING-1.
018000     05  FILLER             PIC X(26)   VALUE
018100         'ACCOUNT HIERARCHY ROLL-UP'.
018200     05  FILLER             PIC X(06)   VALUE 'BDATE'.
018300     05  WH-DATE            PIC 9(08).
018400     05  FILLER             PIC X(07)   VALUE '  TIME '.
018500     05  WH-TIME            PIC 9(06).
018600     05  FILLER             PIC X(07)   VALUE '  PAGE '.
018700     05  WH-PAGE            PIC ZZZZ9.
018800     05  FILLER             PIC X(15)   VALUE SPACES.
018900
019000 01  WS-HEADING-2.
019100     05  FILLER             PIC X(38)   VALUE
019200         'ACCOUNT  DESCRIPTION'.
019300     05  FILLER             PIC X(05)   VALUE 'LVL  '.
019400     05  FILLER             PIC X(08)   VALUE '  COUNT '.
019500     05  FILLER             PIC X(14)   VALUE
019600         '           NET'.
019700     05  FILLER             PIC X(15)   VALUE ' NOTE'.
019800
019900*---------------------------------------------------------------*
020000*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
020100*---------------------------------------------------------------*
020200 COPY BUSDPARM.
020300
020400 PROCEDURE DIVISION.
020500*===============================================================*
020600*  0000-MAINLINE                                                *
020700*===============================================================*
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
021000     PERFORM 2000-LOAD-ACCOUNTS   THRU 2000-EXIT
021100     PERFORM 3000-SCAN-POSTINGS   THRU 3000-EXIT
021200     PERFORM 4000-BUILD-HIERARCHY THRU 4000-EXIT
021300     PERFORM 5000-PRINT-TREE      THRU 5000-EXIT
021400     PERFORM 6000-PRINT-LEVELS    THRU 6000-EXIT
021500     PERFORM 7000-PRINT-PROOF     THRU 7000-EXIT
021600     PERFORM 9000-TERMINATE       THRU 9000-EXIT
021700     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
021800     STOP RUN.
021900
022000*===============================================================*
022100*  1000-INITIALIZE - OPEN FILES AND DATE THE RUN                *
022200*===============================================================*
022300 1000-INITIALIZE.
022400     INITIALIZE WS-LVL-TABLE
022500     OPEN INPUT  ACCT-FILE
022600     OPEN INPUT  POST-FILE
022700     IF WS-POST-STATUS = '35'
022800         SET POST-EOF TO TRUE
022900         DISPLAY 'ACCTROLL: POSTED MASTER NOT FOUND - '
023000             'ROLL-UP WILL BE EMPTY'
023100     END-IF
023200     OPEN OUTPUT REPT-FILE
023300     ACCEPT WS-RUN-DATE FROM DATE
023400     ACCEPT WS-RUN-TIME FROM TIME
023500     CALL 'BUSDATE' USING BUSD-PARM
023600     MOVE BUSD-DATE TO WS-TODAY.
023700 1000-EXIT.
023800     EXIT.
023900
024000*===============================================================*
024100*  2000-LOAD-ACCOUNTS - THE ACCOUNT CODE MASTER INTO THE TABLE  *
024200*===============================================================*
024300 2000-LOAD-ACCOUNTS.
024400     PERFORM 2100-READ-ACCT THRU 2100-EXIT
024500     PERFORM UNTIL ACCT-EOF
024600         IF WS-ACCT-CNT < 500
024700             ADD 1 TO WS-ACCT-CNT
024800             MOVE ACCT-CODE   TO WS-FIND-CODE
024900             MOVE ACCT-DESC   TO WA-DESC(WS-ACCT-CNT)
025000             MOVE ACCT-PARENT TO WA-PARENT(WS-ACCT-CNT)
025100             MOVE SPACES      TO WA-NOTE(WS-ACCT-CNT)
025200             PERFORM 2200-CLEAR-ENTRY THRU 2200-EXIT
025300         ELSE
025400             ADD 1 TO WS-SKIP-CNT
025500             DISPLAY 'ACCTROLL: ACCOUNT TABLE FULL - ENTRY '
025600                 ACCT-CODE ' NOT LOADED'
025700         END-IF
025800         PERFORM 2100-READ-ACCT THRU 2100-EXIT
025900     END-PERFORM
026000     CLOSE ACCT-FILE.
026100 2000-EXIT.
026200     EXIT.
026300
026400*===============================================================*
026500*  2100-READ-ACCT                                               *
026600*===============================================================*
026700 2100-READ-ACCT.
026800     READ ACCT-FILE
026900         AT END
027000             SET ACCT-EOF TO TRUE
027100             GO TO 2100-EXIT
027200     END-READ
027300     ADD 1 TO WS-ACCT-IN.
027400 2100-EXIT.
027500     EXIT.
027600
027700*===============================================================*
027800*  2200-CLEAR-ENTRY - ZERO THE NEWEST TABLE ENTRY'S FIGURES     *
027900*===============================================================*
028000 2200-CLEAR-ENTRY.
028100     MOVE WS-FIND-CODE TO WA-CODE(WS-ACCT-CNT)
028200     MOVE ZERO TO WA-PX(WS-ACCT-CNT)
028300                  WA-LEVEL(WS-ACCT-CNT)
028400                  WA-KIDS(WS-ACCT-CNT)
028500                  WA-OWN-CNT(WS-ACCT-CNT)
028600                  WA-ROLL-CNT(WS-ACCT-CNT)
028700                  WA-OWN-NET(WS-ACCT-CNT)
028800                  WA-ROLL-NET(WS-ACCT-CNT).
028900 2200-EXIT.
029000     EXIT.
029100
029200*===============================================================*
029300*  3000-SCAN-POSTINGS - NET EVERY POSTING ONTO ITS ACCOUNT.  A  *
029400*                       POSTED ACCOUNT THE MASTER DOES NOT      *
029500*                       CARRY IS ADDED AT THE TOP, SO THE       *
029600*                       HIERARCHY STILL ACCOUNTS FOR EVERY      *
029700*                       POSTING                                 *
029800*===============================================================*
029900 3000-SCAN-POSTINGS.
030000     IF POST-EOF
030100         GO TO 3000-EXIT
030200     END-IF
030300     PERFORM 3100-READ-POST THRU 3100-EXIT
030400     PERFORM UNTIL POST-EOF
030500         ADD POST-RESULT TO WS-POST-NET
030600         MOVE POST-ACCT TO WS-FIND-CODE
030700         PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
030800         IF AX = ZERO
030900             IF WS-ACCT-CNT < 500
031000                 ADD 1 TO WS-ACCT-CNT
031100                 MOVE '*** NOT ON ACCOUNT MASTER ***'
031200                                TO WA-DESC(WS-ACCT-CNT)
031300                 MOVE SPACES    TO WA-PARENT(WS-ACCT-CNT)
031400                 MOVE 'NOT ON MASTER' TO WA-NOTE(WS-ACCT-CNT)
031500                 PERFORM 2200-CLEAR-ENTRY THRU 2200-EXIT
031600                 ADD 1 TO WS-HIER-ERR
031700                 MOVE WS-ACCT-CNT TO AX
031800             ELSE
031900                 ADD 1 TO WS-SKIP-CNT
032000                 ADD POST-RESULT TO WS-LOST-NET
032100                 DISPLAY 'ACCTROLL: ACCOUNT TABLE FULL - POSTING '
032200                     POST-ID ' NOT ROLLED'
032300             END-IF
032400         END-IF
032500         IF AX > ZERO
032600             ADD 1           TO WA-OWN-CNT(AX)
032700             ADD POST-RESULT TO WA-OWN-NET(AX)
032800         END-IF
032900         PERFORM 3100-READ-POST THRU 3100-EXIT
033000     END-PERFORM
033100     CLOSE POST-FILE.
033200 3000-EXIT.
033300     EXIT.
033400
033500*===============================================================*
033600*  3100-READ-POST                                               *
033700*===============================================================*
033800 3100-READ-POST.
033900     READ POST-FILE NEXT
034000         AT END
034100             SET POST-EOF TO TRUE
034200             GO TO 3100-EXIT
034300     END-READ
034400     ADD 1 TO WS-POST-IN.
034500 3100-EXIT.
034600     EXIT.
034700
034800*===============================================================*
034900*  3200-FIND-ACCOUNT - TABLE INDEX OF WS-FIND-CODE IN AX, ZERO  *
035000*                      WHEN IT IS NOT IN THE TABLE              *
035100*===============================================================*
035200 3200-FIND-ACCOUNT.
035300     MOVE ZERO TO AX
035400     MOVE 1 TO AC
035500     PERFORM UNTIL AC > WS-ACCT-CNT OR AX > ZERO
035600         IF WA-CODE(AC) = WS-FIND-CODE
035700             MOVE AC TO AX
035800         END-IF
035900         ADD 1 TO AC
036000     END-PERFORM.
036100 3200-EXIT.
036200     EXIT.
036300
036400*===============================================================*
036500*  4000-BUILD-HIERARCHY - RESOLVE PARENTS, BREAK ANY LOOP THE   *
036600*                         MASTER HOLDS, THEN LEVEL EACH         *
036700*                         ACCOUNT AND ROLL ITS NET UP THE       *
036800*                         CHAIN                                 *
036900*===============================================================*
037000 4000-BUILD-HIERARCHY.
037100     MOVE 1 TO UX
037200     PERFORM UNTIL UX > WS-ACCT-CNT
037300         IF WA-PARENT(UX) NOT = SPACES
037400             MOVE WA-PARENT(UX) TO WS-FIND-CODE
037500             PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT
037600             IF AX = ZERO
037700                 MOVE 'PARENT MISSING' TO WA-NOTE(UX)
037800                 ADD 1 TO WS-HIER-ERR
037900             ELSE
038000                 MOVE AX TO WA-PX(UX)
038100             END-IF
038200         END-IF
038300         ADD 1 TO UX
038400     END-PERFORM
038500     MOVE 1 TO UX
038600     PERFORM UNTIL UX > WS-ACCT-CNT
038700         PERFORM 4100-COUNT-STEPS THRU 4100-EXIT
038800         IF WS-STEPS > WS-ACCT-CNT
038900             MOVE ZERO TO WA-PX(UX)
039000             MOVE 'LOOP BROKEN' TO WA-NOTE(UX)
039100             ADD 1 TO WS-HIER-ERR
039200         END-IF
039300         ADD 1 TO UX
039400     END-PERFORM
039500     MOVE 1 TO UX
039600     PERFORM UNTIL UX > WS-ACCT-CNT
039700         PERFORM 4100-COUNT-STEPS THRU 4100-EXIT
039800         COMPUTE WA-LEVEL(UX) = WS-STEPS + 1
039900         IF WA-LEVEL(UX) > WS-MAX-LEVEL
040000             MOVE WA-LEVEL(UX) TO WS-MAX-LEVEL
040100         END-IF
040200         IF WA-PX(UX) > ZERO
040300             ADD 1 TO WA-KIDS(WA-PX(UX))
040400         END-IF
040500         PERFORM 4200-ROLL-UP THRU 4200-EXIT
040600         ADD 1 TO UX
040700     END-PERFORM.
040800 4000-EXIT.
040900     EXIT.
041000
041100*===============================================================*
041200*  4100-COUNT-STEPS - HOW MANY PARENTS STAND ABOVE ENTRY UX.    *
041300*                     MORE STEPS THAN ACCOUNTS MEANS A LOOP     *
041400*===============================================================*
041500 4100-COUNT-STEPS.
041600     MOVE ZERO TO WS-STEPS
041700     MOVE WA-PX(UX) TO NX
041800     PERFORM UNTIL NX = ZERO OR WS-STEPS > WS-ACCT-CNT
041900         ADD 1 TO WS-STEPS
042000         MOVE WA-PX(NX) TO NX
042100     END-PERFORM.
042200 4100-EXIT.
042300     EXIT.
042400
042500*===============================================================*
042600*  4200-ROLL-UP - ENTRY UX'S OWN FIGURES INTO ITSELF AND EVERY  *
042700*                 ACCOUNT ABOVE IT                              *
042800*===============================================================*
042900 4200-ROLL-UP.
043000     MOVE UX TO NX
043100     PERFORM UNTIL NX = ZERO
043200         ADD WA-OWN-CNT(UX) TO WA-ROLL-CNT(NX)
043300         ADD WA-OWN-NET(UX) TO WA-ROLL-NET(NX)
043400         MOVE WA-PX(NX) TO NX
043500     END-PERFORM
043600     ADD 1              TO WV-ACCTS(WA-LEVEL(UX))
043700     ADD WA-OWN-CNT(UX) TO WV-CNT(WA-LEVEL(UX))
043800     ADD WA-OWN-NET(UX) TO WV-NET(WA-LEVEL(UX)).
043900 4200-EXIT.
044000     EXIT.
044100
044200*===============================================================*
044300*  5000-PRINT-TREE - EVERY TOP-LEVEL ACCOUNT'S BRANCH IN        *
044400*                    MASTER ORDER, THEN THE GRAND TOTAL         *
044500*===============================================================*
044600 5000-PRINT-TREE.
044700     MOVE 1 TO UX
044800     PERFORM UNTIL UX > WS-ACCT-CNT
044900         IF WA-PX(UX) = ZERO
045000             PERFORM 5100-WALK-BRANCH THRU 5100-EXIT
045100             ADD WA-ROLL-CNT(UX) TO WS-TREE-CNT
045200             ADD WA-ROLL-NET(UX) TO WS-TREE-NET
045300         END-IF
045400         ADD 1 TO UX
045500     END-PERFORM
045600     MOVE SPACES TO WS-PRINT-LINE
045700     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
045800     MOVE SPACES      TO WS-NODE-LINE
045900     MOVE 'GRAND TOTAL - ALL ACCOUNTS' TO WN-TREE
046000     MOVE WS-TREE-CNT TO WN-CNT
046100     MOVE WS-TREE-NET TO WN-NET
046200     MOVE WS-NODE-LINE TO WS-PRINT-LINE
046300     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
046400 5000-EXIT.
046500     EXIT.
046600
046700*===============================================================*
046800*  5100-WALK-BRANCH - DEPTH-FIRST OVER THE BRANCH UNDER TOP     *
046900*                     ACCOUNT UX: EACH ACCOUNT, THEN ITS        *
047000*                     CHILDREN, THEN ITS SUBTOTAL               *
047100*===============================================================*
047200 5100-WALK-BRANCH.
047300     MOVE 1  TO SP
047400     MOVE UX TO WS-STK-IX(SP)
047500     MOVE ZERO TO WS-STK-SCAN(SP)
047600     MOVE UX TO NX
047700     PERFORM 5300-PRINT-NODE THRU 5300-EXIT
047800     PERFORM 5200-NEXT-CHILD THRU 5200-EXIT
047900         UNTIL SP = ZERO.
048000 5100-EXIT.
048100     EXIT.
048200
048300*===============================================================*
048400*  5200-NEXT-CHILD - PRINT AND DESCEND INTO THE NEXT CHILD OF   *
048500*                    THE ACCOUNT ON TOP OF THE STACK; WITH NONE *
048600*                    LEFT, CLOSE IT WITH ITS SUBTOTAL           *
048700*===============================================================*
048800 5200-NEXT-CHILD.
048900     MOVE WS-STK-IX(SP) TO NX
049000     MOVE ZERO TO CX
049100     MOVE WS-STK-SCAN(SP) TO AC
049200     ADD 1 TO AC
049300     PERFORM UNTIL AC > WS-ACCT-CNT OR CX > ZERO
049400         IF WA-PX(AC) = NX
049500             MOVE AC TO CX
049600         END-IF
049700         ADD 1 TO AC
049800     END-PERFORM
049900     IF CX > ZERO
050000         MOVE CX TO WS-STK-SCAN(SP)
050100         ADD 1 TO SP
050200         MOVE CX TO WS-STK-IX(SP)
050300         MOVE ZERO TO WS-STK-SCAN(SP)
050400         MOVE CX TO NX
050500         PERFORM 5300-PRINT-NODE THRU 5300-EXIT
050600         GO TO 5200-EXIT
050700     END-IF
050800     IF WA-KIDS(NX) > ZERO
050900         PERFORM 5400-PRINT-SUBTOTAL THRU 5400-EXIT
051000     END-IF
051100     SUBTRACT 1 FROM SP.
051200 5200-EXIT.
051300     EXIT.
051400
051500*===============================================================*
051600*  5300-PRINT-NODE - ONE ACCOUNT'S OWN NET, INDENTED TWO        *
051700*                    COLUMNS PER LEVEL                          *
051800*===============================================================*
051900 5300-PRINT-NODE.
052000     PERFORM 5500-SET-INDENT THRU 5500-EXIT
052100     MOVE SPACES TO WS-TREE-TEXT
052200     MOVE WA-CODE(NX) TO WS-TREE-TEXT(WS-INDENT + 1:4)
052300     MOVE WA-DESC(NX) TO WS-TREE-TEXT(WS-INDENT + 6:)
052400     MOVE SPACES          TO WS-NODE-LINE
052500     MOVE WS-TREE-TEXT    TO WN-TREE
052600     MOVE WA-LEVEL(NX)    TO WN-LEVEL
052700     MOVE WA-OWN-CNT(NX)  TO WN-CNT
052800     MOVE WA-OWN-NET(NX)  TO WN-NET
052900     MOVE WA-NOTE(NX)     TO WN-NOTE
053000     MOVE WS-NODE-LINE TO WS-PRINT-LINE
053100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
053200 5300-EXIT.
053300     EXIT.
053400
053500*===============================================================*
053600*  5400-PRINT-SUBTOTAL - A PARENT'S NET ROLLED UP FROM ITSELF   *
053700*                        AND EVERYTHING BELOW IT                *
053800*===============================================================*
053900 5400-PRINT-SUBTOTAL.
054000     PERFORM 5500-SET-INDENT THRU 5500-EXIT
054100     MOVE SPACES TO WS-TREE-TEXT
054200     MOVE 'TOTAL' TO WS-TREE-TEXT(WS-INDENT + 1:5)
054300     MOVE WA-CODE(NX) TO WS-TREE-TEXT(WS-INDENT + 7:4)
054400     MOVE SPACES          TO WS-NODE-LINE
054500     MOVE WS-TREE-TEXT    TO WN-TREE
054600     MOVE WA-LEVEL(NX)    TO WN-LEVEL
054700     MOVE WA-ROLL-CNT(NX) TO WN-CNT
054800     MOVE WA-ROLL-NET(NX) TO WN-NET
054900     MOVE WS-NODE-LINE TO WS-PRINT-LINE
055000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
055100 5400-EXIT.
055200     EXIT.
055300
055400*===============================================================*
055500*  5500-SET-INDENT - TWO COLUMNS PER LEVEL BELOW THE TOP, NO    *
055600*                    DEEPER THAN TEN LEVELS' WORTH              *
055700*===============================================================*
055800 5500-SET-INDENT.
055900     COMPUTE WS-INDENT = (WA-LEVEL(NX) - 1) * 2
056000     IF WS-INDENT > 20
056100         MOVE 20 TO WS-INDENT
056200     END-IF.
056300 5500-EXIT.
056400     EXIT.
056500
056600*===============================================================*
056700*  6000-PRINT-LEVELS - NET ACTIVITY AT EACH LEVEL OF THE        *
056800*                      HIERARCHY                                *
056900*===============================================================*
057000 6000-PRINT-LEVELS.
057100     MOVE SPACES TO WS-PRINT-LINE
057200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
057300     MOVE 'NET ACTIVITY BY HIERARCHY LEVEL' TO WS-PRINT-LINE
057400     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
057500     MOVE 1 TO UX
057600     PERFORM UNTIL UX > WS-MAX-LEVEL
057700         MOVE UX           TO WV-LEVEL
057800         MOVE WV-ACCTS(UX) TO WV-ACCTS-OUT
057900         MOVE WV-CNT(UX)   TO WV-CNT-OUT
058000         MOVE WV-NET(UX)   TO WV-NET-OUT
058100         MOVE WS-LEVEL-LINE TO WS-PRINT-LINE
058200         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
058300         ADD 1 TO UX
058400     END-PERFORM.
058500 6000-EXIT.
058600     EXIT.
058700
058800*===============================================================*
058900*  7000-PRINT-PROOF - THE HIERARCHY'S GRAND TOTAL AGAINST THE   *
059000*                     POSTED MASTER'S GRAND NET                 *
059100*===============================================================*
059200 7000-PRINT-PROOF.
059300     MOVE SPACES TO WS-PRINT-LINE
059400     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
059500     MOVE 'GRAND TOTAL OF THE HIERARCHY .........: ' TO WP-LABEL
059600     MOVE WS-TREE-NET TO WP-AMOUNT
059700     MOVE SPACES      TO WP-RESULT
059800     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
059900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
060000     IF WS-LOST-NET NOT = ZERO
060100         MOVE 'NET NOT ROLLED - ACCOUNT TABLE FULL ..: '
060200                          TO WP-LABEL
060300         MOVE WS-LOST-NET TO WP-AMOUNT
060400         MOVE SPACES      TO WP-RESULT
060500         MOVE WS-PROOF-LINE TO WS-PRINT-LINE
060600         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
060700     END-IF
060800     MOVE 'POSTED MASTER GRAND NET ..............: ' TO WP-LABEL
060900     MOVE WS-POST-NET TO WP-AMOUNT
061000     IF WS-POST-NET = WS-TREE-NET
061100         MOVE 'AGREE'          TO WP-RESULT
061200     ELSE
061300         MOVE 'OUT OF BALANCE' TO WP-RESULT
061400         SET OUT-OF-BALANCE TO TRUE
061500     END-IF
061600     MOVE WS-PROOF-LINE TO WS-PRINT-LINE
061700     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
061800 7000-EXIT.
061900     EXIT.
062000
062100*===============================================================*
062200*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
062300*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
062400*                        STAGED IN WS-PRINT-LINE                 *
062500*===============================================================*
062600 8000-WRITE-REPT-LINE.
062700     IF WS-LINE-CNT > WS-PAGE-MAX
062800         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
062900     END-IF
063000     WRITE REPT-REC FROM WS-PRINT-LINE
063100     ADD 1 TO WS-LINE-CNT.
063200 8000-EXIT.
063300     EXIT.
063400
063500*===============================================================*
063600*  8100-PRINT-HEADINGS                                          *
063700*===============================================================*
063800 8100-PRINT-HEADINGS.
063900     ADD 1 TO WS-PAGE-CNT
064000     MOVE WS-TODAY         TO WH-DATE
064100     MOVE WS-RUN-TIME(1:6) TO WH-TIME
064200     MOVE WS-PAGE-CNT      TO WH-PAGE
064300     WRITE REPT-REC FROM WS-HEADING-1
064400     WRITE REPT-REC FROM WS-HEADING-2
064500     MOVE SPACES TO REPT-REC
064600     WRITE REPT-REC
064700     MOVE 3 TO WS-LINE-CNT.
064800 8100-EXIT.
064900     EXIT.
065000
065100*===============================================================*
065200*  9000-TERMINATE - WRITE TOTALS AND CLOSE FILES                *
065300*===============================================================*
065400 9000-TERMINATE.
065500     MOVE SPACES TO WS-PRINT-LINE
065600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
065700     MOVE WS-ACCT-IN TO WT-ACCT-IN
065800     MOVE WS-POST-IN TO WT-POST-IN
065900     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
066000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
066100     IF WS-HIER-ERR > 0
066200         MOVE 'HIERARCHY EXCEPTIONS NOTED ABOVE - CORRECT THE '
066300             TO WS-PRINT-LINE
066400         MOVE 'ACCOUNT MASTER' TO WS-PRINT-LINE(49:14)
066500         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
066600     END-IF
066700     IF WS-SKIP-CNT > 0
066800         MOVE 'ACCOUNT TABLE OVERFLOWED - ROLL-UP INCOMPLETE'
066900             TO WS-PRINT-LINE
067000         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
067100     END-IF
067200     CLOSE REPT-FILE.
067300 9000-EXIT.
067400     EXIT.
067500
067600*===============================================================*
067700*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 IN BALANCE, 4     *
067800*                         WHEN THE PROOF IS OUT OF BALANCE, THE *
067900*                         HIERARCHY HAD EXCEPTIONS OR THE TABLE *
068000*                         OVERFLOWED, 12 WHEN THERE WAS NOTHING *
068100*                         POSTED                                *
068200*===============================================================*
068300 9900-SET-RETURN-CODE.
068400     MOVE 0 TO RETURN-CODE
068500     IF OUT-OF-BALANCE OR WS-HIER-ERR > 0 OR WS-SKIP-CNT > 0
068600         MOVE 4 TO RETURN-CODE
068700     END-IF
068800     IF WS-POST-IN = 0
068900         MOVE 12 TO RETURN-CODE
069000     END-IF.
069100 9900-EXIT.
069200     EXIT.
