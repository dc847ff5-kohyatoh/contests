000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACCTCLOS.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL ACCOUNT CLOSE-OUT RUN. EACH CLOSIN *
001100*                   CARD NAMES AN ACCOUNT TO CLOSE AND THE      *
001200*                   SUCCESSOR ACCOUNT ITS BALANCE MOVES TO. THE *
001300*                   ACCOUNT MUST BE ON THE ACCOUNT CODE MASTER  *
001400*                   AND ACTIVE, AND THE SUCCESSOR MUST BE A     *
001500*                   DIFFERENT ACTIVE ACCOUNT NOT ITSELF BEING   *
001600*                   CLOSED. AN ACCOUNT WITH A TYPE-A RECORD     *
001700*                   STILL IN SUSPENSE, OR A POSTING IN A DECK   *
001800*                   STILL WAITING IN QUARANTINE, IS HELD OPEN   *
001900*                   AND LISTED. FOR EVERY OTHER ACCOUNT THE     *
002000*                   NET BALANCE (ACCOUNT BALANCE MASTER CLOSE   *
002100*                   PLUS EVERY POSTING SINCE ITS LAST ROLL) IS  *
002200*                   MOVED BY A BALANCING PAIR OF POSTINGS - OUT *
002300*                   OF THE CLOSING ACCOUNT, INTO THE SUCCESSOR -*
002400*                   ON A TRANIN DECK FOR A.COB UNDER ITS OWN    *
002500*                   BATCH HEADER ('CO' PLUS THE BUSINESS DATE'S *
002600*                   YYMMDD) AND COUNT/HASH TRAILER, AND AN      *
002700*                   ACCTMNT CHANGE CARD CLOSING THE ACCOUNT     *
002800*                   AND NAMING ITS SUCCESSOR IS WRITTEN TO      *
002900*                   CLOSTRAN FOR THE STEP AFTER THE POSTING.    *
003000*                   THE CLOSE-OUT REGISTER LISTS EVERY CARD'S   *
003100*                   OUTCOME AND EVERY TRANSFER POSTING.         *
003110*  2026-10-15 BSU   GENERATED TRANSACTION IDS NOW CARRY A VALID *
003120*                   CHECK DIGIT (CKDGRTN, SEE                   *
003130*                   COPY/CKDGPARM.CPY) - EACH IS THE NEXT VALID *
003140*                   ID, NOT JUST THE NEXT NUMBER - AND START    *
003150*                   ABOVE THE HIGHEST ID ON THE ID-BLOCK        *
003160*                   REGISTER (SEE COPY/IDBREC.CPY) AS WELL AS   *
003170*                   THE POSTED MASTER'S, SO THE DECK NEVER USES *
003180*                   AN ID IDISSUE HAS HANDED TO A DEPARTMENT.   *
003200*===============================================================*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL ACCT-FILE ASSIGN TO "ACCTMST"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT CARD-FILE   ASSIGN TO "CLOSIN"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT ABAL-FILE   ASSIGN TO "ACCTBAL"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE  IS RANDOM
004600         RECORD KEY   IS ABL-ACCT
004700         FILE STATUS  IS WS-ABAL-STATUS.
004800     SELECT POST-FILE   ASSIGN TO "POSTMST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE  IS SEQUENTIAL
005100         RECORD KEY   IS POST-ID
005200         FILE STATUS  IS WS-POST-STATUS.
005300     SELECT OPTIONAL SUSP-FILE ASSIGN TO "SUSPMST"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT OPTIONAL QREG-FILE ASSIGN TO "QUARREG"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT OPTIONAL QUAR-FILE ASSIGN TO "QUARMST"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005850     SELECT OPTIONAL IDB-FILE ASSIGN TO "IDBLKREG"
005860         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT DECK-FILE   ASSIGN TO "CLOSOUT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT CTRN-FILE   ASSIGN TO "CLOSTRAN"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT REPT-FILE   ASSIGN TO "CLOSRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ACCT-FILE
006900     RECORDING MODE IS F.
007000 COPY ACCTREC.
007100
007200*---------------------------------------------------------------*
007300*  CLOSE-OUT CARD - THE ACCOUNT TO CLOSE AND ITS SUCCESSOR       *
007400*---------------------------------------------------------------*
007500 FD  CARD-FILE
007600     RECORDING MODE IS F.
007700 01  CARD-REC.
007800     05  CC-ACCT            PIC X(04).
007900     05  CC-SUCCESSOR       PIC X(04).
008000     05  FILLER             PIC X(72).
008100
008200 FD  ABAL-FILE.
008300 COPY ABALREC.
008400
008500 FD  POST-FILE.
008600 COPY POSTREC.
008700
008800 FD  SUSP-FILE
008900     RECORDING MODE IS F.
009000 COPY SUSPREC.
009100
009200 FD  QREG-FILE
009300     RECORDING MODE IS F.
009400 01  QREG-REC               PIC X(80).
009500
009600 FD  QUAR-FILE
009700     RECORDING MODE IS F.
009800 01  QUAR-REC               PIC X(88).
009810
009820 FD  IDB-FILE
009830     RECORDING MODE IS F.
009840 COPY IDBREC.
009900
010000 FD  DECK-FILE
010100     RECORDING MODE IS F.
010200 01  DECK-REC               PIC X(80).
010300
010400 FD  CTRN-FILE
010500     RECORDING MODE IS F.
010600 01  CTRN-REC               PIC X(80).
010700
010800 FD  REPT-FILE
010900     RECORDING MODE IS F.
011000 01  REPT-REC               PIC X(80).
011100
011200 WORKING-STORAGE SECTION.
011300 01  WS-ABAL-STATUS         PIC X(02)   VALUE SPACES.
011400 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
011500 01  WS-SWITCHES.
011600     05  WS-ACCT-EOF-SW     PIC X(01)   VALUE 'N'.
011700         88  ACCT-EOF                   VALUE 'Y'.
011800     05  WS-CARD-EOF-SW     PIC X(01)   VALUE 'N'.
011900         88  CARD-EOF                   VALUE 'Y'.
012000     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
012100         88  POST-EOF                   VALUE 'Y'.
012200     05  WS-SUSP-EOF-SW     PIC X(01)   VALUE 'N'.
012300         88  SUSP-EOF                   VALUE 'Y'.
012400     05  WS-QREG-EOF-SW     PIC X(01)   VALUE 'N'.
012500         88  QREG-EOF                   VALUE 'Y'.
012600     05  WS-QUAR-EOF-SW     PIC X(01)   VALUE 'N'.
012700         88  QUAR-EOF                   VALUE 'Y'.
012710     05  WS-IDB-EOF-SW      PIC X(01)   VALUE 'N'.
012720         88  IDB-EOF                    VALUE 'Y'.
012800     05  WS-ABAL-OPEN-SW    PIC X(01)   VALUE 'N'.
012900         88  ABAL-OPEN                  VALUE 'Y'.
013000
013100 01  WS-COUNTERS.
013200     05  WS-CARDS-IN        PIC 9(06)   COMP    VALUE ZERO.
013300     05  WS-CLOSED-CNT      PIC 9(06)   COMP    VALUE ZERO.
013400     05  WS-HELD-CNT        PIC 9(06)   COMP    VALUE ZERO.
013500     05  WS-REJ-CNT         PIC 9(06)   COMP    VALUE ZERO.
013600     05  WS-SUSP-IN         PIC 9(06)   COMP    VALUE ZERO.
013700     05  WS-QUAR-IN         PIC 9(06)   COMP    VALUE ZERO.
013800     05  WS-POST-IN         PIC 9(06)   COMP    VALUE ZERO.
013900
014000 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
014100 01  WS-RUN-DATE            PIC 9(06)   VALUE ZEROES.
014200 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
014300
014400*---------------------------------------------------------------*
014500*  ACCOUNT CODE MASTER, HELD WHOLE FOR THE CARD EDITS            *
014600*---------------------------------------------------------------*
014700 01  WS-ACCT-CNT            PIC 9(03)   COMP    VALUE ZERO.
014800 01  WS-ACCT-TABLE.
014900     05  WS-ACCT-ENTRY      OCCURS 500.
015000         10  WM-CODE        PIC X(04).
015100         10  WM-DESC        PIC X(30).
015200         10  WM-STATUS      PIC X(01).
015300 01  MX                     PIC 9(03)   COMP    VALUE ZERO.
015400 01  MF                     PIC 9(03)   COMP    VALUE ZERO.
015500 01  WS-FIND-CODE           PIC X(04)   VALUE SPACES.
015600
015700*---------------------------------------------------------------*
015800*  CLOSE-OUT CARDS AND WHAT BECAME OF EACH. WC-DISP: R REJECTED, *
015900*  H HELD OPEN, C CLOSED, BLANK STILL UNDECIDED                  *
016000*---------------------------------------------------------------*
016100 01  WS-CLOS-CNT            PIC 9(03)   COMP    VALUE ZERO.
016200 01  WS-CLOS-TABLE.
016300     05  WS-CLOS-ENTRY      OCCURS 200.
016400         10  WC-ACCT        PIC X(04).
016500         10  WC-SUCCESSOR   PIC X(04).
016600         10  WC-DESC        PIC X(30).
016700         10  WC-BAL         PIC S9(12).
016800         10  WC-ROLL        PIC 9(08).
016900         10  WC-SUSP-CNT    PIC 9(04).
017000         10  WC-QUAR-CNT    PIC 9(04).
017100         10  WC-DISP        PIC X(01).
017200         10  WC-TEXT        PIC X(36).
017300 01  CX                     PIC 9(03)   COMP    VALUE ZERO.
017400 01  CY                     PIC 9(03)   COMP    VALUE ZERO.
017500 01  CK                     PIC 9(03)   COMP    VALUE ZERO.
017600 01  WS-MATCH-ACCT          PIC X(04)   VALUE SPACES.
017700
017800*---------------------------------------------------------------*
017900*  DECKS STILL WAITING IN QUARANTINE AND THE PROGRAM THAT        *
018000*  REFUSED EACH (A.COB'S ARE TRANIN IMAGES, DISPATCH'S AND       *
018100*  VALIDATE'S ARE DISPIN/VALIN IMAGES)                           *
018200*---------------------------------------------------------------*
018300 01  WS-QWAIT-CNT           PIC 9(04)   COMP    VALUE ZERO.
018400 01  WS-QWAIT-TABLE.
018500     05  WS-QWAIT-ENTRY     OCCURS 500.
018600         10  WQ-BATCH-ID    PIC X(08).
018700         10  WQ-PROGRAM     PIC X(08).
018800 01  QX                     PIC 9(04)   COMP    VALUE ZERO.
018900 01  QH                     PIC 9(04)   COMP    VALUE ZERO.
019000 COPY QUARREC.
019100
019200*---------------------------------------------------------------*
019300*  TRANSACTION ID ALLOCATION - ABOVE THE POSTED MASTER'S AND    *
019350*  THE ID-BLOCK REGISTER'S HIGHEST                               *
019400*---------------------------------------------------------------*
019500 01  WS-MAX-ID              PIC 9(06)   VALUE ZEROES.
019600 01  WS-NEXT-ID             PIC 9(06)   VALUE ZEROES.
019700 01  WS-FIRST-ID            PIC 9(06)   VALUE ZEROES.
019800
019900*---------------------------------------------------------------*
020000*  TRANSFER POSTINGS, HELD IN ACCOUNT SEQUENCE UNTIL THE DECK    *
020100*  IS WRITTEN                                                    *
020200*---------------------------------------------------------------*
020300 01  WS-GEN-CNT             PIC 9(04)   COMP    VALUE ZERO.
020400 01  WS-GEN-TABLE.
020500     05  WS-GEN-ENTRY       OCCURS 400.
020600         10  WG-ACCT        PIC X(04).
020700         10  WG-OTHER       PIC X(04).
020800         10  WG-AMOUNT      PIC S9(10).
020900         10  WG-DIR         PIC X(04).
021000 01  GX                     PIC 9(04)   COMP    VALUE ZERO.
021100 01  GY                     PIC 9(04)   COMP    VALUE ZERO.
021200 01  WS-NEW-ACCT            PIC X(04)   VALUE SPACES.
021300 01  WS-NEW-OTHER           PIC X(04)   VALUE SPACES.
021400 01  WS-NEW-AMOUNT          PIC S9(10)  VALUE ZERO.
021500 01  WS-NEW-DIR             PIC X(04)   VALUE SPACES.
021600
021700*---------------------------------------------------------------*
021800*  BATCH CONTROL FIELDS FOR THE TRANSFER DECK'S OWN HEADER AND   *
021900*  TRAILER - HASH KEY IS THE TRANSACTION ID, AS FOR ANY TRANIN   *
022000*---------------------------------------------------------------*
022100 01  WS-BATCH-FIELDS.
022200     05  WS-BATCH-ID        PIC X(08)   VALUE SPACES.
022300     05  WS-KEY-VALUE       PIC 9(10)   VALUE ZERO.
022400     05  WS-HASH-OUT        PIC 9(10)   VALUE ZERO.
022500     05  WS-HASH-WORK       PIC 9(11)   VALUE ZERO.
022600     05  WS-HASH-QUOT       PIC 9(02)   VALUE ZERO.
022700 COPY BATCHCTL.
022800
022900*---------------------------------------------------------------*
023000*  TRANIN DETAIL RECORD AS A.COB READS IT                        *
023100*---------------------------------------------------------------*
023200 01  WS-DECK-DETAIL.
023300     05  WK-TRANS-ID        PIC 9(06).
023400     05  WK-OP              PIC X(01).
023500     05  WK-A               PIC S9(10) SIGN LEADING SEPARATE.
023600     05  WK-B               PIC S9(10) SIGN LEADING SEPARATE.
023700     05  WK-ACCT            PIC X(04).
023800     05  FILLER             PIC X(47)   VALUE SPACES.
023900
024000*---------------------------------------------------------------*
024100*  ACCTMNT MAINTENANCE CARD THAT CLOSES THE ACCOUNT              *
024200*---------------------------------------------------------------*
024300 01  WS-CLOSE-CARD.
024400     05  WT-ACTION          PIC X(01)   VALUE 'C'.
024500     05  WT-CODE            PIC X(04).
024600     05  WT-DESC            PIC X(30).
024700     05  WT-STATUS          PIC X(01)   VALUE 'C'.
024800     05  WT-PARENT          PIC X(04)   VALUE SPACES.
024900     05  WT-SUCCESSOR       PIC X(04).
025000     05  FILLER             PIC X(36)   VALUE SPACES.
025100
025200*---------------------------------------------------------------*
025300*  REPORT CONTROL AND HEADINGS                                   *
025400*---------------------------------------------------------------*
025500 01  WS-REPORT-CONTROLS.
025600     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
025700     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
025800     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
025900 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
026000
026100 01  WS-HEADING-1.
026200     05  FILLER             PIC X(26)   VALUE
026300         'ACCOUNT CLOSE-OUT REGISTER'.
026400     05  FILLER             PIC X(06)   VALUE 'BDATE'.
026500     05  WH-DATE            PIC 9(08).
026600     05  FILLER             PIC X(07)   VALUE '  TIME '.
026700     05  WH-TIME            PIC 9(06).
026800     05  FILLER             PIC X(07)   VALUE '  PAGE '.
026900     05  WH-PAGE            PIC ZZZZ9.
027000     05  FILLER             PIC X(15)   VALUE SPACES.
027100
027200 01  WS-HEADING-2.
027300     05  FILLER             PIC X(24)   VALUE
027400         'ACCT SUCC       BALANCE '.
027500     05  FILLER             PIC X(18)   VALUE
027600         'SUSP QUAR ACTION'.
027700     05  FILLER             PIC X(38)   VALUE
027800         'NOTE'.
027900
028000*---------------------------------------------------------------*
028100*  REGISTER LINES                                                *
028200*---------------------------------------------------------------*
028300 01  WS-DETAIL-LINE.
028400     05  WD-ACCT            PIC X(04).
028500     05  FILLER             PIC X(01)   VALUE SPACES.
028600     05  WD-SUCCESSOR       PIC X(04).
028700     05  FILLER             PIC X(01)   VALUE SPACES.
028800     05  WD-BAL             PIC -(12)9.
028900     05  FILLER             PIC X(01)   VALUE SPACES.
029000     05  WD-SUSP            PIC ZZZ9.
029100     05  FILLER             PIC X(01)   VALUE SPACES.
029200     05  WD-QUAR            PIC ZZZ9.
029300     05  FILLER             PIC X(01)   VALUE SPACES.
029400     05  WD-ACTION          PIC X(07).
029500     05  FILLER             PIC X(01)   VALUE SPACES.
029600     05  WD-TEXT            PIC X(36).
029700     05  FILLER             PIC X(02)   VALUE SPACES.
029800
029900 01  WS-POSTING-LINE.
030000     05  FILLER             PIC X(11)   VALUE '  TRANSFER '.
030100     05  WP-TRANS-ID        PIC 9(06).
030200     05  FILLER             PIC X(02)   VALUE SPACES.
030300     05  WP-ACCT            PIC X(04).
030400     05  FILLER             PIC X(02)   VALUE SPACES.
030500     05  WP-AMOUNT          PIC -(10)9.
030600     05  FILLER             PIC X(02)   VALUE SPACES.
030700     05  WP-DIR             PIC X(04).
030800     05  FILLER             PIC X(01)   VALUE SPACES.
030900     05  WP-OTHER           PIC X(04).
031000     05  FILLER             PIC X(33)   VALUE SPACES.
031100
031200 01  WS-BATCH-LINE.
031300     05  FILLER             PIC X(14)   VALUE 'DECK BATCH ID '.
031400     05  WB-BATCH-ID        PIC X(08).
031500     05  FILLER             PIC X(18)   VALUE
031600         '   TRANS IDS FROM '.
031700     05  WB-FIRST-ID        PIC 9(06).
031800     05  FILLER             PIC X(04)   VALUE ' TO '.
031900     05  WB-LAST-ID         PIC 9(06).
032000     05  FILLER             PIC X(24)   VALUE SPACES.
032100
032200 01  WS-TOTALS-LINE.
032300     05  FILLER             PIC X(20)   VALUE
032400         'CARDS READ ......: '.
032500     05  WT-CARDS-IN        PIC ZZZ,ZZ9.
032600     05  FILLER             PIC X(13)   VALUE SPACES.
032700     05  FILLER             PIC X(20)   VALUE
032800         'ACCOUNTS CLOSED .: '.
032900     05  WT-CLOSED-CNT      PIC ZZZ,ZZ9.
033000     05  FILLER             PIC X(13)   VALUE SPACES.
033100
033200 01  WS-TOTALS-LINE-2.
033300     05  FILLER             PIC X(20)   VALUE
033400         'HELD OPEN .......: '.
033500     05  WT-HELD-CNT        PIC ZZZ,ZZ9.
033600     05  FILLER             PIC X(13)   VALUE SPACES.
033700     05  FILLER             PIC X(20)   VALUE
033800         'REJECTED ........: '.
033900     05  WT-REJ-CNT         PIC ZZZ,ZZ9.
034000     05  FILLER             PIC X(13)   VALUE SPACES.
034100
034200 01  WS-TOTALS-LINE-3.
034300     05  FILLER             PIC X(20)   VALUE
034400         'POSTINGS WRITTEN .: '.
034500     05  WT-GEN-CNT         PIC ZZZ,ZZ9.
034600     05  FILLER             PIC X(53)   VALUE SPACES.
034700
034800*---------------------------------------------------------------*
034900*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES                *
035000*---------------------------------------------------------------*
035100 COPY AUDITPARM.
035200 COPY BUSDPARM.
035250 COPY CKDGPARM.
035300 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
035400
035500 PROCEDURE DIVISION.
035600*===============================================================*
035700*  0000-MAINLINE                                                *
035800*===============================================================*
035900 0000-MAINLINE.
036000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
036100     PERFORM 2000-EDIT-CARDS      THRU 2000-EXIT
036200     PERFORM 3000-SCAN-SUSPENSE   THRU 3000-EXIT
036300     PERFORM 3200-SCAN-QUARANTINE THRU 3200-EXIT
036400     PERFORM 4000-SCAN-POSTINGS   THRU 4000-EXIT
036500     PERFORM 5000-DECIDE          THRU 5000-EXIT
036600     PERFORM 6000-WRITE-DECK      THRU 6000-EXIT
036700     PERFORM 7000-WRITE-CLOSES    THRU 7000-EXIT
036800     PERFORM 9000-TERMINATE       THRU 9000-EXIT
036900     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
037000     STOP RUN.
037100
037200*===============================================================*
037300*  1000-INITIALIZE - DATE THE RUN, NAME THE DECK'S BATCH AND    *
037400*                    LOAD THE ACCOUNT MASTER AND THE CARDS      *
037450*                    AND FIND THE HIGHEST ISSUED ID             *
037500*===============================================================*
037600 1000-INITIALIZE.
037700     ACCEPT WS-RUN-DATE FROM DATE
037800     ACCEPT WS-RUN-TIME FROM TIME
037900     CALL 'BUSDATE' USING BUSD-PARM
038000     MOVE BUSD-DATE TO WS-TODAY
038100     MOVE 'CO'          TO WS-BATCH-ID(1:2)
038200     MOVE WS-TODAY(3:6) TO WS-BATCH-ID(3:6)
038300     OPEN OUTPUT REPT-FILE
038400     OPEN INPUT ACCT-FILE
038500     PERFORM 1100-READ-ACCT THRU 1100-EXIT
038600     PERFORM UNTIL ACCT-EOF
038700         IF WS-ACCT-CNT < 500
038800             ADD 1 TO WS-ACCT-CNT
038900             MOVE ACCT-CODE   TO WM-CODE(WS-ACCT-CNT)
039000             MOVE ACCT-DESC   TO WM-DESC(WS-ACCT-CNT)
039100             MOVE ACCT-STATUS TO WM-STATUS(WS-ACCT-CNT)
039200         ELSE
039300             DISPLAY 'ACCTCLOS: ACCOUNT TABLE FULL - ENTRY '
039400                 ACCT-CODE ' NOT LOADED'
039500         END-IF
039600         PERFORM 1100-READ-ACCT THRU 1100-EXIT
039700     END-PERFORM
039800     CLOSE ACCT-FILE
039900     OPEN INPUT CARD-FILE
040000     PERFORM 1200-READ-CARD THRU 1200-EXIT
040100     PERFORM UNTIL CARD-EOF
040200         IF WS-CLOS-CNT < 200
040300             ADD 1 TO WS-CLOS-CNT
040400             MOVE CC-ACCT      TO WC-ACCT(WS-CLOS-CNT)
040500             MOVE CC-SUCCESSOR TO WC-SUCCESSOR(WS-CLOS-CNT)
040600             MOVE SPACES       TO WC-DESC(WS-CLOS-CNT)
040700             MOVE ZERO         TO WC-BAL(WS-CLOS-CNT)
040800             MOVE ZERO         TO WC-ROLL(WS-CLOS-CNT)
040900             MOVE ZERO         TO WC-SUSP-CNT(WS-CLOS-CNT)
041000             MOVE ZERO         TO WC-QUAR-CNT(WS-CLOS-CNT)
041100             MOVE SPACE        TO WC-DISP(WS-CLOS-CNT)
041200             MOVE SPACES       TO WC-TEXT(WS-CLOS-CNT)
041300         ELSE
041400             DISPLAY 'ACCTCLOS: CLOSE-OUT TABLE FULL - CARD '
041500                 'FOR ' CC-ACCT ' NOT PROCESSED'
041600             ADD 1 TO WS-REJ-CNT
041700         END-IF
041800         PERFORM 1200-READ-CARD THRU 1200-EXIT
041900     END-PERFORM
042000     CLOSE CARD-FILE
042100     PERFORM 1300-LOAD-QUAR-REG THRU 1300-EXIT
042150     PERFORM 1400-FIND-ISSUED-HIGH THRU 1400-EXIT.
042200 1000-EXIT.
042300     EXIT.
042400
042500*===============================================================*
042600*  1100-READ-ACCT                                               *
042700*===============================================================*
042800 1100-READ-ACCT.
042900     READ ACCT-FILE
043000         AT END
043100             SET ACCT-EOF TO TRUE
043200             GO TO 1100-EXIT
043300     END-READ.
043400 1100-EXIT.
043500     EXIT.
043600
043700*===============================================================*
043800*  1200-READ-CARD                                               *
043900*===============================================================*
044000 1200-READ-CARD.
044100     READ CARD-FILE
044200         AT END
044300             SET CARD-EOF TO TRUE
044400             GO TO 1200-EXIT
044500     END-READ
044600     ADD 1 TO WS-CARDS-IN.
044700 1200-EXIT.
044800     EXIT.
044900
045000*===============================================================*
045100*  1300-LOAD-QUAR-REG - TABLE EVERY DECK THE REFUSAL REGISTER   *
045200*                       STILL SHOWS WAITING FOR A DECISION      *
045300*===============================================================*
045400 1300-LOAD-QUAR-REG.
045500     OPEN INPUT QREG-FILE
045600     PERFORM 1350-READ-QREG THRU 1350-EXIT
045700     PERFORM UNTIL QREG-EOF
045800         MOVE QREG-REC TO QUA-REG-REC
045900         IF QUA-WAITING
046000             IF WS-QWAIT-CNT < 500
046100                 ADD 1 TO WS-QWAIT-CNT
046200                 MOVE QUA-BATCH-ID TO WQ-BATCH-ID(WS-QWAIT-CNT)
046300                 MOVE QUA-PROGRAM  TO WQ-PROGRAM(WS-QWAIT-CNT)
046400             ELSE
046500                 DISPLAY 'ACCTCLOS: QUARANTINE TABLE FULL - '
046600                     'DECK ' QUA-BATCH-ID ' NOT CHECKED'
046700             END-IF
046800         END-IF
046900         PERFORM 1350-READ-QREG THRU 1350-EXIT
047000     END-PERFORM
047100     CLOSE QREG-FILE.
047200 1300-EXIT.
047300     EXIT.
047400
047500*===============================================================*
047600*  1350-READ-QREG                                               *
047700*===============================================================*
047800 1350-READ-QREG.
047900     READ QREG-FILE
048000         AT END
048100             SET QREG-EOF TO TRUE
048200             GO TO 1350-EXIT
048300     END-READ.
048400 1350-EXIT.
048500     EXIT.
048510
048520*===============================================================*
048530*  1400-FIND-ISSUED-HIGH - START WS-MAX-ID AT THE HIGHEST ID    *
048540*                          IDISSUE HAS HANDED OUT; NO REGISTER  *
048550*                          MEANS NONE HAS BEEN                  *
048560*===============================================================*
048570 1400-FIND-ISSUED-HIGH.
048571     OPEN INPUT IDB-FILE
048572     PERFORM 1450-READ-IDB THRU 1450-EXIT
048573     PERFORM UNTIL IDB-EOF
048574         IF IDB-LAST-ID IS NUMERIC
048575                 AND IDB-LAST-ID > WS-MAX-ID
048576             MOVE IDB-LAST-ID TO WS-MAX-ID
048577         END-IF
048578         PERFORM 1450-READ-IDB THRU 1450-EXIT
048579     END-PERFORM
048580     CLOSE IDB-FILE.
048581 1400-EXIT.
048582     EXIT.
048583
048584*===============================================================*
048585*  1450-READ-IDB                                                *
048586*===============================================================*
048587 1450-READ-IDB.
048588     READ IDB-FILE
048589         AT END
048590             SET IDB-EOF TO TRUE
048591             GO TO 1450-EXIT
048592     END-READ.
048593 1450-EXIT.
048594     EXIT.
048600
048700*===============================================================*
048800*  2000-EDIT-CARDS - EACH CARD'S ACCOUNT MUST BE ON THE MASTER  *
048900*                    AND ACTIVE, ONCE ONLY IN THE DECK; ITS     *
049000*                    SUCCESSOR MUST BE ANOTHER ACTIVE ACCOUNT   *
049100*                    THAT THIS DECK IS NOT ALSO CLOSING         *
049200*===============================================================*
049300 2000-EDIT-CARDS.
049400     MOVE 1 TO CX
049500     PERFORM UNTIL CX > WS-CLOS-CNT
049600         PERFORM 2100-EDIT-ONE THRU 2100-EXIT
049700         IF WC-TEXT(CX) NOT = SPACES
049800             MOVE 'R' TO WC-DISP(CX)
049900         END-IF
050000         ADD 1 TO CX
050100     END-PERFORM.
050200 2000-EXIT.
050300     EXIT.
050400
050500*===============================================================*
050600*  2100-EDIT-ONE - A REJECTED CARD LEAVES ITS REASON IN WC-TEXT *
050700*===============================================================*
050800 2100-EDIT-ONE.
050900     IF WC-ACCT(CX) = SPACES
051000         MOVE 'ACCOUNT CODE IS BLANK' TO WC-TEXT(CX)
051100         GO TO 2100-EXIT
051200     END-IF
051300     MOVE WC-ACCT(CX) TO WS-FIND-CODE
051400     PERFORM 2200-FIND-ACCT THRU 2200-EXIT
051500     IF MF = ZERO
051600         MOVE 'ACCOUNT NOT ON THE MASTER' TO WC-TEXT(CX)
051700         GO TO 2100-EXIT
051800     END-IF
051900     MOVE WM-DESC(MF) TO WC-DESC(CX)
052000     IF WM-STATUS(MF) NOT = 'A'
052100         MOVE 'ACCOUNT IS NOT ACTIVE' TO WC-TEXT(CX)
052200         GO TO 2100-EXIT
052300     END-IF
052400     MOVE 1 TO CY
052500     PERFORM UNTIL CY NOT < CX
052600         IF WC-ACCT(CY) = WC-ACCT(CX)
052700             MOVE 'ACCOUNT ALREADY CARDED IN THIS DECK'
052800                              TO WC-TEXT(CX)
052900             MOVE CX TO CY
053000         ELSE
053100             ADD 1 TO CY
053200         END-IF
053300     END-PERFORM
053400     IF WC-TEXT(CX) NOT = SPACES
053500         GO TO 2100-EXIT
053600     END-IF
053700     IF WC-SUCCESSOR(CX) = SPACES
053800         MOVE 'NO SUCCESSOR ACCOUNT NAMED' TO WC-TEXT(CX)
053900         GO TO 2100-EXIT
054000     END-IF
054100     IF WC-SUCCESSOR(CX) = WC-ACCT(CX)
054200         MOVE 'SUCCESSOR IS THE ACCOUNT ITSELF' TO WC-TEXT(CX)
054300         GO TO 2100-EXIT
054400     END-IF
054500     MOVE WC-SUCCESSOR(CX) TO WS-FIND-CODE
054600     PERFORM 2200-FIND-ACCT THRU 2200-EXIT
054700     IF MF = ZERO
054800         MOVE 'SUCCESSOR ACCOUNT NOT ON THE MASTER'
054900                              TO WC-TEXT(CX)
055000         GO TO 2100-EXIT
055100     END-IF
055200     IF WM-STATUS(MF) NOT = 'A'
055300         MOVE 'SUCCESSOR ACCOUNT IS NOT ACTIVE' TO WC-TEXT(CX)
055400         GO TO 2100-EXIT
055500     END-IF
055600     MOVE 1 TO CY
055700     PERFORM UNTIL CY > WS-CLOS-CNT
055800         IF WC-ACCT(CY) = WC-SUCCESSOR(CX)
055900             MOVE 'SUCCESSOR IS ALSO BEING CLOSED'
056000                              TO WC-TEXT(CX)
056100             MOVE WS-CLOS-CNT TO CY
056200         END-IF
056300         ADD 1 TO CY
056400     END-PERFORM
056500     IF WC-TEXT(CX) NOT = SPACES
056600         GO TO 2100-EXIT
056700     END-IF.
056800 2100-EXIT.
056900     EXIT.
057000
057100*===============================================================*
057200*  2200-FIND-ACCT - TABLE INDEX OF WS-FIND-CODE ON THE ACCOUNT  *
057300*                   MASTER, ZERO IF IT IS NOT THERE             *
057400*===============================================================*
057500 2200-FIND-ACCT.
057600     MOVE ZERO TO MF
057700     MOVE 1 TO MX
057800     PERFORM UNTIL MX > WS-ACCT-CNT OR MF > ZERO
057900         IF WM-CODE(MX) = WS-FIND-CODE
058000             MOVE MX TO MF
058100         END-IF
058200         ADD 1 TO MX
058300     END-PERFORM.
058400 2200-EXIT.
058500     EXIT.
058600
058700*===============================================================*
058800*  2300-FIND-CLOSING - TABLE INDEX OF THE STILL-UNDECIDED CARD  *
058900*                      FOR WS-MATCH-ACCT, ZERO IF NONE          *
059000*===============================================================*
059100 2300-FIND-CLOSING.
059200     MOVE ZERO TO CK
059300     MOVE 1 TO CY
059400     PERFORM UNTIL CY > WS-CLOS-CNT OR CK > ZERO
059500         IF WC-ACCT(CY) = WS-MATCH-ACCT AND WC-DISP(CY) = SPACE
059600             MOVE CY TO CK
059700         END-IF
059800         ADD 1 TO CY
059900     END-PERFORM.
060000 2300-EXIT.
060100     EXIT.
060200
060300*===============================================================*
060400*  3000-SCAN-SUSPENSE - COUNT THE POSTING (TYPE-A) RECORDS      *
060500*                       STILL IN SUSPENSE AGAINST EACH ACCOUNT  *
060600*                       BEING CLOSED                            *
060700*===============================================================*
060800 3000-SCAN-SUSPENSE.
060900     OPEN INPUT SUSP-FILE
061000     PERFORM 3100-READ-SUSP THRU 3100-EXIT
061100     PERFORM UNTIL SUSP-EOF
061200         IF SUSP-DATA(1:1) = 'A'
061300             MOVE SUSP-DATA(28:4) TO WS-MATCH-ACCT
061400             PERFORM 2300-FIND-CLOSING THRU 2300-EXIT
061500             IF CK > ZERO
061600                 ADD 1 TO WC-SUSP-CNT(CK)
061700             END-IF
061800         END-IF
061900         PERFORM 3100-READ-SUSP THRU 3100-EXIT
062000     END-PERFORM
062100     CLOSE SUSP-FILE.
062200 3000-EXIT.
062300     EXIT.
062400
062500*===============================================================*
062600*  3100-READ-SUSP                                               *
062700*===============================================================*
062800 3100-READ-SUSP.
062900     READ SUSP-FILE
063000         AT END
063100             SET SUSP-EOF TO TRUE
063200             GO TO 3100-EXIT
063300     END-READ
063400     ADD 1 TO WS-SUSP-IN.
063500 3100-EXIT.
063600     EXIT.
063700
063800*===============================================================*
063900*  3200-SCAN-QUARANTINE - COUNT THE POSTINGS IN DECKS STILL     *
064000*                         WAITING IN QUARANTINE AGAINST EACH    *
064100*                         ACCOUNT BEING CLOSED                  *
064200*===============================================================*
064300 3200-SCAN-QUARANTINE.
064400     IF WS-QWAIT-CNT = ZERO
064500         GO TO 3200-EXIT
064600     END-IF
064700     OPEN INPUT QUAR-FILE
064800     PERFORM 3300-READ-QUAR THRU 3300-EXIT
064900     PERFORM UNTIL QUAR-EOF
065000         PERFORM 3400-CHECK-QUAR-REC THRU 3400-EXIT
065100         PERFORM 3300-READ-QUAR THRU 3300-EXIT
065200     END-PERFORM
065300     CLOSE QUAR-FILE.
065400 3200-EXIT.
065500     EXIT.
065600
065700*===============================================================*
065800*  3300-READ-QUAR                                               *
065900*===============================================================*
066000 3300-READ-QUAR.
066100     READ QUAR-FILE
066200         AT END
066300             SET QUAR-EOF TO TRUE
066400             GO TO 3300-EXIT
066500     END-READ
066600     MOVE QUAR-REC TO QUA-DATA-REC
066700     ADD 1 TO WS-QUAR-IN.
066800 3300-EXIT.
066900     EXIT.
067000
067100*===============================================================*
067200*  3400-CHECK-QUAR-REC - A WAITING DECK'S DETAIL: A TRANIN      *
067300*                        IMAGE CARRIES ITS ACCOUNT IN COLUMNS   *
067400*                        30-33, A DISPIN/VALIN TYPE-A IMAGE IN  *
067500*                        COLUMNS 28-31; CONTROL RECORDS AND     *
067600*                        OTHER TYPES POST NOTHING               *
067700*===============================================================*
067800 3400-CHECK-QUAR-REC.
067900     MOVE ZERO TO QH
068000     MOVE 1 TO QX
068100     PERFORM UNTIL QX > WS-QWAIT-CNT OR QH > ZERO
068200         IF WQ-BATCH-ID(QX) = QUD-BATCH-ID
068300             MOVE QX TO QH
068400         END-IF
068500         ADD 1 TO QX
068600     END-PERFORM
068700     IF QH = ZERO
068800         GO TO 3400-EXIT
068900     END-IF
069000     IF QUD-IMAGE(1:1) = 'H' OR QUD-IMAGE(1:1) = 'T'
069100         GO TO 3400-EXIT
069200     END-IF
069300     IF WQ-PROGRAM(QH) = 'A'
069400         MOVE QUD-IMAGE(30:4) TO WS-MATCH-ACCT
069500     ELSE
069600         IF QUD-IMAGE(1:1) NOT = 'A'
069700             GO TO 3400-EXIT
069800         END-IF
069900         MOVE QUD-IMAGE(28:4) TO WS-MATCH-ACCT
070000     END-IF
070100     PERFORM 2300-FIND-CLOSING THRU 2300-EXIT
070200     IF CK > ZERO
070300         ADD 1 TO WC-QUAR-CNT(CK)
070400     END-IF.
070500 3400-EXIT.
070600     EXIT.
070700
070800*===============================================================*
070900*  4000-SCAN-POSTINGS - START EACH CLOSING ACCOUNT FROM ITS     *
071000*                       BALANCE MASTER CLOSE, ADD EVERY POSTING *
071100*                       SINCE ITS LAST ROLL, AND FIND THE       *
071200*                       HIGHEST TRANSACTION ID IN USE           *
071300*===============================================================*
071400 4000-SCAN-POSTINGS.
071500     OPEN INPUT ABAL-FILE
071600     IF WS-ABAL-STATUS = '35'
071700         DISPLAY 'ACCTCLOS: ACCOUNT BALANCE MASTER NOT FOUND - '
071800             'BALANCES BUILT FROM POSTINGS'
071900     ELSE
072000         SET ABAL-OPEN TO TRUE
072100     END-IF
072200     MOVE 1 TO CX
072300     PERFORM UNTIL CX > WS-CLOS-CNT
072400         IF WC-DISP(CX) = SPACE AND ABAL-OPEN
072500             MOVE WC-ACCT(CX) TO ABL-ACCT
072600             READ ABAL-FILE
072700                 INVALID KEY
072800                     CONTINUE
072900                 NOT INVALID KEY
073000                     MOVE ABL-CLOSE-BAL TO WC-BAL(CX)
073100                     MOVE ABL-LAST-ROLL TO WC-ROLL(CX)
073200             END-READ
073300         END-IF
073400         ADD 1 TO CX
073500     END-PERFORM
073600     IF ABAL-OPEN
073700         CLOSE ABAL-FILE
073800     END-IF
073900     OPEN INPUT POST-FILE
074000     IF WS-POST-STATUS = '35'
074100         DISPLAY 'ACCTCLOS: POSTED MASTER NOT FOUND - IDS '
074200             'START FROM 000001'
074300         GO TO 4000-EXIT
074400     END-IF
074500     PERFORM 4100-READ-POST THRU 4100-EXIT
074600     PERFORM UNTIL POST-EOF
074700         IF POST-ID > WS-MAX-ID
074800             MOVE POST-ID TO WS-MAX-ID
074900         END-IF
075000         MOVE POST-ACCT TO WS-MATCH-ACCT
075100         PERFORM 2300-FIND-CLOSING THRU 2300-EXIT
075200         IF CK > ZERO
075300             IF POST-DATE > WC-ROLL(CK)
075400                 ADD POST-RESULT TO WC-BAL(CK)
075500             END-IF
075600         END-IF
075700         PERFORM 4100-READ-POST THRU 4100-EXIT
075800     END-PERFORM
075900     CLOSE POST-FILE.
076000 4000-EXIT.
076100     EXIT.
076200
076300*===============================================================*
076400*  4100-READ-POST                                               *
076500*===============================================================*
076600 4100-READ-POST.
076700     READ POST-FILE NEXT
076800         AT END
076900             SET POST-EOF TO TRUE
077000             GO TO 4100-EXIT
077100     END-READ
077200     ADD 1 TO WS-POST-IN.
077300 4100-EXIT.
077400     EXIT.
077500
077600*===============================================================*
077700*  5000-DECIDE - HOLD AN ACCOUNT WITH WORK OUTSTANDING IN       *
077800*                SUSPENSE OR QUARANTINE; CLOSE THE REST, WITH   *
077900*                A TRANSFER PAIR FOR ANY BALANCE; LIST EVERY    *
078000*                CARD                                           *
078100*===============================================================*
078200 5000-DECIDE.
078300     MOVE 1 TO CX
078400     PERFORM UNTIL CX > WS-CLOS-CNT
078500         PERFORM 5100-DECIDE-ONE THRU 5100-EXIT
078600         PERFORM 5900-WRITE-CARD-LINE THRU 5900-EXIT
078700         ADD 1 TO CX
078800     END-PERFORM.
078900 5000-EXIT.
079000     EXIT.
079100
079200*===============================================================*
079300*  5100-DECIDE-ONE                                              *
079400*===============================================================*
079500 5100-DECIDE-ONE.
079600     IF WC-DISP(CX) = 'R'
079700         ADD 1 TO WS-REJ-CNT
079800         GO TO 5100-EXIT
079900     END-IF
080000     IF WC-SUSP-CNT(CX) > ZERO OR WC-QUAR-CNT(CX) > ZERO
080100         MOVE 'H' TO WC-DISP(CX)
080200         MOVE 'POSTINGS OUTSTANDING - LEFT OPEN'
080300                          TO WC-TEXT(CX)
080400         ADD 1 TO WS-HELD-CNT
080500         GO TO 5100-EXIT
080600     END-IF
080700     IF WC-BAL(CX) > 9999999999 OR WC-BAL(CX) < -9999999999
080800         MOVE 'R' TO WC-DISP(CX)
080900         MOVE 'BALANCE TOO LARGE FOR ONE TRANSFER'
081000                          TO WC-TEXT(CX)
081100         ADD 1 TO WS-REJ-CNT
081200         GO TO 5100-EXIT
081300     END-IF
081400     IF WC-BAL(CX) NOT = ZERO
081500         IF WS-GEN-CNT + 2 > 400
081600                 OR WS-MAX-ID + (WS-GEN-CNT + 2) * 20 > 999999
081700             MOVE 'H' TO WC-DISP(CX)
081800             MOVE 'TRANSFER TABLE FULL - LEFT OPEN'
081900                              TO WC-TEXT(CX)
082000             ADD 1 TO WS-HELD-CNT
082100             GO TO 5100-EXIT
082200         END-IF
082300         MOVE WC-ACCT(CX)      TO WS-NEW-ACCT
082400         MOVE WC-SUCCESSOR(CX) TO WS-NEW-OTHER
082500         COMPUTE WS-NEW-AMOUNT = ZERO - WC-BAL(CX)
082600         MOVE 'TO'             TO WS-NEW-DIR
082700         PERFORM 5200-ADD-POSTING THRU 5200-EXIT
082800         MOVE WC-SUCCESSOR(CX) TO WS-NEW-ACCT
082900         MOVE WC-ACCT(CX)      TO WS-NEW-OTHER
083000         MOVE WC-BAL(CX)       TO WS-NEW-AMOUNT
083100         MOVE 'FROM'           TO WS-NEW-DIR
083200         PERFORM 5200-ADD-POSTING THRU 5200-EXIT
083300         MOVE 'BALANCE TRANSFERRED TO SUCCESSOR'
083400                          TO WC-TEXT(CX)
083500     ELSE
083600         MOVE 'NO BALANCE TO TRANSFER' TO WC-TEXT(CX)
083700     END-IF
083800     MOVE 'C' TO WC-DISP(CX)
083900     ADD 1 TO WS-CLOSED-CNT.
084000 5100-EXIT.
084100     EXIT.
084200
084300*===============================================================*
084400*  5200-ADD-POSTING - SLOT A TRANSFER POSTING INTO THE TABLE    *
084500*                     BEHIND ANY ENTRY FOR THE SAME OR A LOWER  *
084600*                     ACCOUNT, SO THE DECK COMES OUT IN ACCOUNT *
084700*                     SEQUENCE                                  *
084800*===============================================================*
084900 5200-ADD-POSTING.
085000     MOVE 1 TO GX
085100     PERFORM UNTIL GX > WS-GEN-CNT
085200             OR WG-ACCT(GX) > WS-NEW-ACCT
085300         ADD 1 TO GX
085400     END-PERFORM
085500     MOVE WS-GEN-CNT TO GY
085600     PERFORM UNTIL GY < GX
085700         MOVE WS-GEN-ENTRY(GY) TO WS-GEN-ENTRY(GY + 1)
085800         SUBTRACT 1 FROM GY
085900     END-PERFORM
086000     ADD 1 TO WS-GEN-CNT
086100     MOVE WS-NEW-ACCT   TO WG-ACCT(GX)
086200     MOVE WS-NEW-OTHER  TO WG-OTHER(GX)
086300     MOVE WS-NEW-AMOUNT TO WG-AMOUNT(GX)
086400     MOVE WS-NEW-DIR    TO WG-DIR(GX).
086500 5200-EXIT.
086600     EXIT.
086700
086800*===============================================================*
086900*  5900-WRITE-CARD-LINE - ONE REGISTER LINE PER CARD            *
087000*===============================================================*
087100 5900-WRITE-CARD-LINE.
087200     MOVE WC-ACCT(CX)      TO WD-ACCT
087300     MOVE WC-SUCCESSOR(CX) TO WD-SUCCESSOR
087400     MOVE WC-BAL(CX)       TO WD-BAL
087500     MOVE WC-SUSP-CNT(CX)  TO WD-SUSP
087600     MOVE WC-QUAR-CNT(CX)  TO WD-QUAR
087700     MOVE WC-TEXT(CX)      TO WD-TEXT
087800     IF WC-DISP(CX) = 'C'
087900         MOVE 'CLOSED'  TO WD-ACTION
088000     END-IF
088100     IF WC-DISP(CX) = 'H'
088200         MOVE 'HELD'    TO WD-ACTION
088300     END-IF
088400     IF WC-DISP(CX) = 'R'
088500         MOVE 'REJECT'  TO WD-ACTION
088600     END-IF
088700     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
088800     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
088900 5900-EXIT.
089000     EXIT.
089100
089200*===============================================================*
089300*  6000-WRITE-DECK - BATCH HEADER, ONE TRANIN DETAIL PER        *
089400*                    TRANSFER POSTING WITH THE NEXT FREE        *
089500*                    TRANSACTION ID, THEN THE COUNT/HASH        *
089600*                    TRAILER. EACH DETAIL GOES ON THE REGISTER. *
089700*===============================================================*
089800 6000-WRITE-DECK.
089900     OPEN OUTPUT DECK-FILE
090000     MOVE 'H'           TO BCR-TYPE
090100     MOVE WS-BATCH-ID   TO BCH-BATCH-ID
090200     MOVE WS-TODAY      TO BCH-CRE-DATE
090300     MOVE SPACES TO DECK-REC
090400     MOVE BATCH-CTL-REC TO DECK-REC(1:17)
090500     WRITE DECK-REC
090600     IF WS-GEN-CNT > ZERO
090700         MOVE SPACES TO WS-PRINT-LINE
090800         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
090900     END-IF
091000     MOVE WS-MAX-ID TO WS-NEXT-ID
091200     MOVE 1 TO GX
091300     PERFORM UNTIL GX > WS-GEN-CNT
091400         PERFORM 6050-NEXT-ID THRU 6050-EXIT
091410         IF GX = 1
091420             MOVE WS-NEXT-ID TO WS-FIRST-ID
091430         END-IF
091500         MOVE WS-NEXT-ID        TO WK-TRANS-ID
091600         MOVE '+'               TO WK-OP
091700         MOVE WG-AMOUNT(GX)     TO WK-A
091800         MOVE ZERO              TO WK-B
091900         MOVE WG-ACCT(GX)       TO WK-ACCT
092000         WRITE DECK-REC FROM WS-DECK-DETAIL
092100         MOVE WS-NEXT-ID TO WS-KEY-VALUE
092200         COMPUTE WS-HASH-WORK = WS-HASH-OUT + WS-KEY-VALUE
092300         DIVIDE WS-HASH-WORK BY 10000000000
092400             GIVING WS-HASH-QUOT REMAINDER WS-HASH-OUT
092500         MOVE WS-NEXT-ID        TO WP-TRANS-ID
092600         MOVE WG-ACCT(GX)       TO WP-ACCT
092700         MOVE WG-AMOUNT(GX)     TO WP-AMOUNT
092800         MOVE WG-DIR(GX)        TO WP-DIR
092900         MOVE WG-OTHER(GX)      TO WP-OTHER
093000         MOVE WS-POSTING-LINE TO WS-PRINT-LINE
093100         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
093200         ADD 1 TO GX
093300     END-PERFORM
093400     MOVE 'T'          TO BCR-TYPE
093500     MOVE WS-GEN-CNT   TO BCT-REC-COUNT
093600     MOVE WS-HASH-OUT  TO BCT-HASH-TOTAL
093700     MOVE SPACES TO DECK-REC
093800     MOVE BATCH-CTL-REC TO DECK-REC(1:17)
093900     WRITE DECK-REC
094000     CLOSE DECK-FILE.
094100 6000-EXIT.
094200     EXIT.
094210
094220*===============================================================*
094230*  6050-NEXT-ID - ADVANCE WS-NEXT-ID TO THE NEXT ID CARRYING A  *
094240*                 VALID CHECK DIGIT                             *
094250*===============================================================*
094260 6050-NEXT-ID.
094270     MOVE 'N'        TO CKDG-FUNCTION
094280     MOVE WS-NEXT-ID TO CKDG-ID
094290     CALL 'CKDGRTN' USING CKDG-PARM
094295     MOVE CKDG-ID    TO WS-NEXT-ID.
094296 6050-EXIT.
094297     EXIT.
094300
094400*===============================================================*
094500*  7000-WRITE-CLOSES - ONE ACCTMNT CHANGE CARD PER ACCOUNT      *
094600*                      CLOSED, NAMING ITS SUCCESSOR, FOR THE    *
094700*                      STEP THAT RUNS ONCE THE TRANSFER DECK    *
094800*                      HAS POSTED                               *
094900*===============================================================*
095000 7000-WRITE-CLOSES.
095100     OPEN OUTPUT CTRN-FILE
095200     MOVE 1 TO CX
095300     PERFORM UNTIL CX > WS-CLOS-CNT
095400         IF WC-DISP(CX) = 'C'
095500             MOVE WC-ACCT(CX)      TO WT-CODE
095600             MOVE WC-DESC(CX)      TO WT-DESC
095700             MOVE WC-SUCCESSOR(CX) TO WT-SUCCESSOR
095800             WRITE CTRN-REC FROM WS-CLOSE-CARD
095900         END-IF
096000         ADD 1 TO CX
096100     END-PERFORM
096200     CLOSE CTRN-FILE.
096300 7000-EXIT.
096400     EXIT.
096500
096600*===============================================================*
096700*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
096800*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
096900*                        STAGED IN WS-PRINT-LINE                 *
097000*===============================================================*
097100 8000-WRITE-REPT-LINE.
097200     IF WS-LINE-CNT > WS-PAGE-MAX
097300         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
097400     END-IF
097500     WRITE REPT-REC FROM WS-PRINT-LINE
097600     ADD 1 TO WS-LINE-CNT.
097700 8000-EXIT.
097800     EXIT.
097900
098000*===============================================================*
098100*  8100-PRINT-HEADINGS                                          *
098200*===============================================================*
098300 8100-PRINT-HEADINGS.
098400     ADD 1 TO WS-PAGE-CNT
098500     MOVE WS-TODAY         TO WH-DATE
098600     MOVE WS-RUN-TIME(1:6) TO WH-TIME
098700     MOVE WS-PAGE-CNT      TO WH-PAGE
098800     WRITE REPT-REC FROM WS-HEADING-1
098900     WRITE REPT-REC FROM WS-HEADING-2
099000     MOVE SPACES TO REPT-REC
099100     WRITE REPT-REC
099200     MOVE 3 TO WS-LINE-CNT.
099300 8100-EXIT.
099400     EXIT.
099500
099600*===============================================================*
099700*  9000-TERMINATE - WRITE TOTALS, LOG THE RUN, CLOSE FILES      *
099800*===============================================================*
099900 9000-TERMINATE.
100000     MOVE SPACES TO WS-PRINT-LINE
100100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
100200     MOVE WS-BATCH-ID TO WB-BATCH-ID
100300     IF WS-GEN-CNT > ZERO
100400         MOVE WS-FIRST-ID TO WB-FIRST-ID
100500         MOVE WS-NEXT-ID  TO WB-LAST-ID
100600     ELSE
100700         MOVE ZERO TO WB-FIRST-ID
100800         MOVE ZERO TO WB-LAST-ID
100900     END-IF
101000     MOVE WS-BATCH-LINE TO WS-PRINT-LINE
101100     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
101200     MOVE WS-CARDS-IN   TO WT-CARDS-IN
101300     MOVE WS-CLOSED-CNT TO WT-CLOSED-CNT
101400     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
101500     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
101600     MOVE WS-HELD-CNT   TO WT-HELD-CNT
101700     MOVE WS-REJ-CNT    TO WT-REJ-CNT
101800     MOVE WS-TOTALS-LINE-2 TO WS-PRINT-LINE
101900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
102000     MOVE WS-GEN-CNT    TO WT-GEN-CNT
102100     MOVE WS-TOTALS-LINE-3 TO WS-PRINT-LINE
102200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
102300     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
102400     CLOSE REPT-FILE.
102500 9000-EXIT.
102600     EXIT.
102700
102800*===============================================================*
102900*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE:    *
103000*                     CARDS IN, ACCOUNTS CLOSED OUT, CARDS      *
103100*                     HELD OR REJECTED                          *
103200*===============================================================*
103300 9500-WRITE-AUDIT.
103400     ACCEPT WS-AUDIT-TIME FROM TIME
103500     MOVE 'ACCTCLOS'      TO AUDIT-PROGRAM-ID
103600     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
103700     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
103800     MOVE WS-CARDS-IN     TO AUDIT-RECS-IN
103900     MOVE WS-CLOSED-CNT   TO AUDIT-RECS-OUT
104000     COMPUTE AUDIT-RECS-REJ = WS-HELD-CNT + WS-REJ-CNT
104100     MOVE WS-BATCH-ID     TO AUDIT-BATCH-ID
104200     MOVE ZERO            TO AUDIT-DUP-CNT
104300     MOVE WS-RUN-TIME     TO AUDIT-START-TIME
104400     CALL 'AUDITLOG' USING AUDIT-PARM.
104500 9500-EXIT.
104600     EXIT.
104700
104800*===============================================================*
104900*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN AN  *
105000*                         ACCOUNT WAS HELD OPEN OR A CARD       *
105100*                         REJECTED, 12 WHEN NO ACCOUNT CLOSED - *
105200*                         NOTHING NEED BE POSTED OR APPLIED     *
105300*===============================================================*
105400 9900-SET-RETURN-CODE.
105500     MOVE 0 TO RETURN-CODE
105600     IF WS-HELD-CNT > 0 OR WS-REJ-CNT > 0
105700         MOVE 4 TO RETURN-CODE
105800     END-IF
105900     IF WS-CLOSED-CNT = 0
106000         MOVE 12 TO RETURN-CODE
106100     END-IF.
106200 9900-EXIT.
106300     EXIT.
