001711*                   PTMAINT'S DECK RIDES THE SAME FRONT-END      *
001711*                   EDIT AS EVERY OTHER DECK.                    *
001712*  2026-09-02 BSU   TYPE-B EDIT COVERS THE NEW SIGNED MODES:      *
001714*                   MODE S DATA TAKES THE 0/1 BIT CHECK, MODE T   *
001715*                   DATA IS A LEADING SIGN BYTE (SPACE/+/-) PLUS  *
001716*                   TEN DIGITS, FAILING WITH THE EXISTING BIT     *
001717*                   AND DECIMAL REASON CODES.                     *
001718*  2026-09-02 BSU   TYPE-A RECORDS NOW EDIT AGAINST THE ACCOUNT   *
001719*                   CODE MASTER (ACCTMST, SEE COPY/ACCTREC.CPY,   *
001720*                   MAINTAINED BY ACCTMNT): AN ACCOUNT NOT ON     *
001721*                   THE MASTER FAILS WITH REASON 20, A CLOSED     *
001722*                   ONE WITH REASON 21. A MISSING OR EMPTY        *
001723*                   MASTER LEAVES THE EDIT WIDE OPEN.             *
001724*  2026-10-09 BSU   BUDGET LINES ARE A SHARED EDIT TOO (EDIT-    *
001726*                   TYPE G, THE BUDLOAD DECK): A NUMERIC YYYYMM  *
001727*                   MONTH WITH A MONTH OF 01-12 AND A SIGNED     *
001728*                   TWELVE-DIGIT AMOUNT, FAILING WITH REASONS    *
001729*                   25-26, AND THE SAME ACCOUNT MASTER CHECK AS  *
001730*                   TYPE A (REASONS 20-21).                      *
001731*  2026-10-15 BSU   STANDING-ORDER DEFINITIONS ARE A SHARED EDIT *
001732*                   TOO (EDIT-TYPE R, THE SORDMNT DECK): A       *
001733*                   NUMERIC ORDER ID, AN OPERATION CODE OF       *
001734*                   + - * / OR SPACE, TWO SIGNED TEN-DIGIT       *
001735*                   OPERANDS, A REAL YYYYMMDD START DATE, A      *
001736*                   D/W/M FREQUENCY WITH A NON-ZERO INTERVAL     *
001737*                   AND A HOLIDAY RULE OF N, P OR SPACE          *
001739*                   (REASONS 27-31, 01-02 FOR THE OPERANDS),     *
001740*                   PLUS THE ACCOUNT MASTER CHECK.               *
001741*  2026-10-15 BSU   INTEREST RATE LINES ARE A SHARED EDIT TOO    *
001742*                   (EDIT-TYPE I, THE IRATEMNT DECK): A SIGNED   *
001743*                   NINE-DIGIT RATE, AN A/B/T DAY BASIS, AN      *
001744*                   M/Q/A ACCRUAL FREQUENCY AND A REAL ACCRUE-   *
001745*                   FROM DATE (REASONS 32-34 AND 29), THE        *
001746*                   ACCOUNT MASTER CHECK, AND THE SAME CHECK ON  *
001747*                   A NAMED CONTRA ACCOUNT (REASON 35).          *
001748*  2026-10-15 BSU   A TYPE-A TRANSACTION ID MUST NOW CARRY A     *
001749*                   VALID CHECK DIGIT (SHARED CKDGRTN ROUTINE,   *
001750*                   SEE COPY/CKDGPARM.CPY), FAILING WITH REASON  *
001752*                   38, SO A TRANSPOSED ID IS CAUGHT AT THE EDIT *
001753*                   INSTEAD OF POSTING UNDER THE WRONG ID OR     *
001754*                   TRIPPING THE DUPLICATE CHECK AGAINST SOMEONE *
001755*                   ELSE'S TRANSACTION.                          *
001756*  2026-10-15 BSU   TYPE-B EDIT COVERS THE NEW BIT-FLAG DECODE   *
001757*                   MODE: MODE F DATA IS A LAYOUT NAME, A BASE   *
001758*                   BYTE AND THE VALUE. A BLANK LAYOUT FAILS     *
001759*                   WITH THE NEW REASON 42 AND A DECIMAL VALUE   *
001760*                   THAT IS NOT TEN DIGITS WITH THE EXISTING     *
001761*                   DECIMAL REASON 04; HEX DIGITS ARE PROVED BY  *
001762*                   THE CONVERSION ITSELF (REASON 11).           *
001763*  2026-10-15 BSU   TYPE P ACCEPTS ACTION K, PTMAINT'S CONFIRM   *
001765*                   CARD RELEASING A POINT HELD AS A PROBABLE    *
001766*                   DUPLICATE. LIKE A DELETE IT CARRIES ONLY THE *
001767*                   POINT ID - THE COORDINATES COME FROM THE     *
001768*                   HELD JOURNAL RECORD.                         *
001769*  2026-10-15 BSU   A TYPE-A TRANSACTION ID BELOW THE CKD-FIRST- *
001770*                   ID SUITEPRM KEYWORD WAS ISSUED BEFORE THE    *
001771*                   CHECK-DIGIT SCHEME AND NO LONGER FAILS WITH  *
001772*                   REASON 38, SO SUSPENSE ITEMS CAPTURED BEFORE *
001773*                   THE CUTOVER CAN STILL BE REPAIRED. THE       *
001774*                   CUTOVER IS TAKEN ON THE FIRST TYPE-A CALL    *
001775*                   FROM THE PARAMETER FILE THE CALLING PROGRAM  *
001776*                   HAS ALREADY LOADED; A CALLER THAT LOADS NONE *
001778*                   HOLDS EVERY ID TO A CHECK DIGIT.             *
001779*===============================================================*
001780 ENVIRONMENT DIVISION.
001781 CONFIGURATION SECTION.
001782 SOURCE-COMPUTER.   IBM-370.
001783 OBJECT-COMPUTER.   IBM-370.
001784 INPUT-OUTPUT SECTION.
001785 FILE-CONTROL.
001786     SELECT OPTIONAL RULE-FILE ASSIGN TO "RULEFILE"
001787         ORGANIZATION IS LINE SEQUENTIAL.
001788     SELECT OPTIONAL ACCT-FILE ASSIGN TO "ACCTMST"
001790         ORGANIZATION IS LINE SEQUENTIAL.

001800 DATA DIVISION.
001992 01  WS-AMST-EOF-SW         PIC X(01)   VALUE 'N'.
001993     88  AMST-EOF                       VALUE 'Y'.
001994 01  WS-AMST-CNT            PIC 9(03)   VALUE ZEROES.
001998 01  WS-AMST-TABLE.
002001     05  WS-AMST-ENTRY      OCCURS 500.
002005         10  WM-CODE        PIC X(04).
002008         10  WM-STATUS      PIC X(01).
002011 01  AX                     PIC 9(03)   VALUE ZEROES.
002015 01  WS-AMST-HIT            PIC 9(03)   VALUE ZEROES.
002018 01  WS-EDIT-ACCT           PIC X(04)   VALUE SPACES.

002022*---------------------------------------------------------------*
002025*  COMMUNICATION AREA FOR THE SHARED TRANSACTION-ID CHECK-DIGIT  *
002028*  ROUTINE                                                       *
002032*---------------------------------------------------------------*
002035 COPY CKDGPARM.

002039*---------------------------------------------------------------*
002042*  COMMUNICATION AREA FOR THE SUITE PARAMETER ROUTINE, AND THE   *
002045*  FIRST ID OF THE CHECK-DIGIT SCHEME, TAKEN ON THE FIRST TYPE-A *
002049*  CALL - AN ID BELOW IT PREDATES THE SCHEME AND IS NOT VERIFIED *
002052*  (ZERO VERIFIES EVERY ID)                                      *
002055*---------------------------------------------------------------*
002059 COPY PARMPARM.
002062 01  WS-CKD-LOAD-SW         PIC X(01)   VALUE 'N'.
002066     88  CKD-CUTOVER-LOADED             VALUE 'Y'.
002069 01  WS-CKD-FIRST-ID        PIC 9(06)   VALUE ZEROES.
002072 01  WS-CKD-FIRST-X  REDEFINES WS-CKD-FIRST-ID
002076                            PIC X(06).

002079*---------------------------------------------------------------*
002083*  MAINTAINED REASON-CODE TABLE - ONE ENTRY PER WAY A RECORD     *
002086*  CAN FAIL THE EDIT                                             *
002089*---------------------------------------------------------------*
002093 COPY EDITRSN.

002096 LINKAGE SECTION.
002100 COPY EDITPARM.

002200 01  LK-ADD-REC    REDEFINES EDIT-PAYLOAD.
004060     05  LP-SRC             PIC X(04).
004070     05  FILLER             PIC X(16).

004072 01  LK-BUD-REC    REDEFINES EDIT-PAYLOAD.
004073     05  LG-ACCT            PIC X(04).
004074     05  LG-MONTH           PIC X(06).
004075     05  LG-AMOUNT          PIC X(13).
004076     05  FILLER             PIC X(26).

004077 01  LK-SORD-REC   REDEFINES EDIT-PAYLOAD.
004079     05  LR-ID              PIC X(06).
004080     05  LR-ACCT            PIC X(04).
004081     05  LR-OP              PIC X(01).
004082     05  LR-A               PIC X(11).
004083     05  LR-B               PIC X(11).
004084     05  LR-START           PIC X(08).
004086     05  LR-UNITS           PIC X(01).
004087     05  LR-INTERVAL        PIC X(03).
004088     05  LR-HOL-RULE        PIC X(01).
004089     05  FILLER             PIC X(03).

004090 01  LK-IRATE-REC  REDEFINES EDIT-PAYLOAD.
004091     05  LI-ACCT            PIC X(04).
004093     05  LI-RATE            PIC X(10).
004094     05  LI-BASIS           PIC X(01).
004095     05  LI-FREQ            PIC X(01).
004096     05  LI-CONTRA          PIC X(04).
004097     05  LI-FROM            PIC X(08).
004098     05  FILLER             PIC X(21).

004100 PROCEDURE DIVISION USING EDIT-CTL EDIT-PAYLOAD.
004200*===============================================================*
004300*  0000-MAINLINE                                                *
005917                         ELSE
005918                             MOVE 04 TO EDIT-REASON
005919                         END-IF
005925                     ELSE
005930                     IF LB-MODE = "F"
005936                         IF LB-DATA(1:8) = SPACES
005941                             MOVE 42 TO EDIT-REASON
005946                         ELSE
005952                             IF LB-DATA(9:1) = "X"
005957                                     OR LB-DATA(10:10) IS NUMERIC
005962                                 SET EDIT-VALID TO TRUE
005968                             ELSE
005973                                 MOVE 04 TO EDIT-REASON
005978                             END-IF
005984                         END-IF
005989                     ELSE
005994                         IF LB-DATA(1:10) IS NUMERIC
006000                             SET EDIT-VALID TO TRUE
006010                         ELSE
006020                             MOVE 04 TO EDIT-REASON
006030                         END-IF
006035                     END-IF
006040                     END-IF
006050                     END-IF
006100                     END-IF
008502                     IF EDIT-TYPE = "P"
008504                         PERFORM 4000-EDIT-POINT THRU 4000-EXIT
008506                     ELSE
008507                     IF EDIT-TYPE = "G"
008508                         PERFORM 4500-EDIT-BUDGET THRU 4500-EXIT
008509                     ELSE
008510                     IF EDIT-TYPE = "R"
008511                         PERFORM 4600-EDIT-SORDER THRU 4600-EXIT
008512                     ELSE
008513                     IF EDIT-TYPE = "I"
008514                         PERFORM 4700-EDIT-IRATE THRU 4700-EXIT
008515                     ELSE
008516                         MOVE 09 TO EDIT-REASON
008517                     END-IF
008518                     END-IF
008519                     END-IF
008520                     END-IF
008600                 END-IF
008700             END-IF
008800         END-IF
008900     END-IF
008902     IF EDIT-VALID AND EDIT-TYPE = "A"
008903         PERFORM 3400-CHECK-TRANS-ID THRU 3400-EXIT
008905     END-IF
008906     IF EDIT-VALID
008907         PERFORM 3000-APPLY-RULES THRU 3000-EXIT
008908     END-IF
008909     IF EDIT-VALID AND EDIT-TYPE = "A"
008910         MOVE LA-ACCT TO WS-EDIT-ACCT
008912         PERFORM 3500-CHECK-ACCOUNT THRU 3500-EXIT
008913     END-IF
008914     IF EDIT-VALID AND EDIT-TYPE = "G"
008915         MOVE LG-ACCT TO WS-EDIT-ACCT
008916         PERFORM 3500-CHECK-ACCOUNT THRU 3500-EXIT
008917     END-IF
008919     IF EDIT-VALID AND EDIT-TYPE = "R"
008920         MOVE LR-ACCT TO WS-EDIT-ACCT
008921         PERFORM 3500-CHECK-ACCOUNT THRU 3500-EXIT
008922     END-IF
008923     IF EDIT-VALID AND EDIT-TYPE = "I"
008924         MOVE LI-ACCT TO WS-EDIT-ACCT
008926         PERFORM 3500-CHECK-ACCOUNT THRU 3500-EXIT
008927         IF EDIT-VALID AND LI-CONTRA NOT = SPACES
008928             MOVE LI-CONTRA TO WS-EDIT-ACCT
008929             PERFORM 3500-CHECK-ACCOUNT THRU 3500-EXIT
008930             IF EDIT-INVALID
008931                 MOVE 35 TO EDIT-REASON
008933             END-IF
008934         END-IF
008935     END-IF
008936     IF EDIT-INVALID
008937         PERFORM 2000-SET-REASON THRU 2000-EXIT
008938     END-IF
008940     GOBACK.

009000*===============================================================*
029700     EXIT.

029800*===============================================================*
029812*  3400-CHECK-TRANS-ID - THE TYPE-A TRANSACTION ID MUST CARRY    *
029824*                        ITS OWN CHECK DIGIT, UNLESS IT IS BELOW *
029836*                        THE CKD-FIRST-ID CUTOVER (ISSUED BEFORE *
029847*                        THE SCHEME)                             *
029859*===============================================================*
029871 3400-CHECK-TRANS-ID.
029883     IF NOT CKD-CUTOVER-LOADED
029894         SET PARM-FUNC-GET TO TRUE
029906         MOVE 'CKD-FIRST-ID' TO PARM-KEYWORD
029918         MOVE SPACES         TO PARM-QUALIFIER
029930         CALL 'PARMRTN' USING PARM-PARM
029941         IF PARM-OK
029953             MOVE PARM-VALUE-NUM TO WS-CKD-FIRST-ID
029965         END-IF
029977         SET CKD-CUTOVER-LOADED TO TRUE
029988     END-IF
030000     IF LA-ID IS NUMERIC AND LA-ID < WS-CKD-FIRST-X
030012         GO TO 3400-EXIT
030023     END-IF
030035     MOVE 'V'   TO CKDG-FUNCTION
030047     MOVE LA-ID TO CKDG-ID
030059     CALL 'CKDGRTN' USING CKDG-PARM
030070     IF NOT CKDG-OK
030082         SET EDIT-INVALID TO TRUE
030094         MOVE 38 TO EDIT-REASON
030106     END-IF.
030117 3400-EXIT.
030129     EXIT.

030141*===============================================================*
030153*  3500-CHECK-ACCOUNT - THE TYPE-A OR TYPE-G ACCOUNT CODE STAGED *
030164*                       IN WS-EDIT-ACCT MUST BE ON THE ACCOUNT   *
030176*                       MASTER AND ACTIVE. THE MASTER LOADS ON   *
030188*                       THE FIRST SUCH CALL; A                   *
030200*                       MISSING OR EMPTY MASTER LEAVES THE       *
030300*                       EDIT WIDE OPEN.                          *
030400*===============================================================*
031200     MOVE ZERO TO WS-AMST-HIT
031300     MOVE 1 TO AX
031400     PERFORM UNTIL AX > WS-AMST-CNT
031500         IF WM-CODE(AX) = WS-EDIT-ACCT
031600             MOVE AX TO WS-AMST-HIT
031700             MOVE WS-AMST-CNT TO AX
031800         END-IF
036600*  4000-EDIT-POINT - THE POINT MAINTENANCE CARD EDIT: ACTION    *
036700*                    CODE, NUMERIC POINT ID, AND ON ADD/CHANGE  *
036800*                    COORDINATES NUMERIC WITH A VALID LEADING   *
036867*                    SIGN BYTE. A DELETE, OR A K CONFIRM CARD   *
036933*                    FOR A HELD POINT, NEEDS ONLY THE ID        *
037000*===============================================================*
037100 4000-EDIT-POINT.
037200     IF LP-ACTION NOT = 'A' AND LP-ACTION NOT = 'C'
037300             AND LP-ACTION NOT = 'D' AND LP-ACTION NOT = 'K'
037400         MOVE 22 TO EDIT-REASON
037500         GO TO 4000-EXIT
037600     END-IF
037800         MOVE 23 TO EDIT-REASON
037900         GO TO 4000-EXIT
038000     END-IF
038100     IF LP-ACTION = 'D' OR LP-ACTION = 'K'
038200         SET EDIT-VALID TO TRUE
038300         GO TO 4000-EXIT
038400     END-IF
039600     SET EDIT-VALID TO TRUE.
039700 4000-EXIT.
039800     EXIT.

039900*===============================================================*
040000*  4500-EDIT-BUDGET - THE BUDGET LINE EDIT: A NUMERIC YYYYMM    *
040100*                     MONTH WITH A REAL MONTH IN IT, AND AN     *
040200*                     AMOUNT OF A SIGN BYTE (SPACE/+/-) PLUS    *
040300*                     TWELVE DIGITS                             *
040400*===============================================================*
040500 4500-EDIT-BUDGET.
040600     IF LG-MONTH IS NOT NUMERIC
040700             OR LG-MONTH(5:2) < '01'
040800             OR LG-MONTH(5:2) > '12'
040900         MOVE 25 TO EDIT-REASON
041000         GO TO 4500-EXIT
041100     END-IF
041200     IF LG-AMOUNT(2:12) IS NOT NUMERIC
041300             OR (LG-AMOUNT(1:1) NOT = ' ' AND
041400                 LG-AMOUNT(1:1) NOT = '+' AND
041500                 LG-AMOUNT(1:1) NOT = '-')
041600         MOVE 26 TO EDIT-REASON
041700         GO TO 4500-EXIT
041800     END-IF
041900     SET EDIT-VALID TO TRUE.
042000 4500-EXIT.
042100     EXIT.

042200*===============================================================*
042300*  4600-EDIT-SORDER - THE STANDING-ORDER DEFINITION EDIT: A      *
042400*                     NUMERIC ORDER ID, A POSTING OPERATION      *
042500*                     CODE, TWO SIGNED TEN-DIGIT OPERANDS, A     *
042600*                     REAL START DATE, A D/W/M FREQUENCY WITH    *
042700*                     A NON-ZERO INTERVAL AND A HOLIDAY RULE     *
042800*===============================================================*
042900 4600-EDIT-SORDER.
043000     IF LR-ID IS NOT NUMERIC
043100         MOVE 27 TO EDIT-REASON
043200         GO TO 4600-EXIT
043300     END-IF
043400     IF LR-OP NOT = ' ' AND LR-OP NOT = '+' AND LR-OP NOT = '-'
043500             AND LR-OP NOT = '*' AND LR-OP NOT = '/'
043600         MOVE 28 TO EDIT-REASON
043700         GO TO 4600-EXIT
043800     END-IF
043900     IF LR-A(2:10) IS NOT NUMERIC
044000             OR (LR-A(1:1) NOT = ' ' AND
044100                 LR-A(1:1) NOT = '+' AND
044200                 LR-A(1:1) NOT = '-')
044300         MOVE 01 TO EDIT-REASON
044400         GO TO 4600-EXIT
044500     END-IF
044600     IF LR-B(2:10) IS NOT NUMERIC
044700             OR (LR-B(1:1) NOT = ' ' AND
044800                 LR-B(1:1) NOT = '+' AND
044900                 LR-B(1:1) NOT = '-')
045000         MOVE 02 TO EDIT-REASON
045100         GO TO 4600-EXIT
045200     END-IF
045300     IF LR-START IS NOT NUMERIC
045400             OR LR-START(5:2) < '01' OR LR-START(5:2) > '12'
045500             OR LR-START(7:2) < '01' OR LR-START(7:2) > '31'
045600         MOVE 29 TO EDIT-REASON
045700         GO TO 4600-EXIT
045800     END-IF
045900     IF (LR-UNITS NOT = 'D' AND LR-UNITS NOT = 'W'
046000                             AND LR-UNITS NOT = 'M')
046100             OR LR-INTERVAL IS NOT NUMERIC
046200             OR LR-INTERVAL = '000'
046300         MOVE 30 TO EDIT-REASON
046400         GO TO 4600-EXIT
046500     END-IF
046600     IF LR-HOL-RULE NOT = ' ' AND LR-HOL-RULE NOT = 'N'
046700             AND LR-HOL-RULE NOT = 'P'
046800         MOVE 31 TO EDIT-REASON
046900         GO TO 4600-EXIT
047000     END-IF
047100     SET EDIT-VALID TO TRUE.
047200 4600-EXIT.
047300     EXIT.

047400*===============================================================*
047500*  4700-EDIT-IRATE - THE INTEREST RATE LINE EDIT: A RATE OF A    *
047600*                    SIGN BYTE (SPACE/+/-) PLUS NINE DIGITS, A   *
047700*                    DAY BASIS OF A, B OR T, AN ACCRUAL          *
047800*                    FREQUENCY OF M, Q OR A AND A REAL           *
047900*                    ACCRUE-FROM DATE                            *
048000*===============================================================*
048100 4700-EDIT-IRATE.
048200     IF LI-RATE(2:9) IS NOT NUMERIC
048300             OR (LI-RATE(1:1) NOT = ' ' AND
048400                 LI-RATE(1:1) NOT = '+' AND
048500                 LI-RATE(1:1) NOT = '-')
048600         MOVE 32 TO EDIT-REASON
048700         GO TO 4700-EXIT
048800     END-IF
048900     IF LI-BASIS NOT = 'A' AND LI-BASIS NOT = 'B'
049000             AND LI-BASIS NOT = 'T'
049100         MOVE 33 TO EDIT-REASON
049200         GO TO 4700-EXIT
049300     END-IF
049400     IF LI-FREQ NOT = 'M' AND LI-FREQ NOT = 'Q'
049500             AND LI-FREQ NOT = 'A'
049600         MOVE 34 TO EDIT-REASON
049700         GO TO 4700-EXIT
049800     END-IF
049900     IF LI-FROM IS NOT NUMERIC
050000             OR LI-FROM(5:2) < '01' OR LI-FROM(5:2) > '12'
050100             OR LI-FROM(7:2) < '01' OR LI-FROM(7:2) > '31'
050200         MOVE 29 TO EDIT-REASON
050300         GO TO 4700-EXIT
050400     END-IF
050500     SET EDIT-VALID TO TRUE.
050600 4700-EXIT.
050700     EXIT.
