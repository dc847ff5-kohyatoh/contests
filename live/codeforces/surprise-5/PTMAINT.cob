001887*                   DAY'S MAINTENANCE. EACH CARD NOW EDITS       *
001888*                   THROUGH THE SHARED EDITRTN (TYPE P,          *
001889*                   REASONS 22-24) INSTEAD OF THE OLD AD-HOC     *
001894*                   CHECKS.                                      *
001898*  2026-10-15 BSU   SUBMITTER AUTHORIZATION (SUBMRTN, SEE COPY/  *
001902*                   SUBMREC.CPY): THE DECK IS REFUSED WHEN ITS   *
001906*                   BATCH-ID PREFIX IS NOT ON THE SUBMITTER      *
001911*                   MASTER OR THE SUBMITTER IS NOT CLEARED FOR   *
001915*                   POINT MAINTENANCE (TYPE P).                  *
001919*  2026-10-15 BSU   NEAR-DUPLICATE CHECK: EVERY ADD AND EVERY    *
001923*                   CHANGE IS MEASURED AGAINST THE WHOLE MASTER, *
001928*                   AND ANY OTHER POINT WITHIN THE PTM-DUP-TOL   *
001932*                   SUITEPRM DISTANCE (DEFAULT ZERO - COINCIDENT *
001936*                   POINTS ONLY) GOES ON THE REPORT AS A         *
001940*                   PROBABLE DUPLICATE WITH ITS ID, SOURCE AND   *
001945*                   DISTANCE. WITH PTM-DUP-ACTION H THE CARD IS  *
001949*                   HELD OFF THE MASTER AND JOURNALED WITH       *
001953*                   ACTION H UNTIL A K CONFIRM CARD FOR THE SAME *
001957*                   POINT ID RELEASES IT (OUTSTANDING HELD ITEMS *
001961*                   ARE RELOADED FROM PTJRNL AT START-UP); W,    *
001966*                   THE DEFAULT, ONLY WARNS. A PROBABLE          *
001970*                   DUPLICATE ENDS THE STEP 4.                   *
001974*  2026-10-15 BSU   EVERY JOURNAL RECORD BUT AN ADD NOW CARRIES  *
001978*                   THE POINT'S BEFORE-IMAGE SOURCE CODE IN      *
001983*                   PTJ-OLD-SRC, SO A CHANGE CAN BE BACKED OUT   *
001987*                   WHOLE WHEN PTASOF REBUILDS THE MASTER AS OF  *
001991*                   AN EARLIER DATE.                             *
001995*===============================================================*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.   IBM-370.
002500 FILE-CONTROL.
002600     SELECT MAST-FILE   ASSIGN TO "PTMAST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE  IS DYNAMIC
002900         RECORD KEY   IS PTM-ID
003000         FILE STATUS  IS WS-MAST-STATUS.
003100     SELECT TRAN-FILE   ASSIGN TO "PTMTIN"

003900*---------------------------------------------------------------*
004000*  MAINTENANCE CARD - ACTION A (ADD), C (CHANGE), D (DELETE)    *
004067*  PLUS THE POINT FIELDS (X AND Y SIGNED, LEADING SEPARATE),    *
004133*  OR K (CONFIRM), RELEASING A HELD PROBABLE DUPLICATE POINT    *
004200*---------------------------------------------------------------*
004300 FD  TRAN-FILE
004400     RECORDING MODE IS F.
004700         88  PT-ADD                     VALUE 'A'.
004800         88  PT-CHANGE                  VALUE 'C'.
004900         88  PT-DELETE                  VALUE 'D'.
004950         88  PT-CONFIRM                 VALUE 'K'.
005000     05  PT-ID              PIC X(06).
005100     05  PT-X               PIC X(11).
005200     05  PT-Y               PIC X(11).
006000 01  WS-SWITCHES.
006100     05  WS-TRAN-EOF-SW     PIC X(01)   VALUE 'N'.
006200         88  TRAN-EOF                   VALUE 'Y'.
006220     05  WS-JRNL-EOF-SW     PIC X(01)   VALUE 'N'.
006240         88  JRNL-EOF                   VALUE 'Y'.
006260     05  WS-MAST-EOF-SW     PIC X(01)   VALUE 'N'.
006280         88  MAST-EOF                   VALUE 'Y'.

006300 01  WS-COUNTERS.
006400     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
006500     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
006600     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
006650     05  WS-DUP-CNT         PIC 9(06)   COMP    VALUE ZERO.

006700 01  WS-SIGN-WORK.
006800     05  WS-ABS-VAL         PIC 9(10)   VALUE ZEROES.
006725*---------------------------------------------------------------*
006726 COPY EDITPARM.

006727*---------------------------------------------------------------*
006728*  COMMUNICATION AREA FOR THE SUBMITTER AUTHORIZATION ROUTINE    *
006729*---------------------------------------------------------------*
006730 COPY SUBMPARM.

006731*---------------------------------------------------------------*
006732*  BATCH REFUSAL LINE                                            *
006733*---------------------------------------------------------------*
006995 COPY BUSDPARM.

007000*---------------------------------------------------------------*
007003*  COMMUNICATION AREA FOR THE SUITE PARAMETER SUBROUTINE         *
007005*---------------------------------------------------------------*
007007 COPY PARMPARM.

007009*---------------------------------------------------------------*
007011*  NEAR-DUPLICATE CHECK - THE SUITEPRM TOLERANCE AND ACTION,     *
007013*  THE CANDIDATE POINT, AND THE NEAREST OTHER POINT FOUND        *
007016*---------------------------------------------------------------*
007018 01  WS-DUP-FIELDS.
007020     05  WS-DUP-TOL         PIC 9(06)   VALUE ZEROES.
007022     05  WS-DUP-TOL2        PIC 9(18)   VALUE ZEROES.
007024     05  WS-DUP-ACTION      PIC X(01)   VALUE 'W'.
007026         88  DUP-HOLD                   VALUE 'H'.
007028     05  WS-DUP-SW          PIC X(01)   VALUE 'N'.
007031         88  DUP-FOUND                  VALUE 'Y'.
007033     05  WS-ON-MAST-SW      PIC X(01)   VALUE 'N'.
007035         88  CAND-ON-MAST               VALUE 'Y'.
007037     05  WS-CAND-ID         PIC 9(06)   VALUE ZEROES.
007039     05  WS-CAND-X          PIC S9(10)  VALUE ZEROES.
007041     05  WS-CAND-Y          PIC S9(10)  VALUE ZEROES.
007044     05  WS-CAND-REC        PIC X(80)   VALUE SPACES.
007046     05  WS-NEAR-ID         PIC 9(06)   VALUE ZEROES.
007048     05  WS-NEAR-D2         PIC 9(18)   VALUE ZEROES.
007050     05  WS-HELD-FOR        PIC X(01)   VALUE SPACE.
007052     05  WS-APPLY-NOTE      PIC X(45)   VALUE SPACES.
007054 01  DX                     PIC S9(11)  VALUE ZEROES.
007056 01  DY                     PIC S9(11)  VALUE ZEROES.
007059 01  D2                     PIC 9(18)   VALUE ZEROES.
007061 01  WS-DUP-DIST            PIC 9(07)V99 VALUE ZEROES.

007063*---------------------------------------------------------------*
007065*  HELD ITEMS STILL WAITING FOR A CONFIRM CARD - RELOADED FROM   *
007067*  THE JOURNAL AT START-UP AND KEPT CURRENT AS THE DECK IS       *
007069*  APPLIED. A BLANK WHT-ACTION IS A RELEASED ENTRY.              *
007072*---------------------------------------------------------------*
007074 01  WS-HELD-CNT            PIC 9(04)   COMP    VALUE ZERO.
007076 01  WS-HELD-TABLE.
007078     05  WS-HELD-ENTRY      OCCURS 500.
007080         10  WHT-ID         PIC 9(06).
007082         10  WHT-ACTION     PIC X(01).
007084         10  WHT-X          PIC S9(10).
007087         10  WHT-Y          PIC S9(10).
007089         10  WHT-SRC        PIC X(04).
007091         10  WHT-DUP-ID     PIC 9(06).
007093 01  HX                     PIC 9(04)   COMP    VALUE ZERO.
007095 01  WS-HELD-HIT            PIC 9(04)   COMP    VALUE ZERO.

007097*---------------------------------------------------------------*
007100*  MAINTENANCE AUDIT LINE                                        *
007200*---------------------------------------------------------------*
007300 01  WS-MAINT-LINE.
007800     05  WL-DETAIL          PIC X(45)   VALUE SPACES.
007900     05  FILLER             PIC X(17)   VALUE SPACES.

007912 01  WS-DUP-DETAIL.
007923     05  FILLER             PIC X(08)   VALUE 'NEAR PT '.
007934     05  WDD-ID             PIC 9(06).
007945     05  FILLER             PIC X(05)   VALUE ' SRC '.
007956     05  WDD-SRC            PIC X(04).
007967     05  FILLER             PIC X(06)   VALUE ' DIST '.
007978     05  WDD-DIST           PIC Z(6)9.99.
007989     05  FILLER             PIC X(06)   VALUE SPACES.

008000 PROCEDURE DIVISION.
008100*===============================================================*
008200*  0000-MAINLINE                                                *

009000*===============================================================*
009100*  1000-INITIALIZE - OPEN FILES (I-O EXTENDS AN EXISTING        *
009150*                    MASTER; A MISSING ONE IS CREATED FIRST),   *
009200*                    LOAD THE SUITE PARAMETERS AND THE HELD     *
009250*                    ITEMS STILL OUTSTANDING ON THE JOURNAL     *
009300*===============================================================*
009400 1000-INITIALIZE.
009500     OPEN I-O MAST-FILE
010000     END-IF
010100     OPEN INPUT  TRAN-FILE
010200          OUTPUT REPT-FILE
010204     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
010207     PERFORM 1100-LOAD-HELD THRU 1100-EXIT
010213     OPEN EXTEND JRNL-FILE
010220     CALL 'BUSDATE' USING BUSD-PARM
010230     MOVE BUSD-DATE TO WS-TODAY.
010300 1000-EXIT.
010302     EXIT.

010304*===============================================================*
010305*  1100-LOAD-HELD - ONE PASS OVER THE CHANGE JOURNAL: EVERY H   *
010307*                   RECORD OPENS (OR REPLACES) ITS POINT'S HELD *
010309*                   ENTRY, AND ANY LATER ADD, CHANGE OR DELETE  *
010310*                   OF THAT POINT RELEASES IT                   *
010312*===============================================================*
010313 1100-LOAD-HELD.
010315     OPEN INPUT JRNL-FILE
010317     PERFORM 1150-READ-JRNL THRU 1150-EXIT
010318     PERFORM UNTIL JRNL-EOF
010320         PERFORM 2450-NOTE-HELD THRU 2450-EXIT
010322         PERFORM 1150-READ-JRNL THRU 1150-EXIT
010323     END-PERFORM
010325     CLOSE JRNL-FILE.
010326 1100-EXIT.
010328     EXIT.

010330*===============================================================*
010331*  1150-READ-JRNL                                               *
010333*===============================================================*
010335 1150-READ-JRNL.
010336     READ JRNL-FILE
010338         AT END
010339             SET JRNL-EOF TO TRUE
010341     END-READ.
010343 1150-EXIT.
010344     EXIT.

010346*===============================================================*
010348*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
010349*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
010351*                    FILE, AND PICK UP THE NEAR-DUPLICATE       *
010352*                    TOLERANCE (DEFAULT ZERO) AND ACTION        *
010354*                    (DEFAULT W, WARN ONLY)                     *
010356*===============================================================*
010357 1900-LOAD-PARMS.
010358     SET PARM-FUNC-LOAD TO TRUE
010359     CALL 'PARMRTN' USING PARM-PARM
010360     IF PARM-ERR-CNT > ZERO
010361         DISPLAY 'PTMAINT: SUITE PARAMETER FILE IN ERROR - '
010362             'RUN REFUSED'
010363         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
010364             TO REPT-REC
010365         WRITE REPT-REC
010366         CLOSE MAST-FILE
010367               TRAN-FILE
010368               REPT-FILE
010369         MOVE 8 TO RETURN-CODE
010370         STOP RUN
010371     END-IF
010372     SET PARM-FUNC-GET TO TRUE
010373     MOVE 'PTM-DUP-TOL'    TO PARM-KEYWORD
010374     MOVE SPACES           TO PARM-QUALIFIER
010375     CALL 'PARMRTN' USING PARM-PARM
010376     IF PARM-OK
010377         MOVE PARM-VALUE-NUM TO WS-DUP-TOL
010378     END-IF
010379     COMPUTE WS-DUP-TOL2 = WS-DUP-TOL * WS-DUP-TOL
010380     MOVE 'PTM-DUP-ACTION' TO PARM-KEYWORD
010381     MOVE SPACES           TO PARM-QUALIFIER
010382     CALL 'PARMRTN' USING PARM-PARM
010383     IF PARM-OK AND PARM-VALUE(1:1) NOT = SPACE
010384         MOVE PARM-VALUE(1:1) TO WS-DUP-ACTION
010385     END-IF
010386     DISPLAY 'PTMAINT: PARM PTM-DUP-TOL    : ' WS-DUP-TOL
010387     DISPLAY 'PTMAINT: PARM PTM-DUP-ACTION : ' WS-DUP-ACTION.
010388 1900-EXIT.
010389     EXIT.

010410*===============================================================*
010420*  1500-READ-DECK - THE DECK MUST OPEN WITH A BATCH HEADER AND  *
010460*===============================================================*
010470 1500-READ-DECK.
010480     PERFORM 1600-READ-TRAN THRU 1600-EXIT
010482     IF TRAN-EOF
010483         MOVE 'DECK IS EMPTY - NO BATCH HEADER RECORD'
010484                              TO WF-REASON
010485         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
010486         GO TO 1500-EXIT
010488     END-IF
010489     MOVE TRAN-REC(1:17) TO BATCH-CTL-REC
010490     IF BCR-HEADER
010491         MOVE BCH-BATCH-ID TO WS-BATCH-ID
010492         PERFORM 1550-CHECK-SUBMITTER THRU 1550-EXIT
010494         IF BATCH-REFUSED
010496             GO TO 1500-EXIT
010498         END-IF
010500     ELSE
010502         MOVE 'DECK DOES NOT OPEN WITH A BATCH HEADER RECORD'
010504                              TO WF-REASON
010506         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
010508         GO TO 1500-EXIT
010509     END-IF
010511     PERFORM 1600-READ-TRAN THRU 1600-EXIT
010513     PERFORM UNTIL TRAN-EOF OR BATCH-REFUSED
010515         IF TRAN-REC(1:1) = 'T'
010517                 AND TRAN-REC(2:6) IS NUMERIC
010519                 AND TRAN-REC(8:10) IS NUMERIC
010521             PERFORM 1700-CHECK-TRAILER THRU 1700-EXIT
010523             GO TO 1500-EXIT
010524         END-IF
010526         ADD 1 TO WS-RECS-IN
010528         IF PT-ID IS NUMERIC
010530             MOVE PT-ID TO WS-HASH-KEY
010532             COMPUTE WS-HASH-WORK = WS-HASH-TOTAL + WS-HASH-KEY
010534             DIVIDE WS-HASH-WORK BY 10000000000
010536                 GIVING WS-HASH-QUOT REMAINDER WS-HASH-TOTAL
010538         END-IF
010540         IF WS-CARD-CNT < 2000
010541             ADD 1 TO WS-CARD-CNT
010543             MOVE TRAN-REC TO WS-CARD-BUF(WS-CARD-CNT)
010545         ELSE
010547             MOVE 'DECK EXCEEDS THE 2000-CARD BUFFER'
010549                              TO WF-REASON
010551             PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
010553             GO TO 1500-EXIT
010555         END-IF
010556         PERFORM 1600-READ-TRAN THRU 1600-EXIT
010558     END-PERFORM
010560     IF TRAN-EOF AND NOT BATCH-REFUSED
010562         MOVE 'DECK ENDS WITHOUT A BATCH TRAILER RECORD'
010564                              TO WF-REASON
010566         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
010568     END-IF.
010570 1500-EXIT.
010572     EXIT.

010573*===============================================================*
010575*  1550-CHECK-SUBMITTER - THE BATCH-ID PREFIX MUST BE ON THE     *
010577*                         SUBMITTER MASTER AND CLEARED TO SEND   *
010579*                         POINT MAINTENANCE                      *
010581*===============================================================*
010583 1550-CHECK-SUBMITTER.
010585     SET SUBM-FUNC-DECK TO TRUE
010587     MOVE WS-BATCH-ID   TO SUBM-BATCH-ID
010588     CALL 'SUBMRTN' USING SUBM-PARM
010590     IF SUBM-UNKNOWN
010592         MOVE 'BATCH-ID PREFIX NOT ON THE SUBMITTER MASTER'
010594                              TO WF-REASON
010596         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
010598         GO TO 1550-EXIT
010600     END-IF
010602     SET SUBM-FUNC-REC  TO TRUE
010604     MOVE 'P'           TO SUBM-REC-TYPE
010605     MOVE SPACES        TO SUBM-ACCT
010607     MOVE ZEROES        TO SUBM-AMOUNT
010609     CALL 'SUBMRTN' USING SUBM-PARM
010611     IF SUBM-DENIED
010613         MOVE 'SUBMITTER NOT CLEARED FOR POINT MAINTENANCE'
010615                              TO WF-REASON
010617         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
010619     END-IF.
010620 1550-EXIT.
010622     EXIT.

010624*===============================================================*
010626*  1600-READ-TRAN                                               *
010628*===============================================================*
010630 1600-READ-TRAN.
010632     READ TRAN-FILE
010634         AT END
010636             SET TRAN-EOF TO TRUE
010637             GO TO 1600-EXIT
010639     END-READ.
010641 1600-EXIT.
010643     EXIT.

010645*===============================================================*
010647*  1700-CHECK-TRAILER - PROVE THE TRAILER'S COUNT AND HASH      *
010649*                       TOTAL AGAINST WHAT WAS ACTUALLY READ    *
010651*===============================================================*
010652 1700-CHECK-TRAILER.
010654     MOVE TRAN-REC(1:17) TO BATCH-CTL-REC
010656     IF BCT-REC-COUNT NOT = WS-RECS-IN
010658             OR BCT-HASH-TOTAL NOT = WS-HASH-TOTAL
010660         MOVE 'TRAILER COUNT/HASH DOES NOT MATCH DECK AS READ'
010662                              TO WF-REASON
010664         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
010666     END-IF.
010668 1700-EXIT.
010669     EXIT.

010671*===============================================================*
010673*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE     *
010675*                       RUN, PUT THE REASON ON THE REPORT AND   *
010677*                       THE CONSOLE. NOTHING HAS BEEN APPLIED.  *
010679*===============================================================*
010681 8800-WRITE-REFUSAL.
010683     SET BATCH-REFUSED TO TRUE
010684     MOVE WS-BATCH-ID TO WF-BATCH-ID
010686     WRITE REPT-REC FROM WS-REFUSAL-LINE
010688     DISPLAY 'PTMAINT: BATCH ' WS-BATCH-ID ' REFUSED - '
010690         WF-REASON.
010692 8800-EXIT.
010694     EXIT.

010696*===============================================================*
010698*  2000-APPLY-TRANS - ONE PASS OVER THE PROVEN, BUFFERED DECK   *
010700*===============================================================*
010800 2000-APPLY-TRANS.
010900     MOVE 1 TO P
013200*===============================================================*
013300 2200-APPLY-ONE.
013400     MOVE PT-ID TO WL-ID
013450     MOVE SPACES TO WS-APPLY-NOTE
013500     MOVE 'P' TO EDIT-TYPE
013600     MOVE TRAN-REC(1:49) TO EDIT-PAYLOAD
013700     CALL 'EDITRTN' USING EDIT-CTL EDIT-PAYLOAD
014400     END-IF
015100     IF PT-ADD
015200         PERFORM 2300-BUILD-MASTER THRU 2300-EXIT
015210         PERFORM 2500-CHECK-NEAR-DUP THRU 2500-EXIT
015220         IF DUP-FOUND AND DUP-HOLD AND NOT CAND-ON-MAST
015230             MOVE ZERO TO WS-OLD-X
015240             MOVE ZERO TO WS-OLD-Y
015250             MOVE SPACES TO WS-OLD-SRC
015260             MOVE 'A'  TO WS-HELD-FOR
015270             PERFORM 2600-HOLD-POINT THRU 2600-EXIT
015280             GO TO 2200-EXIT
015290         END-IF
015300         WRITE PTM-REC
015400             INVALID KEY
015500                 MOVE 'REJECT' TO WL-ACTION
015900                 ADD 1 TO WS-RECS-REJ
016000             NOT INVALID KEY
016100                 MOVE 'ADDED'  TO WL-ACTION
016200                 MOVE WS-APPLY-NOTE TO WL-DETAIL
016300                 WRITE REPT-REC FROM WS-MAINT-LINE
016400                 ADD 1 TO WS-RECS-OUT
016410                 MOVE 'A'  TO WS-JRNL-ACTION
016800     IF PT-CHANGE
016810         PERFORM 2350-READ-BEFORE-IMAGE THRU 2350-EXIT
016900         PERFORM 2300-BUILD-MASTER THRU 2300-EXIT
016915         PERFORM 2500-CHECK-NEAR-DUP THRU 2500-EXIT
016929         IF DUP-FOUND AND DUP-HOLD AND CAND-ON-MAST
016943             MOVE 'C'  TO WS-HELD-FOR
016957             PERFORM 2600-HOLD-POINT THRU 2600-EXIT
016971             GO TO 2200-EXIT
016985         END-IF
017000         REWRITE PTM-REC
017100             INVALID KEY
017200                 MOVE 'REJECT' TO WL-ACTION
017500                 ADD 1 TO WS-RECS-REJ
017600             NOT INVALID KEY
017700                 MOVE 'CHANGED' TO WL-ACTION
017800                 MOVE WS-APPLY-NOTE TO WL-DETAIL
017900                 WRITE REPT-REC FROM WS-MAINT-LINE
018000                 ADD 1 TO WS-RECS-OUT
018010                 MOVE 'C' TO WS-JRNL-ACTION
019610                 MOVE 'D' TO WS-JRNL-ACTION
019620                 PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT
019700         END-DELETE
019720         GO TO 2200-EXIT
019740     END-IF
019760     IF PT-CONFIRM
019780         PERFORM 2700-CONFIRM-HELD THRU 2700-EXIT
019800         GO TO 2200-EXIT
019900     END-IF
020000     MOVE 'REJECT' TO WL-ACTION

023040*===============================================================*
023050*  2400-WRITE-JOURNAL - ONE BEFORE/AFTER RECORD FOR THE ACTION   *
023057*                       JUST APPLIED OR HELD, KEEPING THE HELD   *
023063*                       TABLE IN STEP (SEE COPY/PTJREC.CPY)      *
023070*===============================================================*
023080 2400-WRITE-JOURNAL.
023090     MOVE SPACES          TO PTJ-REC
023210         MOVE PTM-X       TO PTJ-NEW-X
023220         MOVE PTM-Y       TO PTJ-NEW-Y
023230     END-IF
023232     IF WS-JRNL-ACTION NOT = 'A'
023233         MOVE WS-OLD-SRC  TO PTJ-OLD-SRC
023234     END-IF
023236     IF WS-JRNL-ACTION = 'H'
023237         MOVE WS-HELD-FOR TO PTJ-HELD-ACTION
023238         MOVE WS-NEAR-ID  TO PTJ-DUP-ID
023239     END-IF
023240     PERFORM 2450-NOTE-HELD THRU 2450-EXIT
023241     WRITE PTJ-REC.
023242 2400-EXIT.
023243     EXIT.

023245*===============================================================*
023246*  2450-NOTE-HELD - KEEP THE HELD TABLE CURRENT FROM ONE        *
023247*                   JOURNAL RECORD: AN H RECORD OPENS OR        *
023248*                   REPLACES THE POINT'S ENTRY, ANY OTHER       *
023249*                   ACTION ON THE POINT RELEASES IT             *
023250*===============================================================*
023251 2450-NOTE-HELD.
023252     MOVE PTJ-ID TO WS-CAND-ID
023253     PERFORM 2460-FIND-HELD THRU 2460-EXIT
023255     IF NOT PTJ-HELD
023256         IF WS-HELD-HIT > ZERO
023257             MOVE SPACE TO WHT-ACTION(WS-HELD-HIT)
023258         END-IF
023259         GO TO 2450-EXIT
023260     END-IF
023261     IF WS-HELD-HIT = ZERO
023262         IF WS-HELD-CNT < 500
023263             ADD 1 TO WS-HELD-CNT
023265             MOVE WS-HELD-CNT TO WS-HELD-HIT
023266         ELSE
023267             DISPLAY 'PTMAINT: HELD TABLE FULL - POINT ' PTJ-ID
023268                 ' CANNOT BE CONFIRMED THIS RUN'
023269             GO TO 2450-EXIT
023270         END-IF
023271     END-IF
023272     MOVE PTJ-ID          TO WHT-ID(WS-HELD-HIT)
023273     MOVE PTJ-HELD-ACTION TO WHT-ACTION(WS-HELD-HIT)
023275     MOVE PTJ-NEW-X       TO WHT-X(WS-HELD-HIT)
023276     MOVE PTJ-NEW-Y       TO WHT-Y(WS-HELD-HIT)
023277     MOVE PTJ-SRC         TO WHT-SRC(WS-HELD-HIT)
023278     MOVE PTJ-DUP-ID      TO WHT-DUP-ID(WS-HELD-HIT).
023279 2450-EXIT.
023280     EXIT.

023281*===============================================================*
023282*  2460-FIND-HELD - THE HELD ENTRY FOR WS-CAND-ID, WHETHER      *
023283*                   STILL OPEN OR RELEASED, INTO WS-HELD-HIT    *
023285*                   (ZERO WHEN THE POINT HAS NEVER BEEN HELD)   *
023286*===============================================================*
023287 2460-FIND-HELD.
023288     MOVE ZERO TO WS-HELD-HIT
023289     MOVE 1 TO HX
023290     PERFORM UNTIL HX > WS-HELD-CNT
023291         IF WHT-ID(HX) = WS-CAND-ID
023292             MOVE HX TO WS-HELD-HIT
023294             MOVE WS-HELD-CNT TO HX
023295         END-IF
023296         ADD 1 TO HX
023297     END-PERFORM.
023298 2460-EXIT.
023299     EXIT.

023300*===============================================================*
023301*  2500-CHECK-NEAR-DUP - MEASURE THE CANDIDATE POINT NOW BUILT  *
023302*                        IN PTM-REC AGAINST EVERY OTHER POINT   *
023304*                        ON THE MASTER; EACH ONE WITHIN THE     *
023305*                        PTM-DUP-TOL DISTANCE GOES ON THE       *
023306*                        REPORT AS A PROBABLE DUPLICATE. ALSO   *
023307*                        NOTES WHETHER THE CANDIDATE'S OWN ID   *
023308*                        IS ALREADY ON FILE. PTM-REC IS PUT     *
023309*                        BACK AS IT CAME IN.                    *
023310*===============================================================*
023311 2500-CHECK-NEAR-DUP.
023312     MOVE 'N'     TO WS-DUP-SW
023314     MOVE 'N'     TO WS-ON-MAST-SW
023315     MOVE 'N'     TO WS-MAST-EOF-SW
023316     MOVE ZERO    TO WS-NEAR-ID
023317     MOVE ZERO    TO WS-NEAR-D2
023318     MOVE PTM-REC TO WS-CAND-REC
023319     MOVE PTM-ID  TO WS-CAND-ID
023320     MOVE PTM-X   TO WS-CAND-X
023321     MOVE PTM-Y   TO WS-CAND-Y
023322     MOVE ZERO    TO PTM-ID
023324     START MAST-FILE KEY IS NOT LESS THAN PTM-ID
023325         INVALID KEY
023326             SET MAST-EOF TO TRUE
023327     END-START
023328     PERFORM UNTIL MAST-EOF
023329         READ MAST-FILE NEXT RECORD
023330             AT END
023331                 SET MAST-EOF TO TRUE
023332             NOT AT END
023334                 PERFORM 2550-MEASURE-ONE THRU 2550-EXIT
023335         END-READ
023336     END-PERFORM
023337     MOVE WS-CAND-REC TO PTM-REC
023338     IF DUP-FOUND
023339         ADD 1 TO WS-DUP-CNT
023340         MOVE 'PROBABLE DUPLICATE - WARNING ONLY' TO WS-APPLY-NOTE
023341     END-IF.
023343 2500-EXIT.
023344     EXIT.

023345*===============================================================*
023346*  2550-MEASURE-ONE - ONE MASTER POINT AGAINST THE CANDIDATE.   *
023347*                     EITHER AXIS ALONE PAST THE TOLERANCE      *
023348*                     RULES THE POINT OUT BEFORE ANY SQUARING,  *
023349*                     SO THE SUM OF SQUARES CANNOT OVERFLOW     *
023350*===============================================================*
023351 2550-MEASURE-ONE.
023353     IF PTM-ID = WS-CAND-ID
023354         SET CAND-ON-MAST TO TRUE
023355         GO TO 2550-EXIT
023356     END-IF
023357     COMPUTE DX = PTM-X - WS-CAND-X
023358     IF DX < ZERO
023359         COMPUTE DX = ZERO - DX
023360     END-IF
023361     IF DX > WS-DUP-TOL
023363         GO TO 2550-EXIT
023364     END-IF
023365     COMPUTE DY = PTM-Y - WS-CAND-Y
023366     IF DY < ZERO
023367         COMPUTE DY = ZERO - DY
023368     END-IF
023369     IF DY > WS-DUP-TOL
023370         GO TO 2550-EXIT
023371     END-IF
023373     COMPUTE D2 = DX * DX + DY * DY
023374     IF D2 > WS-DUP-TOL2
023375         GO TO 2550-EXIT
023376     END-IF
023377     IF NOT DUP-FOUND OR D2 < WS-NEAR-D2
023378         MOVE PTM-ID TO WS-NEAR-ID
023379         MOVE D2     TO WS-NEAR-D2
023380     END-IF
023381     SET DUP-FOUND TO TRUE
023383     COMPUTE WS-DUP-DIST = FUNCTION SQRT(D2)
023384     MOVE PTM-ID      TO WDD-ID
023385     MOVE PTM-SRC     TO WDD-SRC
023386     MOVE WS-DUP-DIST TO WDD-DIST
023387     MOVE 'PROB DUP'  TO WL-ACTION
023388     MOVE WS-DUP-DETAIL TO WL-DETAIL
023389     WRITE REPT-REC FROM WS-MAINT-LINE.
023390 2550-EXIT.
023391     EXIT.

023393*===============================================================*
023394*  2600-HOLD-POINT - PTM-DUP-ACTION H: THE CARD IS KEPT OFF THE *
023395*                    MASTER AND JOURNALED AS A HELD ITEM (THE   *
023396*                    CANDIDATE VALUES, WHAT THE CARD WOULD HAVE *
023397*                    DONE, AND THE NEAREST EXISTING POINT)      *
023398*                    UNTIL A K CONFIRM CARD RELEASES IT         *
023399*===============================================================*
023400 2600-HOLD-POINT.
023402     MOVE 'HELD'    TO WL-ACTION
023403     MOVE 'PROBABLE DUPLICATE - HELD FOR A CONFIRM CARD'
023404                    TO WL-DETAIL
023405     WRITE REPT-REC FROM WS-MAINT-LINE
023406     MOVE 'H'       TO WS-JRNL-ACTION
023407     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
023408 2600-EXIT.
023409     EXIT.

023410*===============================================================*
023412*  2700-CONFIRM-HELD - A K CARD RELEASES THE POINT'S HELD ITEM: *
023413*                      THE HELD VALUES ARE APPLIED AS THE ADD   *
023414*                      OR CHANGE THEY WERE, WITHOUT A SECOND    *
023415*                      NEAR-DUPLICATE CHECK, AND JOURNALED AS   *
023416*                      THAT ORDINARY ACTION                     *
023417*===============================================================*
023418 2700-CONFIRM-HELD.
023419     MOVE PT-ID TO WS-CAND-ID
023420     PERFORM 2460-FIND-HELD THRU 2460-EXIT
023422     IF WS-HELD-HIT = ZERO
023423         MOVE 'REJECT' TO WL-ACTION
023424         MOVE 'CONFIRM - NO HELD ITEM FOR THIS POINT ID'
023425                       TO WL-DETAIL
023426         WRITE REPT-REC FROM WS-MAINT-LINE
023427         ADD 1 TO WS-RECS-REJ
023428         GO TO 2700-EXIT
023429     END-IF
023430     IF WHT-ACTION(WS-HELD-HIT) = SPACE
023432         MOVE 'REJECT' TO WL-ACTION
023433         MOVE 'CONFIRM - HELD ITEM ALREADY RELEASED'
023434                       TO WL-DETAIL
023435         WRITE REPT-REC FROM WS-MAINT-LINE
023436         ADD 1 TO WS-RECS-REJ
023437         GO TO 2700-EXIT
023438     END-IF
023439     MOVE WHT-DUP-ID(WS-HELD-HIT) TO WDD-ID
023440     MOVE SPACES                  TO WS-APPLY-NOTE
023442     STRING 'CONFIRMED - HELD AS NEAR PT ' DELIMITED BY SIZE
023443            WDD-ID                        DELIMITED BY SIZE
023444         INTO WS-APPLY-NOTE
023445     END-STRING
023446     IF WHT-ACTION(WS-HELD-HIT) = 'A'
023447         MOVE ZERO TO WS-OLD-X
023448         MOVE ZERO TO WS-OLD-Y
023449         MOVE 'A'  TO WS-JRNL-ACTION
023451     ELSE
023452         PERFORM 2350-READ-BEFORE-IMAGE THRU 2350-EXIT
023453         MOVE 'C'  TO WS-JRNL-ACTION
023454     END-IF
023455     MOVE SPACES                  TO PTM-REC
023456     MOVE WS-CAND-ID              TO PTM-ID
023457     MOVE WHT-X(WS-HELD-HIT)      TO PTM-X
023458     MOVE WHT-Y(WS-HELD-HIT)      TO PTM-Y
023459     MOVE WHT-SRC(WS-HELD-HIT)    TO PTM-SRC
023461     IF WS-JRNL-ACTION = 'A'
023462         WRITE PTM-REC
023463             INVALID KEY
023464                 MOVE 'REJECT' TO WL-ACTION
023465                 MOVE 'CONFIRM - HELD ADD NOW ON MASTER'
023466                                TO WL-DETAIL
023467                 WRITE REPT-REC FROM WS-MAINT-LINE
023468                 ADD 1 TO WS-RECS-REJ
023469                 GO TO 2700-EXIT
023471         END-WRITE
023472         MOVE 'ADDED'   TO WL-ACTION
023473     ELSE
023474         REWRITE PTM-REC
023475             INVALID KEY
023476                 MOVE 'REJECT' TO WL-ACTION
023477                 MOVE 'CONFIRM - HELD CHANGE NO LONGER ON MASTER'
023478                                TO WL-DETAIL
023479                 WRITE REPT-REC FROM WS-MAINT-LINE
023481                 ADD 1 TO WS-RECS-REJ
023482                 GO TO 2700-EXIT
023483         END-REWRITE
023484         MOVE 'CHANGED' TO WL-ACTION
023485     END-IF
023486     MOVE WS-APPLY-NOTE TO WL-DETAIL
023487     WRITE REPT-REC FROM WS-MAINT-LINE
023488     ADD 1 TO WS-RECS-OUT
023489     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT.
023491 2700-EXIT.
023492     EXIT.

023493*===============================================================*
023494*  9000-TERMINATE - CLOSE FILES                                 *
023495*===============================================================*
023496 9000-TERMINATE.
023497     CLOSE MAST-FILE
023498           TRAN-FILE
023500           REPT-FILE
023510           JRNL-FILE.
023600 9000-EXIT.

023800*===============================================================*
023900*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
024000*                         REJECTED CARD OR PROBABLE DUPLICATE,  *
024050*                         8 DECK REFUSED, 12 EMPTY DECK         *
024100*===============================================================*
024200 9900-SET-RETURN-CODE.
024300     MOVE 0 TO RETURN-CODE
024400     IF WS-RECS-REJ > 0 OR WS-DUP-CNT > 0
024500         MOVE 4 TO RETURN-CODE
024600     END-IF
024620     IF BATCH-REFUSED
