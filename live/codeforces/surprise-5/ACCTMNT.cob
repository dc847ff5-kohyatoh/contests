001900*                   IS WRITTEN WHOLE (ACCTNEW) SO THE OLD        *
002000*                   GENERATION SURVIVES UNTIL IT IS CATALOGED    *
002100*                   OVER.                                        *
002105*  2026-10-08 BSU   ACCOUNT ROLL-UP HIERARCHY: ADD AND CHANGE    *
002109*                   CARDS CARRY A PARENT ACCOUNT CODE (COLUMNS   *
002113*                   37-40; '****' MOVES THE ACCOUNT TO THE TOP,  *
002117*                   BLANK ON A CHANGE LEAVES THE PARENT AS IS).  *
002121*                   A PARENT NOT ON THE MASTER, OR ONE WHOSE OWN *
002125*                   CHAIN LEADS BACK TO THE ACCOUNT, IS          *
002129*                   REJECTED, AS IS DELETING AN ACCOUNT THAT     *
002134*                   OTHER ACCOUNTS STILL ROLL UP TO.             *
002138*  2026-10-15 BSU   ACCOUNT CLOSE-OUT: A CHANGE CARD THAT CLOSES *
002142*                   AN ACTIVE ACCOUNT MUST NAME A SUCCESSOR      *
002146*                   ACCOUNT (COLUMNS 41-44) THAT IS ON THE       *
002150*                   MASTER AND ACTIVE, OR IT IS REJECTED. THE    *
002154*                   SUCCESSOR IS KEPT ON THE ACCOUNT ENTRY AND   *
002158*                   CLEARED IF THE ACCOUNT IS REOPENED. THE      *
002162*                   ACCTCLOS RUN WRITES THESE CARDS ONCE THE     *
002167*                   BALANCE HAS BEEN TRANSFERRED.                *
002171*  2026-10-15 BSU   A CHANGE CARD THAT CLOSES AN ACTIVE ACCOUNT  *
002175*                   IS ALSO REJECTED WHILE THE ACCOUNT STILL     *
002179*                   CARRIES A BALANCE - THE BALANCE MASTER CLOSE *
002183*                   PLUS EVERY POSTING SINCE ITS LAST ROLL,      *
002187*                   DERIVED AS ACCTCLOS DOES. A BALANCE IS MOVED *
002191*                   TO THE SUCCESSOR BY ACCTCLOS, WHICH RUNS     *
002195*                   THIS PROGRAM ONCE THE TRANSFER HAS POSTED.   *
002200*===============================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT TRAN-FILE   ASSIGN TO "ACCTTRAN"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003210     SELECT ABAL-FILE   ASSIGN TO "ACCTBAL"
003219         ORGANIZATION IS INDEXED
003228         ACCESS MODE  IS RANDOM
003237         RECORD KEY   IS ABL-ACCT
003246         FILE STATUS  IS WS-ABAL-STATUS.
003255     SELECT POST-FILE   ASSIGN TO "POSTMST"
003264         ORGANIZATION IS INDEXED
003273         ACCESS MODE  IS SEQUENTIAL
003282         RECORD KEY   IS POST-ID
003291         FILE STATUS  IS WS-POST-STATUS.
003300     SELECT NEW-FILE    ASSIGN TO "ACCTNEW"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT REPT-FILE   ASSIGN TO "ACCTRPT"
004400*---------------------------------------------------------------*
004500*  MAINTENANCE CARD - ACTION A (ADD), C (CHANGE), D (DELETE)    *
004600*  PLUS THE ACCOUNT ENTRY FIELDS                                *
004634*  AT-PARENT '****' CLEARS THE PARENT (TOP OF THE HIERARCHY)    *
004667*  AT-SUCCESSOR IS REQUIRED WHEN A CHANGE CLOSES AN ACCOUNT      *
004700*---------------------------------------------------------------*
004800 FD  TRAN-FILE
004900     RECORDING MODE IS F.
005500     05  AT-CODE            PIC X(04).
005600     05  AT-DESC            PIC X(30).
005700     05  AT-STATUS          PIC X(01).
005719     05  AT-PARENT          PIC X(04).
005737         88  AT-PARENT-CLEAR            VALUE '****'.
005755     05  AT-SUCCESSOR       PIC X(04).
005773     05  FILLER             PIC X(36).
005791
005809 FD  ABAL-FILE.
005827 COPY ABALREC.
005845
005863 FD  POST-FILE.
005881 COPY POSTREC.
005900
006000 FD  NEW-FILE
006100     RECORDING MODE IS F.
006600 01  REPT-REC               PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006834 01  WS-ABAL-STATUS         PIC X(02)   VALUE SPACES.
006867 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
006900 01  WS-SWITCHES.
007000     05  WS-ACCT-EOF-SW     PIC X(01)   VALUE 'N'.
007100         88  ACCT-EOF                   VALUE 'Y'.
007400     05  WS-FOUND-SW        PIC X(01)   VALUE 'N'.
007500         88  CODE-FOUND                 VALUE 'Y'.
007600         88  CODE-NOT-FOUND             VALUE 'N'.
007608     05  WS-PARENT-SW       PIC X(01)   VALUE 'Y'.
007616         88  PARENT-OK                  VALUE 'Y'.
007623         88  PARENT-MISSING             VALUE 'M'.
007631         88  PARENT-CIRCULAR            VALUE 'C'.
007639     05  WS-SUCC-SW         PIC X(01)   VALUE 'Y'.
007646         88  SUCC-OK                    VALUE 'Y'.
007654         88  SUCC-MISSING               VALUE 'N'.
007661         88  SUCC-SELF                  VALUE 'S'.
007669         88  SUCC-NOT-ACTIVE            VALUE 'C'.
007677         88  SUCC-UNKNOWN               VALUE 'U'.
007684     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
007692         88  POST-EOF                   VALUE 'Y'.
007700
007800 01  WS-COUNTERS.
007900     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
008200
008300 01  K                      PIC 9(03)   VALUE ZEROES.
008400 01  KX                     PIC 9(03)   VALUE ZEROES.
008413 01  PX                     PIC 9(03)   VALUE ZEROES.
008425 01  WS-NEW-PARENT          PIC X(04)   VALUE SPACES.
008438 01  WS-WALK-CODE           PIC X(04)   VALUE SPACES.
008450 01  WS-WALK-CNT            PIC 9(04)   COMP    VALUE ZERO.
008462 01  WS-NEW-SUCCESSOR       PIC X(04)   VALUE SPACES.
008475 01  WS-CLOSE-BAL           PIC S9(12)  VALUE ZERO.
008487 01  WS-CLOSE-ROLL          PIC 9(08)   VALUE ZEROES.
008500
008600*---------------------------------------------------------------*
008700*  ACCOUNT TABLE - THE WHOLE ACCOUNT MASTER, UPDATED IN PLACE    *
009300         10  WK-CODE        PIC X(04).
009400         10  WK-DESC        PIC X(30).
009500         10  WK-STATUS      PIC X(01).
009534         10  WK-PARENT      PIC X(04).
009567         10  WK-SUCCESSOR   PIC X(04).
009600         10  WK-DEL-SW      PIC X(01).
009700
009800*---------------------------------------------------------------*
013300             MOVE ACCT-CODE   TO WK-CODE(WS-ACCT-CNT)
013400             MOVE ACCT-DESC   TO WK-DESC(WS-ACCT-CNT)
013500             MOVE ACCT-STATUS TO WK-STATUS(WS-ACCT-CNT)
013534             MOVE ACCT-PARENT TO WK-PARENT(WS-ACCT-CNT)
013567             MOVE ACCT-SUCCESSOR TO WK-SUCCESSOR(WS-ACCT-CNT)
013600             MOVE ' '         TO WK-DEL-SW(WS-ACCT-CNT)
013700         ELSE
013800             DISPLAY 'ACCTMNT: ACCOUNT TABLE FULL - ENTRY '
021300         ADD 1 TO WS-RECS-REJ
021400         GO TO 2200-EXIT
021500     END-IF
021502     IF AT-ADD OR AT-CHANGE
021504         IF AT-PARENT-CLEAR
021505             MOVE SPACES TO WS-NEW-PARENT
021507         ELSE
021508             MOVE AT-PARENT TO WS-NEW-PARENT
021510             IF AT-CHANGE AND AT-PARENT = SPACES AND CODE-FOUND
021512                 MOVE WK-PARENT(KX) TO WS-NEW-PARENT
021513             END-IF
021515         END-IF
021516         PERFORM 2300-CHECK-PARENT THRU 2300-EXIT
021518         IF PARENT-MISSING
021519             MOVE 'REJECT'  TO WL-ACTION
021521             MOVE 'PARENT ACCOUNT NOT ON THE MASTER'
021523                            TO WL-DETAIL
021524             WRITE REPT-REC FROM WS-MAINT-LINE
021526             ADD 1 TO WS-RECS-REJ
021527             GO TO 2200-EXIT
021529         END-IF
021530         IF PARENT-CIRCULAR
021532             MOVE 'REJECT'  TO WL-ACTION
021534             MOVE 'PARENT CHAIN LOOPS BACK TO THIS ACCOUNT'
021535                            TO WL-DETAIL
021537             WRITE REPT-REC FROM WS-MAINT-LINE
021538             ADD 1 TO WS-RECS-REJ
021540             GO TO 2200-EXIT
021541         END-IF
021543         PERFORM 2500-CHECK-SUCCESSOR THRU 2500-EXIT
021545         IF NOT SUCC-OK
021546             MOVE 'REJECT'  TO WL-ACTION
021548             IF SUCC-MISSING
021549                 MOVE 'CLOSING NEEDS A SUCCESSOR ACCOUNT'
021551                                TO WL-DETAIL
021552             END-IF
021554             IF SUCC-SELF
021556                 MOVE 'SUCCESSOR IS THE ACCOUNT ITSELF'
021557                                TO WL-DETAIL
021559             END-IF
021560             IF SUCC-UNKNOWN
021562                 MOVE 'SUCCESSOR ACCOUNT NOT ON THE MASTER'
021563                                TO WL-DETAIL
021565             END-IF
021567             IF SUCC-NOT-ACTIVE
021568                 MOVE 'SUCCESSOR ACCOUNT IS NOT ACTIVE'
021570                                TO WL-DETAIL
021571             END-IF
021573             WRITE REPT-REC FROM WS-MAINT-LINE
021574             ADD 1 TO WS-RECS-REJ
021576             GO TO 2200-EXIT
021578         END-IF
021579         IF AT-CHANGE AND CODE-FOUND AND AT-STATUS = 'C'
021581                 AND WK-STATUS(KX) = 'A'
021582             PERFORM 2600-DERIVE-BALANCE THRU 2600-EXIT
021584             IF WS-CLOSE-BAL NOT = ZERO
021585                 MOVE 'REJECT'  TO WL-ACTION
021587                 MOVE 'BALANCE NOT ZERO - CLOSE THROUGH ACCTCLOS'
021589                                TO WL-DETAIL
021590                 WRITE REPT-REC FROM WS-MAINT-LINE
021592                 ADD 1 TO WS-RECS-REJ
021593                 GO TO 2200-EXIT
021595             END-IF
021596         END-IF
021598     END-IF
021600     IF AT-ADD
021700         IF CODE-FOUND
021800             MOVE 'REJECT'  TO WL-ACTION
022600                 MOVE AT-CODE   TO WK-CODE(WS-ACCT-CNT)
022700                 MOVE AT-DESC   TO WK-DESC(WS-ACCT-CNT)
022800                 MOVE AT-STATUS TO WK-STATUS(WS-ACCT-CNT)
022825                 MOVE WS-NEW-PARENT TO WK-PARENT(WS-ACCT-CNT)
022850                 MOVE WS-NEW-SUCCESSOR
022875                                TO WK-SUCCESSOR(WS-ACCT-CNT)
022900                 MOVE ' '       TO WK-DEL-SW(WS-ACCT-CNT)
023000                 MOVE 'ADDED'   TO WL-ACTION
023100                 MOVE SPACES    TO WL-DETAIL
024800         ELSE
024900             MOVE AT-DESC   TO WK-DESC(KX)
025000             MOVE AT-STATUS TO WK-STATUS(KX)
025034             MOVE WS-NEW-PARENT TO WK-PARENT(KX)
025067             MOVE WS-NEW-SUCCESSOR TO WK-SUCCESSOR(KX)
025100             MOVE 'CHANGED' TO WL-ACTION
025200             MOVE SPACES    TO WL-DETAIL
025300             WRITE REPT-REC FROM WS-MAINT-LINE
026100             WRITE REPT-REC FROM WS-MAINT-LINE
026200             ADD 1 TO WS-RECS-REJ
026300         ELSE
026306             MOVE ZERO TO PX
026312             MOVE 1 TO K
026317             PERFORM UNTIL K > WS-ACCT-CNT OR PX > ZERO
026323                 IF WK-PARENT(K) = AT-CODE
026328                         AND WK-DEL-SW(K) NOT = 'D'
026334                     MOVE K TO PX
026339                 END-IF
026345                 ADD 1 TO K
026350             END-PERFORM
026356             IF PX > ZERO
026361                 MOVE 'REJECT'  TO WL-ACTION
026367                 MOVE 'ACCOUNTS STILL ROLL UP TO THIS CODE'
026372                                TO WL-DETAIL
026378                 WRITE REPT-REC FROM WS-MAINT-LINE
026383                 ADD 1 TO WS-RECS-REJ
026389                 GO TO 2200-EXIT
026394             END-IF
026400             MOVE 'D'       TO WK-DEL-SW(KX)
026500             MOVE 'DELETED' TO WL-ACTION
026600             MOVE SPACES    TO WL-DETAIL
027500 2200-EXIT.
027600     EXIT.
027700
027702*===============================================================*
027703*  2300-CHECK-PARENT - WALK UP FROM THE PROPOSED PARENT: IT     *
027705*                      MUST BE ON THE MASTER, AND NO ACCOUNT    *
027706*                      ABOVE IT MAY BE THE CARD'S OWN CODE      *
027708*===============================================================*
027709 2300-CHECK-PARENT.
027710     SET PARENT-OK TO TRUE
027712     MOVE WS-NEW-PARENT TO WS-WALK-CODE
027713     MOVE ZERO TO WS-WALK-CNT
027715     PERFORM UNTIL WS-WALK-CODE = SPACES OR NOT PARENT-OK
027716         IF WS-WALK-CODE = AT-CODE
027718             SET PARENT-CIRCULAR TO TRUE
027719             GO TO 2300-EXIT
027720         END-IF
027722         PERFORM 2400-FIND-WALK-CODE THRU 2400-EXIT
027723         IF PX = ZERO
027725             IF WS-WALK-CNT = ZERO
027726                 SET PARENT-MISSING TO TRUE
027728             END-IF
027729             GO TO 2300-EXIT
027730         END-IF
027732         MOVE WK-PARENT(PX) TO WS-WALK-CODE
027733         ADD 1 TO WS-WALK-CNT
027735*        A CHAIN LONGER THAN THE TABLE CAN ONLY BE A LOOP ALREADY
027736*        ON THE MASTER ABOVE THIS ACCOUNT
027737         IF WS-WALK-CNT > WS-ACCT-CNT
027739             SET PARENT-CIRCULAR TO TRUE
027740         END-IF
027742     END-PERFORM.
027743 2300-EXIT.
027745     EXIT.
027746
027747*===============================================================*
027749*  2400-FIND-WALK-CODE - TABLE INDEX OF A LIVE ENTRY, ZERO IF   *
027750*                        THE CODE IS NOT ON THE MASTER          *
027752*===============================================================*
027753 2400-FIND-WALK-CODE.
027755     MOVE ZERO TO PX
027756     MOVE 1 TO K
027757     PERFORM UNTIL K > WS-ACCT-CNT OR PX > ZERO
027759         IF WK-CODE(K) = WS-WALK-CODE AND WK-DEL-SW(K) NOT = 'D'
027760             MOVE K TO PX
027762         END-IF
027763         ADD 1 TO K
027764     END-PERFORM.
027766 2400-EXIT.
027767     EXIT.
027769
027770*===============================================================*
027772*  2500-CHECK-SUCCESSOR - A CARD THAT CLOSES AN ACTIVE ACCOUNT  *
027773*                         MUST NAME AN ACTIVE SUCCESSOR; ONE    *
027774*                         ALREADY CLOSED KEEPS ITS SUCCESSOR    *
027776*                         UNLESS A NEW ONE IS NAMED; AN ACTIVE  *
027777*                         ACCOUNT CARRIES NONE                  *
027779*===============================================================*
027780 2500-CHECK-SUCCESSOR.
027782     SET SUCC-OK TO TRUE
027783     MOVE SPACES TO WS-NEW-SUCCESSOR
027784     IF AT-STATUS NOT = 'C'
027786         GO TO 2500-EXIT
027787     END-IF
027789     IF AT-SUCCESSOR = SPACES
027790         IF AT-CHANGE AND CODE-FOUND
027791             IF WK-STATUS(KX) = 'C'
027793                 MOVE WK-SUCCESSOR(KX) TO WS-NEW-SUCCESSOR
027794             ELSE
027796                 SET SUCC-MISSING TO TRUE
027797             END-IF
027799         END-IF
027800         GO TO 2500-EXIT
027801     END-IF
027803     IF AT-SUCCESSOR = AT-CODE
027804         SET SUCC-SELF TO TRUE
027806         GO TO 2500-EXIT
027807     END-IF
027809     MOVE AT-SUCCESSOR TO WS-WALK-CODE
027810     PERFORM 2400-FIND-WALK-CODE THRU 2400-EXIT
027811     IF PX = ZERO
027813         SET SUCC-UNKNOWN TO TRUE
027814         GO TO 2500-EXIT
027816     END-IF
027817     IF WK-STATUS(PX) NOT = 'A'
027818         SET SUCC-NOT-ACTIVE TO TRUE
027820         GO TO 2500-EXIT
027821     END-IF
027823     MOVE AT-SUCCESSOR TO WS-NEW-SUCCESSOR.
027824 2500-EXIT.
027826     EXIT.
027827
027828*===============================================================*
027830*  2600-DERIVE-BALANCE - THE CLOSING ACCOUNT'S BALANCE AS       *
027831*                        ACCTCLOS DERIVES IT: THE BALANCE       *
027833*                        MASTER CLOSE PLUS EVERY POSTING SINCE  *
027834*                        ITS LAST ROLL                          *
027836*===============================================================*
027837 2600-DERIVE-BALANCE.
027838     MOVE ZERO TO WS-CLOSE-BAL
027840     MOVE ZERO TO WS-CLOSE-ROLL
027841     OPEN INPUT ABAL-FILE
027843     IF WS-ABAL-STATUS NOT = '35'
027844         MOVE AT-CODE TO ABL-ACCT
027845         READ ABAL-FILE
027847             INVALID KEY
027848                 CONTINUE
027850             NOT INVALID KEY
027851                 MOVE ABL-CLOSE-BAL TO WS-CLOSE-BAL
027853                 MOVE ABL-LAST-ROLL TO WS-CLOSE-ROLL
027854         END-READ
027855         CLOSE ABAL-FILE
027857     END-IF
027858     OPEN INPUT POST-FILE
027860     IF WS-POST-STATUS = '35'
027861         GO TO 2600-EXIT
027863     END-IF
027864     MOVE 'N' TO WS-POST-EOF-SW
027865     PERFORM 2700-READ-POST THRU 2700-EXIT
027867     PERFORM UNTIL POST-EOF
027868         IF POST-ACCT = AT-CODE AND POST-DATE > WS-CLOSE-ROLL
027870             ADD POST-RESULT TO WS-CLOSE-BAL
027871         END-IF
027872         PERFORM 2700-READ-POST THRU 2700-EXIT
027874     END-PERFORM
027875     CLOSE POST-FILE.
027877 2600-EXIT.
027878     EXIT.
027880
027881*===============================================================*
027882*  2700-READ-POST                                               *
027884*===============================================================*
027885 2700-READ-POST.
027887     READ POST-FILE NEXT
027888         AT END
027890             SET POST-EOF TO TRUE
027891             GO TO 2700-EXIT
027892     END-READ.
027894 2700-EXIT.
027895     EXIT.
027897
027898*===============================================================*
027900*  3000-WRITE-NEW-FILE - SURVIVING ENTRIES OUT TO ACCTNEW       *
028000*===============================================================*
028100 3000-WRITE-NEW-FILE.
028600             MOVE WK-CODE(K)    TO ACCT-CODE
028700             MOVE WK-DESC(K)    TO ACCT-DESC
028800             MOVE WK-STATUS(K)  TO ACCT-STATUS
028834             MOVE WK-PARENT(K)  TO ACCT-PARENT
028867             MOVE WK-SUCCESSOR(K) TO ACCT-SUCCESSOR
028900             WRITE NEW-REC FROM ACCT-REC
029000             ADD 1 TO WS-RECS-OUT
029100         END-IF
