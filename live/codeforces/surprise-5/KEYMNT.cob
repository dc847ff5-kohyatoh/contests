001700*                   FILE IS WRITTEN WHOLE (KEYNEW) SO THE OLD    *
001800*                   GENERATION SURVIVES UNTIL IT IS CATALOGED    *
001900*                   OVER.                                        *
001907*  2026-10-15 BSU   DUAL CONTROL. AN ADD, CHANGE OR DELETE CARD  *
001914*                   NO LONGER TOUCHES THE KEY FILE: IT IS        *
001920*                   RECORDED ON THE KEYPEND PENDING FILE (SEE    *
001927*                   COPY/KPNDREC.CPY) WITH THE REQUESTING        *
001934*                   OPERATOR'S ID, AND APPLIED ONLY WHEN AN      *
001940*                   APPROVAL CARD (ACTION P) FOR THE SAME KEY ID *
001947*                   ARRIVES UNDER A DIFFERENT OPERATOR ID. A     *
001953*                   CHANGE WAITING LONGER THAN KEY-PEND-DAYS     *
001960*                   EXPIRES. A DELETE OF A KEY THE KEYUSE LOG    *
001967*                   SHOWS IN USE WITHIN KEY-INUSE-DAYS IS        *
001973*                   BLOCKED. EVERY APPLIED CHANGE IS REPORTED    *
001980*                   WITH REQUESTER, APPROVER AND BEFORE/AFTER    *
001986*                   VALUES. A SUITE PARAMETER FILE IN ERROR      *
001993*                   REFUSES THE RUN (CONDITION CODE 8).          *
002000*===============================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT REPT-FILE   ASSIGN TO "KEYRPT"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003415     SELECT OPTIONAL PEND-FILE ASSIGN TO "KEYPEND"
003429         ORGANIZATION IS LINE SEQUENTIAL.
003443     SELECT PNEW-FILE   ASSIGN TO "KEYPNEW"
003457         ORGANIZATION IS LINE SEQUENTIAL.
003471     SELECT OPTIONAL USE-FILE ASSIGN TO "KEYUSE"
003485         ORGANIZATION IS LINE SEQUENTIAL.

003500 DATA DIVISION.
003600 FILE SECTION.

004000*---------------------------------------------------------------*
004100*  MAINTENANCE CARD - ACTION A (ADD), C (CHANGE), D (DELETE)    *
004150*  PLUS THE KEY ENTRY FIELDS, OR P (APPROVE THE CHANGE PENDING  *
004200*  FOR THE KEY ID).  EVERY CARD CARRIES THE OPERATOR ID OF      *
004250*  WHOEVER SUBMITS IT                                           *
004300*---------------------------------------------------------------*
004400 FD  TRAN-FILE
004500     RECORDING MODE IS F.
004800         88  KT-ADD                     VALUE 'A'.
004900         88  KT-CHANGE                  VALUE 'C'.
005000         88  KT-DELETE                  VALUE 'D'.
005050         88  KT-APPROVE                 VALUE 'P'.
005100     05  KT-KEY-ID          PIC X(08).
005200     05  KT-SHIFT           PIC X(10).
005300     05  KT-EFF-DATE        PIC X(08).
005400     05  KT-EXP-DATE        PIC X(08).
005467     05  KT-OPER-ID         PIC X(08).
005533     05  FILLER             PIC X(37).

005600 FD  NEW-FILE
005700     RECORDING MODE IS F.
006000     RECORDING MODE IS F.
006100 01  REPT-REC               PIC X(80).

006110 FD  PEND-FILE
006120     RECORDING MODE IS F.
006130 01  PEND-IN-REC            PIC X(80).

006140 FD  PNEW-FILE
006150     RECORDING MODE IS F.
006160 01  PNEW-REC               PIC X(80).

006170 FD  USE-FILE
006180     RECORDING MODE IS F.
006190 COPY KUSEREC.

006200 WORKING-STORAGE SECTION.
006300 01  WS-SWITCHES.
006400     05  WS-KEY-EOF-SW      PIC X(01)   VALUE 'N'.
006800     05  WS-FOUND-SW        PIC X(01)   VALUE 'N'.
006900         88  KEY-FOUND                  VALUE 'Y'.
007000         88  KEY-NOT-FOUND              VALUE 'N'.
007010     05  WS-PEND-EOF-SW     PIC X(01)   VALUE 'N'.
007019         88  PEND-EOF                   VALUE 'Y'.
007028     05  WS-USE-EOF-SW      PIC X(01)   VALUE 'N'.
007037         88  USE-EOF                    VALUE 'Y'.
007046     05  WS-PFOUND-SW       PIC X(01)   VALUE 'N'.
007055         88  PEND-FOUND                 VALUE 'Y'.
007064         88  PEND-NOT-FOUND             VALUE 'N'.
007073     05  WS-INUSE-SW        PIC X(01)   VALUE 'N'.
007082         88  KEY-IN-USE                 VALUE 'Y'.
007091         88  KEY-NOT-IN-USE             VALUE 'N'.

007100 01  WS-COUNTERS.
007200     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
007300     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
007400     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
007420     05  WS-PEND-NEW        PIC 9(06)   COMP    VALUE ZERO.
007440     05  WS-APPLIED         PIC 9(06)   COMP    VALUE ZERO.
007460     05  WS-PEND-KEPT       PIC 9(06)   COMP    VALUE ZERO.
007480     05  WS-PEND-EXP        PIC 9(06)   COMP    VALUE ZERO.

007500 01  K                      PIC 9(03)   VALUE ZEROES.
007600 01  KX                     PIC 9(03)   VALUE ZEROES.
007608 01  PX                     PIC 9(03)   VALUE ZEROES.
007615 01  WS-FIND-ID             PIC X(08)   VALUE SPACES.

007622*---------------------------------------------------------------*
007629*  DUAL-CONTROL WINDOWS: A PENDING CHANGE REQUESTED BEFORE THE  *
007636*  PENDING CUTOFF HAS EXPIRED; A KEY USED ON OR AFTER THE USE   *
007643*  CUTOFF IS STILL IN USE AND MAY NOT BE DELETED                *
007650*---------------------------------------------------------------*
007657 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
007664 01  WS-PEND-DAYS           PIC 9(03)   VALUE ZEROES.
007671 01  WS-INUSE-DAYS          PIC 9(03)   VALUE ZEROES.
007678 01  WS-PEND-CUTOFF         PIC 9(08)   VALUE ZEROES.
007685 01  WS-USE-CUTOFF          PIC 9(08)   VALUE ZEROES.
007692 01  WS-CUTOFF              PIC 9(08)   VALUE ZEROES.

007700*---------------------------------------------------------------*
007800*  KEY TABLE - THE WHOLE KEY FILE, UPDATED IN PLACE AND          *
008600         10  WK-EFF         PIC 9(08).
008700         10  WK-EXP         PIC 9(08).
008800         10  WK-DEL-SW      PIC X(01).
008806         10  WK-LAST-USE    PIC 9(08).

008811*---------------------------------------------------------------*
008816*  PENDING TABLE - THE KEYPEND FILE LESS ITS EXPIRED CHANGES,   *
008821*  PLUS THE CHANGES REQUESTED THIS RUN.  AN ENTRY IS FLAGGED    *
008827*  APPLIED (A) OR DROPPED (D); THE REST ARE WRITTEN TO KEYPNEW  *
008832*---------------------------------------------------------------*
008837 01  WS-PEND-CNT            PIC 9(03)   COMP    VALUE ZERO.
008842 01  WS-PEND-TABLE.
008847     05  WS-PEND-ENTRY      OCCURS 100.
008853         10  WP-ACTION      PIC X(01).
008858         10  WP-KEY-ID      PIC X(08).
008863         10  WP-SHIFT       PIC 9(10).
008868         10  WP-EFF         PIC 9(08).
008873         10  WP-EXP         PIC 9(08).
008879         10  WP-OPER        PIC X(08).
008884         10  WP-DATE        PIC 9(08).
008889         10  WP-STATE-SW    PIC X(01).
008894 COPY KPNDREC.

008900*---------------------------------------------------------------*
009000*  MAINTENANCE AUDIT LINE                                        *
009700     05  WL-DETAIL          PIC X(45)   VALUE SPACES.
009800     05  FILLER             PIC X(15)   VALUE SPACES.

009802*---------------------------------------------------------------*
009803*  DETAIL TEXTS FOR THE AUDIT LINE: WHO ASKED AND WHEN, WHO     *
009804*  SIGNED, AND WHEN A KEY WAS LAST USED                         *
009806*---------------------------------------------------------------*
009807 01  WS-PEND-DETAIL.
009808     05  FILLER             PIC X(13)   VALUE 'REQUESTED BY '.
009809     05  WR-OPER            PIC X(08).
009811     05  FILLER             PIC X(04)   VALUE ' ON '.
009812     05  WR-DATE            PIC 9(08).
009813     05  FILLER             PIC X(12)   VALUE SPACES.

009814 01  WS-SIGN-DETAIL.
009816     05  FILLER             PIC X(07)   VALUE 'REQ BY '.
009817     05  WG-REQ             PIC X(08).
009818     05  FILLER             PIC X(10)   VALUE '  APPR BY '.
009819     05  WG-APPR            PIC X(08).
009821     05  FILLER             PIC X(12)   VALUE SPACES.

009822 01  WS-INUSE-DETAIL.
009823     05  FILLER             PIC X(10)   VALUE 'LAST USED '.
009824     05  WI-LAST-USE        PIC 9(08).
009826     05  FILLER             PIC X(17)   VALUE
009827         ' - DELETE BLOCKED'.
009828     05  FILLER             PIC X(10)   VALUE SPACES.

009829*---------------------------------------------------------------*
009831*  BEFORE/AFTER LINES UNDER AN APPLIED CHANGE                   *
009832*---------------------------------------------------------------*
009833 01  WS-VALUE-LINE.
009834     05  FILLER             PIC X(10)   VALUE SPACES.
009836     05  WV-TAG             PIC X(08).
009837     05  WV-TEXT            PIC X(44).
009838     05  FILLER             PIC X(18)   VALUE SPACES.

009839 01  WS-VALUE-DETAIL.
009841     05  FILLER             PIC X(06)   VALUE 'SHIFT '.
009842     05  WV-SHIFT           PIC 9(10).
009843     05  FILLER             PIC X(06)   VALUE '  EFF '.
009844     05  WV-EFF             PIC 9(08).
009846     05  FILLER             PIC X(06)   VALUE '  EXP '.
009847     05  WV-EXP             PIC 9(08).

009848 01  WS-TOTALS-LINE.
009849     05  FILLER             PIC X(20)   VALUE
009851         'CARDS READ .......: '.
009852     05  WT-RECS-IN         PIC ZZZ,ZZ9.
009853     05  FILLER             PIC X(13)   VALUE SPACES.
009854     05  FILLER             PIC X(20)   VALUE
009856         'CARDS REJECTED ...: '.
009857     05  WT-RECS-REJ        PIC ZZZ,ZZ9.
009858     05  FILLER             PIC X(13)   VALUE SPACES.

009859 01  WS-TOTALS-LINE-2.
009861     05  FILLER             PIC X(20)   VALUE
009862         'CHANGES REQUESTED : '.
009863     05  WT-PEND-NEW        PIC ZZZ,ZZ9.
009864     05  FILLER             PIC X(13)   VALUE SPACES.
009866     05  FILLER             PIC X(20)   VALUE
009867         'CHANGES APPLIED ..: '.
009868     05  WT-APPLIED         PIC ZZZ,ZZ9.
009869     05  FILLER             PIC X(13)   VALUE SPACES.

009871 01  WS-TOTALS-LINE-3.
009872     05  FILLER             PIC X(20)   VALUE
009873         'STILL PENDING ....: '.
009874     05  WT-PEND-KEPT       PIC ZZZ,ZZ9.
009876     05  FILLER             PIC X(13)   VALUE SPACES.
009877     05  FILLER             PIC X(20)   VALUE
009878         'PENDING EXPIRED ..: '.
009879     05  WT-PEND-EXP        PIC ZZZ,ZZ9.
009881     05  FILLER             PIC X(13)   VALUE SPACES.

009882*---------------------------------------------------------------*
009883*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES               *
009884*---------------------------------------------------------------*
009886 COPY DATEPARM.
009887 COPY BUSDPARM.
009888 COPY PARMPARM.
009889 01  WS-PARM-ECHO.
009891     05  FILLER             PIC X(05)   VALUE 'PARM '.
009892     05  WPE-KEYWORD        PIC X(16).
009893     05  FILLER             PIC X(02)   VALUE ': '.
009894     05  WPE-VALUE          PIC X(20).
009896     05  FILLER             PIC X(01)   VALUE SPACE.
009897     05  WPE-SOURCE         PIC X(10).
009898     05  FILLER             PIC X(26)   VALUE SPACES.

009900 PROCEDURE DIVISION.
010000*===============================================================*
010100*  0000-MAINLINE                                                *
010400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
010500     PERFORM 2000-APPLY-TRANS     THRU 2000-EXIT
010600     PERFORM 3000-WRITE-NEW-FILE  THRU 3000-EXIT
010634     PERFORM 3500-WRITE-PENDING   THRU 3500-EXIT
010667     PERFORM 8500-WRITE-TOTALS    THRU 8500-EXIT
010700     PERFORM 9000-TERMINATE       THRU 9000-EXIT
010800     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
010900     STOP RUN.

011000*===============================================================*
011100*  1000-INITIALIZE - OPEN FILES AND LOAD THE KEY FILE           *
011134*                    WITH EACH KEY'S LAST USE, THEN THE         *
011167*                    CHANGES STILL PENDING                      *
011200*===============================================================*
011300 1000-INITIALIZE.
011400     OPEN INPUT  KEY-FILE
011500          INPUT  TRAN-FILE
011534          INPUT  PEND-FILE
011567          INPUT  USE-FILE
011600          OUTPUT NEW-FILE
011700          OUTPUT REPT-FILE
011720          OUTPUT PNEW-FILE
011740     CALL 'BUSDATE' USING BUSD-PARM
011760     MOVE BUSD-DATE TO WS-TODAY
011780     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
011800     PERFORM 1100-READ-KEY THRU 1100-EXIT
011900     PERFORM UNTIL KEY-EOF
012000         IF WS-KEY-CNT < 100
012400             MOVE KEY-EFF-DATE TO WK-EFF(WS-KEY-CNT)
012500             MOVE KEY-EXP-DATE TO WK-EXP(WS-KEY-CNT)
012600             MOVE ' '          TO WK-DEL-SW(WS-KEY-CNT)
012650             MOVE ZERO         TO WK-LAST-USE(WS-KEY-CNT)
012700         ELSE
012800             DISPLAY 'KEYMNT: KEY TABLE FULL - ENTRY ' KEY-ID
012900                 ' NOT LOADED'
013000         END-IF
013100         PERFORM 1100-READ-KEY THRU 1100-EXIT
013200     END-PERFORM
013250     CLOSE KEY-FILE
013300     PERFORM 1200-LOAD-USAGE THRU 1200-EXIT
013350     PERFORM 1300-LOAD-PENDING THRU 1300-EXIT.
013400 1000-EXIT.
013500     EXIT.

014200             SET KEY-EOF TO TRUE
014300             GO TO 1100-EXIT
014400     END-READ.
014402 1100-EXIT.
014403     EXIT.

014404*===============================================================*
014405*  1200-LOAD-USAGE - THE LATEST DATE THE KEYUSE LOG SHOWS EACH  *
014406*                    KEY NAMED BY A RECORD.  A REJECTED         *
014407*                    RESOLUTION COUNTS: THE MESSAGE STILL       *
014409*                    NEEDS THE KEY                              *
014410*===============================================================*
014411 1200-LOAD-USAGE.
014412     PERFORM 1210-READ-USE THRU 1210-EXIT
014413     PERFORM UNTIL USE-EOF
014414         IF KU-DATE IS NUMERIC
014416             MOVE KU-KEY-ID TO WS-FIND-ID
014417             PERFORM 2210-FIND-KEY THRU 2210-EXIT
014418             IF KEY-FOUND
014419                 IF KU-DATE > WK-LAST-USE(KX)
014420                     MOVE KU-DATE TO WK-LAST-USE(KX)
014421                 END-IF
014422             END-IF
014424         END-IF
014425         PERFORM 1210-READ-USE THRU 1210-EXIT
014426     END-PERFORM
014427     CLOSE USE-FILE.
014428 1200-EXIT.
014429     EXIT.

014431*===============================================================*
014432*  1210-READ-USE                                                *
014433*===============================================================*
014434 1210-READ-USE.
014435     READ USE-FILE
014436         AT END
014438             SET USE-EOF TO TRUE
014439             GO TO 1210-EXIT
014440     END-READ.
014441 1210-EXIT.
014442     EXIT.

014443*===============================================================*
014444*  1300-LOAD-PENDING - TABLE THE CHANGES STILL WAITING FOR      *
014446*                      APPROVAL; ONE REQUESTED BEFORE THE       *
014447*                      PENDING CUTOFF HAS EXPIRED AND IS        *
014448*                      REPORTED AND DROPPED                     *
014449*===============================================================*
014450 1300-LOAD-PENDING.
014451     PERFORM 1310-READ-PEND THRU 1310-EXIT
014453     PERFORM UNTIL PEND-EOF
014454         IF KP-REQ-DATE < WS-PEND-CUTOFF
014455             MOVE 'EXPIRED'   TO WL-ACTION
014456             MOVE KP-KEY-ID   TO WL-KEY-ID
014457             MOVE KP-REQ-OPER TO WR-OPER
014458             MOVE KP-REQ-DATE TO WR-DATE
014460             MOVE WS-PEND-DETAIL TO WL-DETAIL
014461             WRITE REPT-REC FROM WS-MAINT-LINE
014462             ADD 1 TO WS-PEND-EXP
014463         ELSE
014464             IF WS-PEND-CNT < 100
014465                 ADD 1 TO WS-PEND-CNT
014466                 MOVE KP-ACTION   TO WP-ACTION(WS-PEND-CNT)
014468                 MOVE KP-KEY-ID   TO WP-KEY-ID(WS-PEND-CNT)
014469                 MOVE KP-SHIFT    TO WP-SHIFT(WS-PEND-CNT)
014470                 MOVE KP-EFF-DATE TO WP-EFF(WS-PEND-CNT)
014471                 MOVE KP-EXP-DATE TO WP-EXP(WS-PEND-CNT)
014472                 MOVE KP-REQ-OPER TO WP-OPER(WS-PEND-CNT)
014473                 MOVE KP-REQ-DATE TO WP-DATE(WS-PEND-CNT)
014475                 MOVE ' '         TO WP-STATE-SW(WS-PEND-CNT)
014476             ELSE
014477                 DISPLAY 'KEYMNT: PENDING TABLE FULL - CHANGE '
014478                     'FOR ' KP-KEY-ID ' NOT LOADED'
014479             END-IF
014480         END-IF
014481         PERFORM 1310-READ-PEND THRU 1310-EXIT
014483     END-PERFORM
014484     CLOSE PEND-FILE.
014485 1300-EXIT.
014486     EXIT.

014487*===============================================================*
014488*  1310-READ-PEND                                               *
014490*===============================================================*
014491 1310-READ-PEND.
014492     READ PEND-FILE INTO KPND-REC
014493         AT END
014494             SET PEND-EOF TO TRUE
014495             GO TO 1310-EXIT
014497     END-READ.
014498 1310-EXIT.
014499     EXIT.

014500*===============================================================*
014501*  1900-LOAD-PARMS - SUITE PARAMETER FILE: HOW LONG A CHANGE    *
014502*                    MAY WAIT FOR APPROVAL AND HOW RECENT A USE *
014503*                    BLOCKS A DELETE.  A FILE IN ERROR REFUSES  *
014505*                    THE RUN BEFORE ANY CARD IS LOOKED AT       *
014506*===============================================================*
014507 1900-LOAD-PARMS.
014508     SET PARM-FUNC-LOAD TO TRUE
014509     CALL 'PARMRTN' USING PARM-PARM
014510     IF PARM-ERR-CNT > ZERO
014512         DISPLAY 'KEYMNT: SUITE PARAMETER FILE IN ERROR - '
014513             'RUN REFUSED'
014514         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
014515             TO REPT-REC
014516         WRITE REPT-REC
014517         CLOSE KEY-FILE
014519               TRAN-FILE
014520               PEND-FILE
014521               USE-FILE
014522               NEW-FILE
014523               REPT-FILE
014524               PNEW-FILE
014525         MOVE 8 TO RETURN-CODE
014527         STOP RUN
014528     END-IF
014529     MOVE 7 TO WS-PEND-DAYS
014530     SET PARM-FUNC-GET TO TRUE
014531     MOVE SPACES TO PARM-QUALIFIER
014532     MOVE 'KEY-PEND-DAYS' TO PARM-KEYWORD
014534     CALL 'PARMRTN' USING PARM-PARM
014535     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
014536         MOVE PARM-VALUE-NUM TO WS-PEND-DAYS
014537     END-IF
014538     MOVE 'KEY-PEND-DAYS' TO WPE-KEYWORD
014539     MOVE WS-PEND-DAYS TO WPE-VALUE
014540     PERFORM 1950-ECHO-PARM THRU 1950-EXIT
014542     MOVE WS-PEND-DAYS TO DATE-OFFSET
014543     PERFORM 1960-DAYS-BACK THRU 1960-EXIT
014544     MOVE WS-CUTOFF TO WS-PEND-CUTOFF
014545     MOVE 30 TO WS-INUSE-DAYS
014546     SET PARM-FUNC-GET TO TRUE
014547     MOVE SPACES TO PARM-QUALIFIER
014549     MOVE 'KEY-INUSE-DAYS' TO PARM-KEYWORD
014550     CALL 'PARMRTN' USING PARM-PARM
014551     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
014552         MOVE PARM-VALUE-NUM TO WS-INUSE-DAYS
014553     END-IF
014554     MOVE 'KEY-INUSE-DAYS' TO WPE-KEYWORD
014556     MOVE WS-INUSE-DAYS TO WPE-VALUE
014557     PERFORM 1950-ECHO-PARM THRU 1950-EXIT
014558     MOVE WS-INUSE-DAYS TO DATE-OFFSET
014559     PERFORM 1960-DAYS-BACK THRU 1960-EXIT
014560     MOVE WS-CUTOFF TO WS-USE-CUTOFF
014561     MOVE SPACES TO REPT-REC
014562     WRITE REPT-REC.
014564 1900-EXIT.
014565     EXIT.

014566*===============================================================*
014567*  1950-ECHO-PARM - THE STAGED KEYWORD AND EFFECTIVE VALUE,     *
014568*                   TAGGED WITH WHERE THE VALUE CAME FROM       *
014569*===============================================================*
014571 1950-ECHO-PARM.
014572     IF PARM-FROM-FILE AND PARM-VALUE-NUM NOT = ZEROES
014573         MOVE '(SUITEPRM)' TO WPE-SOURCE
014574     ELSE
014575         MOVE '(DEFAULT)'  TO WPE-SOURCE
014576     END-IF
014578     WRITE REPT-REC FROM WS-PARM-ECHO.
014579 1950-EXIT.
014580     EXIT.

014581*===============================================================*
014582*  1960-DAYS-BACK - THE BUSINESS DATE LESS DATE-OFFSET DAYS,    *
014583*                   INTO WS-CUTOFF                              *
014584*===============================================================*
014586 1960-DAYS-BACK.
014587     COMPUTE DATE-OFFSET = ZERO - DATE-OFFSET
014588     MOVE ' '             TO DATE-ADJ-FLAG
014589     MOVE WS-TODAY(7:2)   TO DATE-IN-DD
014590     MOVE WS-TODAY(5:2)   TO DATE-IN-MM
014591     MOVE WS-TODAY(1:4)   TO DATE-IN-YYYY
014593     SET DATE-FN-ADD-DAYS TO TRUE
014594     CALL 'DATERTN' USING DATE-PARM
014595     MOVE DATE-OUT-YYYY   TO WS-CUTOFF(1:4)
014596     MOVE DATE-OUT-MM     TO WS-CUTOFF(5:2)
014597     MOVE DATE-OUT-DD     TO WS-CUTOFF(7:2).
014598 1960-EXIT.
014600     EXIT.

014700*===============================================================*
016900     EXIT.

017000*===============================================================*
017040*  2200-APPLY-ONE - A REQUEST CARD (A, C OR D) IS CHECKED       *
017080*                   AGAINST THE KEY FILE AS IT STANDS AND       *
017120*                   RECORDED AS PENDING; AN APPROVAL CARD (P)   *
017160*                   APPLIES THE CHANGE PENDING FOR ITS KEY ID   *
017200*===============================================================*
017300 2200-APPLY-ONE.
017302     MOVE KT-KEY-ID TO WL-KEY-ID
017303                       WS-FIND-ID
017304     PERFORM 2210-FIND-KEY THRU 2210-EXIT
017305     PERFORM 2220-FIND-PENDING THRU 2220-EXIT
017306     IF NOT (KT-ADD OR KT-CHANGE OR KT-DELETE OR KT-APPROVE)
017307         MOVE 'UNRECOGNIZED ACTION CODE' TO WL-DETAIL
017308         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
017309         GO TO 2200-EXIT
017310     END-IF
017312     IF KT-OPER-ID = SPACES
017313         MOVE 'NO OPERATOR ID ON CARD' TO WL-DETAIL
017314         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
017315         GO TO 2200-EXIT
017316     END-IF
017317     IF KT-APPROVE
017318         PERFORM 2400-APPROVE-CHANGE THRU 2400-EXIT
017319         GO TO 2200-EXIT
017320     END-IF
017321     IF KT-SHIFT IS NOT NUMERIC OR KT-EFF-DATE IS NOT NUMERIC
017323             OR KT-EXP-DATE IS NOT NUMERIC
017324         IF KT-ADD OR KT-CHANGE
017325             MOVE 'SHIFT OR DATES NOT NUMERIC' TO WL-DETAIL
017326             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
017327             GO TO 2200-EXIT
017328         END-IF
017329     END-IF
017330     IF PEND-FOUND
017331         MOVE 'A CHANGE IS ALREADY PENDING FOR THIS KEY ID'
017332                            TO WL-DETAIL
017334         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
017335         GO TO 2200-EXIT
017336     END-IF
017337     IF KT-ADD AND KEY-FOUND
017338         MOVE 'DUPLICATE ADD - KEY ID ALREADY ON FILE'
017339                            TO WL-DETAIL
017340         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
017341         GO TO 2200-EXIT
017342     END-IF
017343     IF KT-CHANGE AND KEY-NOT-FOUND
017345         MOVE 'CHANGE TO UNKNOWN KEY ID' TO WL-DETAIL
017346         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
017347         GO TO 2200-EXIT
017348     END-IF
017349     IF KT-DELETE AND KEY-NOT-FOUND
017350         MOVE 'DELETE OF UNKNOWN KEY ID' TO WL-DETAIL
017351         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
017352         GO TO 2200-EXIT
017353     END-IF
017354     IF KT-DELETE
017356         PERFORM 2230-CHECK-IN-USE THRU 2230-EXIT
017357         IF KEY-IN-USE
017358             MOVE WS-INUSE-DETAIL TO WL-DETAIL
017359             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
017360             GO TO 2200-EXIT
017361         END-IF
017362     END-IF
017363     IF WS-PEND-CNT NOT < 100
017364         MOVE 'PENDING TABLE FULL' TO WL-DETAIL
017365         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
017367         GO TO 2200-EXIT
017368     END-IF
017369     ADD 1 TO WS-PEND-CNT
017370     MOVE KT-ACTION   TO WP-ACTION(WS-PEND-CNT)
017371     MOVE KT-KEY-ID   TO WP-KEY-ID(WS-PEND-CNT)
017372     IF KT-DELETE
017373         MOVE ZERO        TO WP-SHIFT(WS-PEND-CNT)
017374                             WP-EFF(WS-PEND-CNT)
017375                             WP-EXP(WS-PEND-CNT)
017376     ELSE
017378         MOVE KT-SHIFT    TO WP-SHIFT(WS-PEND-CNT)
017379         MOVE KT-EFF-DATE TO WP-EFF(WS-PEND-CNT)
017380         MOVE KT-EXP-DATE TO WP-EXP(WS-PEND-CNT)
017381     END-IF
017382     MOVE KT-OPER-ID  TO WP-OPER(WS-PEND-CNT)
017383     MOVE WS-TODAY    TO WP-DATE(WS-PEND-CNT)
017384     MOVE ' '         TO WP-STATE-SW(WS-PEND-CNT)
017385     MOVE 'PENDING'   TO WL-ACTION
017386     MOVE KT-OPER-ID  TO WR-OPER
017387     MOVE WS-TODAY    TO WR-DATE
017389     MOVE WS-PEND-DETAIL TO WL-DETAIL
017390     WRITE REPT-REC FROM WS-MAINT-LINE
017391     ADD 1 TO WS-PEND-NEW.
017392 2200-EXIT.
017393     EXIT.

017394*===============================================================*
017395*  2210-FIND-KEY - THE LIVE KEY TABLE ENTRY FOR WS-FIND-ID,     *
017396*                  INDEX IN KX                                  *
017397*===============================================================*
017398 2210-FIND-KEY.
017400     SET KEY-NOT-FOUND TO TRUE
017500     MOVE ZERO TO KX
017600     MOVE 1 TO K
017700     PERFORM UNTIL K > WS-KEY-CNT OR KEY-FOUND
017800         IF WK-ID(K) = WS-FIND-ID AND WK-DEL-SW(K) NOT = 'D'
017900             SET KEY-FOUND TO TRUE
018000             MOVE K TO KX
018100         ELSE
018200             ADD 1 TO K
018300         END-IF
018313     END-PERFORM.
018326 2210-EXIT.
018339     EXIT.

018352*===============================================================*
018364*  2220-FIND-PENDING - THE CHANGE STILL WAITING FOR THE CARD'S  *
018377*                      KEY ID, INDEX IN PX                      *
018390*===============================================================*
018403 2220-FIND-PENDING.
018416     SET PEND-NOT-FOUND TO TRUE
018428     MOVE ZERO TO PX
018441     MOVE 1 TO K
018454     PERFORM UNTIL K > WS-PEND-CNT OR PEND-FOUND
018467         IF WP-KEY-ID(K) = KT-KEY-ID AND WP-STATE-SW(K) = ' '
018479             SET PEND-FOUND TO TRUE
018492             MOVE K TO PX
018505         ELSE
018518             ADD 1 TO K
018531         END-IF
018543     END-PERFORM.
018556 2220-EXIT.
018569     EXIT.

018582*===============================================================*
018594*  2230-CHECK-IN-USE - A KEY THE KEYUSE LOG SHOWS ON OR AFTER   *
018607*                      THE USE CUTOFF IS STILL NEEDED BY        *
018620*                      MESSAGES IN FLIGHT                       *
018633*===============================================================*
018646 2230-CHECK-IN-USE.
018658     SET KEY-NOT-IN-USE TO TRUE
018671     IF WK-LAST-USE(KX) > ZERO
018684             AND WK-LAST-USE(KX) NOT < WS-USE-CUTOFF
018697         SET KEY-IN-USE TO TRUE
018709         MOVE WK-LAST-USE(KX) TO WI-LAST-USE
018722     END-IF.
018735 2230-EXIT.
018748     EXIT.

018761*===============================================================*
018773*  2290-REJECT-CARD - THE REASON IS STAGED IN WL-DETAIL         *
018786*===============================================================*
018799 2290-REJECT-CARD.
018812     MOVE 'REJECT' TO WL-ACTION
018824     WRITE REPT-REC FROM WS-MAINT-LINE
018837     ADD 1 TO WS-RECS-REJ.
018850 2290-EXIT.
018863     EXIT.

018876*===============================================================*
018888*  2400-APPROVE-CHANGE - THE SECOND SIGNATURE.  THE APPROVER    *
018901*                        MUST NOT BE THE REQUESTER, AND THE     *
018914*                        CHANGE MUST STILL FIT THE KEY FILE AS  *
018927*                        IT STANDS NOW: ONE THAT NO LONGER CAN  *
018939*                        IS DROPPED, A DELETE OF A KEY STILL IN *
018952*                        USE WAITS.  THE APPLIED CHANGE IS      *
018965*                        REPORTED WITH BOTH OPERATOR IDS AND    *
018978*                        THE KEY'S VALUES BEFORE AND AFTER      *
018991*===============================================================*
019003 2400-APPROVE-CHANGE.
019016     IF PEND-NOT-FOUND
019029         MOVE 'NO CHANGE PENDING FOR THIS KEY ID' TO WL-DETAIL
019042         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
019054         GO TO 2400-EXIT
019067     END-IF
019080     IF KT-OPER-ID = WP-OPER(PX)
019093         MOVE 'APPROVER MUST DIFFER FROM REQUESTER' TO WL-DETAIL
019106         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
019118         GO TO 2400-EXIT
019131     END-IF
019144     IF WP-ACTION(PX) = 'A' AND KEY-FOUND
019157         MOVE 'KEY ID NOW ON FILE - PENDING ADD DROPPED'
019169                            TO WL-DETAIL
019182         MOVE 'D' TO WP-STATE-SW(PX)
019195         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
019208         GO TO 2400-EXIT
019221     END-IF
019233     IF WP-ACTION(PX) NOT = 'A' AND KEY-NOT-FOUND
019246         MOVE 'KEY ID NO LONGER ON FILE - CHANGE DROPPED'
019259                            TO WL-DETAIL
019272         MOVE 'D' TO WP-STATE-SW(PX)
019284         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
019297         GO TO 2400-EXIT
019310     END-IF
019323     IF WP-ACTION(PX) = 'D'
019336         PERFORM 2230-CHECK-IN-USE THRU 2230-EXIT
019348         IF KEY-IN-USE
019361             MOVE WS-INUSE-DETAIL TO WL-DETAIL
019374             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
019387             GO TO 2400-EXIT
019400         END-IF
019500     END-IF
019539     IF WP-ACTION(PX) = 'A' AND WS-KEY-CNT NOT < 100
019577         MOVE 'KEY TABLE FULL' TO WL-DETAIL
019615         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
019653         GO TO 2400-EXIT
019691     END-IF
019729     MOVE WP-OPER(PX) TO WG-REQ
019767     MOVE KT-OPER-ID  TO WG-APPR
019805     MOVE WS-SIGN-DETAIL TO WL-DETAIL
019843     IF WP-ACTION(PX) = 'A'
019881         ADD 1 TO WS-KEY-CNT
019919         MOVE WS-KEY-CNT  TO KX
019957         MOVE WP-KEY-ID(PX) TO WK-ID(KX)
019995         MOVE ' '         TO WK-DEL-SW(KX)
020033         MOVE ZERO        TO WK-LAST-USE(KX)
020071         MOVE 'ADDED'     TO WL-ACTION
020109         WRITE REPT-REC FROM WS-MAINT-LINE
020147         MOVE '(NONE - NEW KEY)' TO WV-TEXT
020185     ELSE
020223         IF WP-ACTION(PX) = 'C'
020261             MOVE 'CHANGED'   TO WL-ACTION
020300         ELSE
021150             MOVE 'DELETED'   TO WL-ACTION
022000         END-IF
022034         WRITE REPT-REC FROM WS-MAINT-LINE
022067         MOVE WK-SHIFT(KX) TO WV-SHIFT
022100         MOVE WK-EFF(KX)   TO WV-EFF
022133         MOVE WK-EXP(KX)   TO WV-EXP
022166         MOVE WS-VALUE-DETAIL TO WV-TEXT
022200     END-IF
022315     MOVE 'BEFORE'    TO WV-TAG
022429     WRITE REPT-REC FROM WS-VALUE-LINE
022543     IF WP-ACTION(PX) = 'D'
022657         MOVE 'D'       TO WK-DEL-SW(KX)
022772         MOVE '(KEY DELETED)' TO WV-TEXT
022886     ELSE
023000         MOVE WP-SHIFT(PX) TO WK-SHIFT(KX)
023114         MOVE WP-EFF(PX)   TO WK-EFF(KX)
023228         MOVE WP-EXP(PX)   TO WK-EXP(KX)
023343         MOVE WK-SHIFT(KX) TO WV-SHIFT
023457         MOVE WK-EFF(KX)   TO WV-EFF
023571         MOVE WK-EXP(KX)   TO WV-EXP
023685         MOVE WS-VALUE-DETAIL TO WV-TEXT
023800     END-IF
024134     MOVE 'AFTER'     TO WV-TAG
024467     WRITE REPT-REC FROM WS-VALUE-LINE
024800     MOVE 'A' TO WP-STATE-SW(PX)
025133     ADD 1 TO WS-APPLIED.
025466 2400-EXIT.
025800     EXIT.

025900*===============================================================*
027700     EXIT.

027800*===============================================================*
027803*  3500-WRITE-PENDING - CHANGES STILL WAITING OUT TO KEYPNEW    *
027805*===============================================================*
027808 3500-WRITE-PENDING.
027810     MOVE 1 TO K
027813     PERFORM UNTIL K > WS-PEND-CNT
027815         IF WP-STATE-SW(K) = ' '
027818             MOVE SPACES      TO KPND-REC
027820             MOVE WP-ACTION(K) TO KP-ACTION
027823             MOVE WP-KEY-ID(K) TO KP-KEY-ID
027825             MOVE WP-SHIFT(K)  TO KP-SHIFT
027828             MOVE WP-EFF(K)    TO KP-EFF-DATE
027830             MOVE WP-EXP(K)    TO KP-EXP-DATE
027833             MOVE WP-OPER(K)   TO KP-REQ-OPER
027835             MOVE WP-DATE(K)   TO KP-REQ-DATE
027838             WRITE PNEW-REC FROM KPND-REC
027840             ADD 1 TO WS-PEND-KEPT
027843         END-IF
027845         ADD 1 TO K
027848     END-PERFORM.
027850 3500-EXIT.
027852     EXIT.

027855*===============================================================*
027857*  8500-WRITE-TOTALS - END-OF-REPORT TOTALS BLOCK               *
027860*===============================================================*
027862 8500-WRITE-TOTALS.
027865     MOVE SPACES TO REPT-REC
027867     WRITE REPT-REC
027870     MOVE WS-RECS-IN   TO WT-RECS-IN
027872     MOVE WS-RECS-REJ  TO WT-RECS-REJ
027875     WRITE REPT-REC FROM WS-TOTALS-LINE
027877     MOVE WS-PEND-NEW  TO WT-PEND-NEW
027880     MOVE WS-APPLIED   TO WT-APPLIED
027882     WRITE REPT-REC FROM WS-TOTALS-LINE-2
027885     MOVE WS-PEND-KEPT TO WT-PEND-KEPT
027887     MOVE WS-PEND-EXP  TO WT-PEND-EXP
027890     WRITE REPT-REC FROM WS-TOTALS-LINE-3.
027892 8500-EXIT.
027895     EXIT.

027897*===============================================================*
027900*  9000-TERMINATE - CLOSE FILES                                 *
028000*===============================================================*
028100 9000-TERMINATE.
028200     CLOSE TRAN-FILE
028300           NEW-FILE
028367           REPT-FILE
028433           PNEW-FILE.
028500 9000-EXIT.
028600     EXIT.

028700*===============================================================*
028800*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
028850*                         REJECTED CARD, 12 EMPTY DECK.  A      *
028900*                         REFUSED PARAMETER FILE ENDS 8 IN      *
028950*                         1900-LOAD-PARMS                       *
029000*===============================================================*
029100 9900-SET-RETURN-CODE.
029200     MOVE 0 TO RETURN-CODE
