002395*                   READS IN POST-ID ORDER, SO AN R ENTRY WITH  *
002396*                   A LOWER ID THAN ITS TARGET LOADED FIRST     *
002397*                   AND THE IN-LOAD MARKING NEVER FLAGGED THE   *
002402*                   TARGET AS REVERSED.                         *
002406*  2026-10-07 BSU   A STMTCTL CARD WITH ST-INCL-HIST 'Y' NOW     *
002410*                   LOADS THE POSTHST POSTING HISTORY WRITTEN    *
002414*                   BY THE POSTPURG MONTH-END PURGE IN FRONT OF  *
002418*                   THE LIVE MASTER, SO A STATEMENT CAN SPAN     *
002422*                   BOTH.  ONLY HISTORY ENTRIES INSIDE THE       *
002426*                   CARD'S ACCOUNT, DATE AND TRANSACTION         *
002430*                   FILTERS ARE TABLED; THEIR REVERSED STATUS    *
002434*                   COMES FROM POST-REV-FLAG, SINCE THE PURGE    *
002438*                   NEVER SPLITS A REVERSAL FROM ITS ORIGINAL.   *
002442*  2026-10-15 BSU   A SINGLE-TRANSACTION INQUIRY (ST-TRANS-ID)   *
002446*                   MUST NAME AN ID WITH A VALID CHECK DIGIT     *
002451*                   (CKDGRTN, SEE COPY/CKDGPARM.CPY); A          *
002455*                   MISKEYED ID IS REFUSED WITH CONDITION CODE   *
002459*                   8 INSTEAD OF PRINTING SOMEONE ELSE'S         *
002463*                   TRANSACTION OR AN EMPTY STATEMENT.           *
002467*  2026-10-15 BSU   A SINGLE-TRANSACTION INQUIRY ON AN ID ISSUED *
002471*                   BEFORE THE CHECK-DIGIT SCHEME (BELOW THE     *
002475*                   CKD-FIRST-ID SUITEPRM KEYWORD) IS NO LONGER  *
002479*                   REFUSED FOR ITS CHECK DIGIT, SO POSTINGS     *
002483*                   MADE BEFORE THE CUTOVER CAN STILL BE         *
002487*                   INQUIRED ON. A BAD PARAMETER FILE REFUSES    *
002491*                   THE RUN WITH CONDITION CODE 8.               *
002495*===============================================================*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
003500     SELECT OPTIONAL CTL-FILE ASSIGN TO "STMTCTL"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003610     SELECT OPTIONAL ACCTM-FILE ASSIGN TO "ACCTMST"
003614         ORGANIZATION IS LINE SEQUENTIAL.
003617     SELECT OPTIONAL HIST-FILE ASSIGN TO "POSTHST"
003620         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800 DATA DIVISION.
005030     RECORDING MODE IS F.
005040 COPY ACCTREC.
005100
005105*---------------------------------------------------------------*
005110*  THE POSTING HISTORY - THE POSTREC LAYOUT AS POSTPURG MOVED    *
005115*  IT OFF THE LIVE MASTER                                        *
005120*---------------------------------------------------------------*
005125 FD  HIST-FILE
005130     RECORDING MODE IS F.
005135 01  PHST-REC.
005140     05  PH-ID              PIC 9(06).
005145     05  PH-DATE            PIC 9(08).
005150     05  PH-ACCT            PIC X(04).
005155     05  PH-OP              PIC X(01).
005160     05  PH-A               PIC S9(10) SIGN LEADING SEPARATE.
005165     05  PH-B               PIC S9(10) SIGN LEADING SEPARATE.
005170     05  PH-RESULT          PIC S9(10) SIGN LEADING SEPARATE.
005175     05  PH-REV-OF          PIC 9(06).
005180     05  PH-REV-FLAG        PIC X(01).
005185     05  PH-BATCH-ID        PIC X(08).
005190     05  FILLER             PIC X(13).
005195
005200 WORKING-STORAGE SECTION.
005250 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
005300 01  WS-SWITCHES.
005700         88  ENTRY-SELECTED             VALUE 'Y'.
005800     05  WS-ACCT-OPEN-SW    PIC X(01)   VALUE 'N'.
005900         88  ACCT-GROUP-OPEN            VALUE 'Y'.
005920     05  WS-HIST-EOF-SW     PIC X(01)   VALUE 'N'.
005940         88  HIST-EOF                   VALUE 'Y'.
005960     05  WS-INQ-SW          PIC X(01)   VALUE 'N'.
005980         88  INQUIRY-REFUSED            VALUE 'Y'.
006000
006100 01  WS-COUNTERS.
006200     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
006300     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
006400     05  WS-REV-OUT         PIC 9(06)   COMP    VALUE ZERO.
006434     05  WS-HIST-IN         PIC 9(06)   COMP    VALUE ZERO.
006467     05  WS-HIST-SEL        PIC 9(06)   COMP    VALUE ZERO.
006500
006600*---------------------------------------------------------------*
006700*  REQUEST CARD FILTERS AS RESOLVED AT START OF RUN              *
007100     05  WS-F-DATE-FROM     PIC 9(08)   VALUE ZEROES.
007200     05  WS-F-DATE-TO       PIC 9(08)   VALUE ZEROES.
007300     05  WS-F-TRANS-ID      PIC X(06)   VALUE SPACES.
007334     05  WS-F-HIST          PIC X(01)   VALUE 'N'.
007367         88  WITH-HISTORY               VALUE 'Y'.
007400
007500*---------------------------------------------------------------*
007600*  POSTED-SUMS MASTER TABLE - THE WHOLE MASTER, LOADED AT        *
010300     05  WS-CUR-ACCT        PIC X(04)   VALUE SPACES.
010400     05  WS-ACCT-NET        PIC S9(12)  VALUE ZERO.
010500     05  WS-GRAND-NET       PIC S9(12)  VALUE ZERO.
010550     05  WS-NOTE-ACCT       PIC X(04)   VALUE SPACES.
010600
010700*---------------------------------------------------------------*
010800*  STATEMENT DETAIL LINE                                         *
015600     05  FILLER             PIC X(20)   VALUE
015700         'REVERSALS LISTED .: '.
015800     05  WT-REV-OUT         PIC ZZZ,ZZ9.
015834     05  FILLER             PIC X(13)   VALUE SPACES.
015867     05  FILLER             PIC X(20)   VALUE
015900         'HISTORY ENTRIES ..: '.
015933     05  WT-HIST-SEL        PIC ZZZ,ZZ9.
015966     05  FILLER             PIC X(13)   VALUE SPACES.
016000
016100*---------------------------------------------------------------*
016200*  REQUEST ECHO LINE - THE FILTERS ACTUALLY IN EFFECT            *
017100     05  WF-DATE-TO         PIC 9(08).
017200     05  FILLER             PIC X(09)   VALUE '  TRANID='.
017300     05  WF-TRANS-ID        PIC X(06).
017320     05  FILLER             PIC X(07)   VALUE '  HIST='.
017340     05  WF-HIST            PIC X(01).
017360     05  FILLER             PIC X(12)   VALUE SPACES.

017380 01  WS-REFUSED-LINE.
017400     05  FILLER             PIC X(15)   VALUE 'TRANSACTION ID '.
017420     05  WR-TRANS-ID        PIC X(06).
017440     05  FILLER             PIC X(40)   VALUE
017460         ' FAILS ITS CHECK DIGIT - INQUIRY REFUSED'.
017480     05  FILLER             PIC X(19)   VALUE SPACES.
017500
017600*---------------------------------------------------------------*
017700*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
018530*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
018540*---------------------------------------------------------------*
018550 COPY BUSDPARM.

018554*---------------------------------------------------------------*
018558*  COMMUNICATION AREA FOR THE TRANSACTION-ID CHECK-DIGIT ROUTINE *
018561*---------------------------------------------------------------*
018565 COPY CKDGPARM.

018568*---------------------------------------------------------------*
018572*  COMMUNICATION AREA FOR THE SUITE PARAMETER ROUTINE, AND THE   *
018575*  FIRST ID OF THE CHECK-DIGIT SCHEME - AN ID BELOW IT PREDATES  *
018579*  THE SCHEME AND IS NOT VERIFIED (ZERO VERIFIES EVERY ID)       *
018582*---------------------------------------------------------------*
018586 COPY PARMPARM.
018589 01  WS-CKD-FIRST-ID        PIC 9(06)   VALUE ZEROES.
018593 01  WS-CKD-FIRST-X  REDEFINES WS-CKD-FIRST-ID
018596                            PIC X(06).
018600
018700 01  WS-HEADING-1.
018800     05  FILLER             PIC X(26)   VALUE
021500*===============================================================*
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
021760     IF NOT INQUIRY-REFUSED
021820         PERFORM 2000-LOAD-MASTER     THRU 2000-EXIT
021880         PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
021940     END-IF
022000     PERFORM 9000-TERMINATE       THRU 9000-EXIT
022100     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
022200     STOP RUN.
023200     ACCEPT WS-RUN-TIME FROM TIME
023210     CALL 'BUSDATE' USING BUSD-PARM
023220     MOVE BUSD-DATE TO WS-TODAY
023260     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
023300     OPEN INPUT CTL-FILE
023400     READ CTL-FILE
023500         AT END
024600                     AND ST-TRANS-ID NOT = ZEROES
024700                 MOVE ST-TRANS-ID TO WS-F-TRANS-ID
024800             END-IF
024825             IF ST-INCL-HIST = 'Y'
024850                 MOVE 'Y' TO WS-F-HIST
024875             END-IF
024900     END-READ
025000     CLOSE CTL-FILE
025100     MOVE WS-F-ACCT      TO WF-ACCT
025200     MOVE WS-F-DATE-FROM TO WF-DATE-FROM
025300     MOVE WS-F-DATE-TO   TO WF-DATE-TO
025400     MOVE WS-F-TRANS-ID  TO WF-TRANS-ID
025450     MOVE WS-F-HIST      TO WF-HIST
025500     MOVE WS-FILTER-LINE TO WS-PRINT-LINE
025507     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
025513     IF WS-F-TRANS-ID NOT = SPACES
025520             AND NOT (WS-F-TRANS-ID IS NUMERIC
025526                      AND WS-F-TRANS-ID < WS-CKD-FIRST-X)
025533         MOVE 'V'           TO CKDG-FUNCTION
025539         MOVE WS-F-TRANS-ID TO CKDG-ID
025545         CALL 'CKDGRTN' USING CKDG-PARM
025552         IF NOT CKDG-OK
025558             SET INQUIRY-REFUSED TO TRUE
025565             DISPLAY 'POSTSTMT: TRANSACTION ID ' WS-F-TRANS-ID
025571                 ' FAILS ITS CHECK DIGIT - INQUIRY REFUSED'
025577             MOVE WS-F-TRANS-ID   TO WR-TRANS-ID
025584             MOVE WS-REFUSED-LINE TO WS-PRINT-LINE
025590             PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
025597         END-IF
025603     END-IF
025610     PERFORM 1500-LOAD-ACCT-MASTER THRU 1500-EXIT.
025700 1000-EXIT.
025800     EXIT.
025935         ADD 1 TO MX
025936     END-PERFORM.
025937 1600-EXIT.
025940     EXIT.

025942*===============================================================*
025945*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE AND TAKE THE  *
025947*                    CHECK-DIGIT CUTOVER ID FROM IT              *
025949*===============================================================*
025952 1900-LOAD-PARMS.
025954     SET PARM-FUNC-LOAD TO TRUE
025957     CALL 'PARMRTN' USING PARM-PARM
025959     IF PARM-ERR-CNT > ZERO
025961         DISPLAY 'POSTSTMT: SUITE PARAMETER FILE IN ERROR - '
025964             'RUN REFUSED'
025966         MOVE 8 TO RETURN-CODE
025969         STOP RUN
025971     END-IF
025973     SET PARM-FUNC-GET TO TRUE
025976     MOVE 'CKD-FIRST-ID'   TO PARM-KEYWORD
025978     MOVE SPACES           TO PARM-QUALIFIER
025980     CALL 'PARMRTN' USING PARM-PARM
025983     IF PARM-OK
025985         MOVE PARM-VALUE-NUM TO WS-CKD-FIRST-ID
025988     END-IF
025990     DISPLAY 'POSTSTMT: PARM CKD-FIRST-ID   : ' WS-CKD-FIRST-ID.
025992 1900-EXIT.
025995     EXIT.
025997
026000*===============================================================*
026100*  2000-LOAD-MASTER - PULL THE WHOLE POSTED MASTER INTO THE      *
026200*                     TABLE, MARKING POSTINGS THAT A LATER R      *
026300*                     ENTRY ALREADY REVERSED                      *
026334*                     (POSTHST HISTORY ENTRIES, WHEN ASKED FOR, *
026367*                     GO IN FIRST)                              *
026400*===============================================================*
026500 2000-LOAD-MASTER.
026513     IF WITH-HISTORY
026525         PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT
026537     END-IF
026550     IF POST-EOF
026570         GO TO 2000-EXIT
026590     END-IF
027400             MOVE POST-RESULT TO WP-RESULT(WS-POST-CNT)
027500             MOVE POST-REV-OF TO WP-REV-OF(WS-POST-CNT)
027600             MOVE ' '         TO WP-REV-SW(WS-POST-CNT)
027800             MOVE POST-ACCT   TO WS-NOTE-ACCT
028000             PERFORM 2300-NOTE-ACCOUNT THRU 2300-EXIT
028100         ELSE
028150             ADD 1 TO WS-SKIP-CNT
032300     MOVE ZERO TO AX
032400     MOVE 1 TO AC
032500     PERFORM UNTIL AC > WS-ACCT-CNT OR AX > ZERO
032600         IF WS-ACCT-ID(AC) = WS-NOTE-ACCT
032700             MOVE AC TO AX
032800         END-IF
032900         ADD 1 TO AC
033100     IF AX = ZERO
033200         IF WS-ACCT-CNT < 500
033300             ADD 1 TO WS-ACCT-CNT
033400             MOVE WS-NOTE-ACCT TO WS-ACCT-ID(WS-ACCT-CNT)
033500         ELSE
033600             DISPLAY 'POSTSTMT: ACCOUNT TABLE FULL - ACCOUNT '
033700                 WS-NOTE-ACCT ' NOT GROUPED'
033800         END-IF
033900     END-IF.
034000 2300-EXIT.
034002     EXIT.
034003
034005*===============================================================*
034006*  2500-LOAD-HISTORY - TABLE THE POSTHST ENTRIES THE REQUEST     *
034008*                      CARD SELECTS.  A PURGED POSTING WAS       *
034009*                      MOVED WITH ITS REVERSAL PARTNER, SO ITS   *
034011*                      OWN POST-REV-FLAG IS ITS REVERSED STATUS  *
034012*===============================================================*
034014 2500-LOAD-HISTORY.
034015     OPEN INPUT HIST-FILE
034017     PERFORM 2600-READ-HIST THRU 2600-EXIT
034018     PERFORM UNTIL HIST-EOF
034020         IF (WS-F-ACCT = SPACES OR PH-ACCT = WS-F-ACCT)
034021                 AND (WS-F-DATE-FROM = ZERO
034023                      OR PH-DATE NOT < WS-F-DATE-FROM)
034024                 AND (WS-F-DATE-TO = ZERO
034026                      OR PH-DATE NOT > WS-F-DATE-TO)
034027                 AND (WS-F-TRANS-ID = SPACES
034029                      OR PH-ID = WS-F-TRANS-ID)
034030             PERFORM 2700-STORE-HIST THRU 2700-EXIT
034032         END-IF
034033         PERFORM 2600-READ-HIST THRU 2600-EXIT
034034     END-PERFORM
034036     CLOSE HIST-FILE.
034037 2500-EXIT.
034039     EXIT.
034040
034042*===============================================================*
034043*  2600-READ-HIST                                                *
034045*===============================================================*
034046 2600-READ-HIST.
034048     READ HIST-FILE
034049         AT END
034051             SET HIST-EOF TO TRUE
034052             GO TO 2600-EXIT
034054     END-READ
034055     ADD 1 TO WS-HIST-IN.
034057 2600-EXIT.
034058     EXIT.
034060
034061*===============================================================*
034063*  2700-STORE-HIST - ONE SELECTED HISTORY ENTRY INTO THE TABLE   *
034064*===============================================================*
034066 2700-STORE-HIST.
034067     IF WS-POST-CNT NOT < 50000
034068         ADD 1 TO WS-SKIP-CNT
034070         DISPLAY 'POSTSTMT: MASTER TABLE FULL - HISTORY RECORD '
034071             PH-ID ' NOT LISTED'
034073         GO TO 2700-EXIT
034074     END-IF
034076     ADD 1 TO WS-POST-CNT
034077     ADD 1 TO WS-HIST-SEL
034079     MOVE PH-ID       TO WP-ID(WS-POST-CNT)
034080     MOVE PH-DATE     TO WP-DATE(WS-POST-CNT)
034082     MOVE PH-ACCT     TO WP-ACCT(WS-POST-CNT)
034083     MOVE PH-OP       TO WP-OP(WS-POST-CNT)
034085     MOVE PH-RESULT   TO WP-RESULT(WS-POST-CNT)
034086     MOVE PH-REV-OF   TO WP-REV-OF(WS-POST-CNT)
034088     IF PH-REV-FLAG = 'Y'
034089         MOVE 'Y'     TO WP-REV-SW(WS-POST-CNT)
034091     ELSE
034092         MOVE ' '     TO WP-REV-SW(WS-POST-CNT)
034094     END-IF
034095     MOVE PH-ACCT     TO WS-NOTE-ACCT
034097     PERFORM 2300-NOTE-ACCOUNT THRU 2300-EXIT.
034098 2700-EXIT.
034100     EXIT.
034200
034300*===============================================================*
048500     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
048600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
048700     MOVE WS-REV-OUT  TO WT-REV-OUT
048750     MOVE WS-HIST-SEL TO WT-HIST-SEL
048800     MOVE WS-TOTALS-LINE-2 TO WS-PRINT-LINE
048900     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
048910     IF WS-SKIP-CNT > 0
049500*===============================================================*
049600*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN THE *
049610*                         TABLE OVERFLOWED AND THE STATEMENT    *
049640*                         OMITS POSTINGS, 8 WHEN THE INQUIRY    *
049670*                         ID FAILS ITS CHECK DIGIT, 12 WHEN     *
049700*                         THE POSTED MASTER IS EMPTY             *
049800*===============================================================*
049900 9900-SET-RETURN-CODE.
050010     IF WS-SKIP-CNT > 0
050020         MOVE 4 TO RETURN-CODE
050030     END-IF
050100     IF WS-RECS-IN = 0 AND WS-HIST-SEL = 0
050200         MOVE 12 TO RETURN-CODE
050225     END-IF
050250     IF INQUIRY-REFUSED
050275         MOVE 8 TO RETURN-CODE
050300     END-IF.
050400 9900-EXIT.
050500     EXIT.
