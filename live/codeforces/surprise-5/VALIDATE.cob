001998*                   SUBROUTINE (SEE COPY/BUSDPARM.CPY) INSTEAD  *
001998*                   OF THE WALL CLOCK, SO A LATE START PAST     *
001998*                   MIDNIGHT KEEPS THE WHOLE NIGHT ON ONE       *
002001*                   BUSINESS DATE. THE AUDIT RECORD CARRIES THE *
002004*                   BUSINESS DATE.                              *
002007*  2026-10-15 BSU   PER-BATCH ACKNOWLEDGMENT: EVERY RECORD READ  *
002009*                   GETS AN ACKOUT DETAIL RECORD (SEE COPY/      *
002012*                   ACKREC.CPY) - PASSED, NORMALIZED, SUSPENDED  *
002015*                   WITH ITS EDITRSN REASON, OR DUPLICATE - AND  *
002018*                   THE DECK A SUMMARY RECORD WITH ITS HEADER/   *
002020*                   TRAILER CONTROLS AND ACCEPT/REJECT TOTALS,   *
002023*                   APPENDED AT END OF RUN FOR THE NIGHT'S       *
002026*                   RETURN FILE. A REFUSED DECK'S PASSED RECORDS *
002029*                   GO BACK MARKED HELD.                         *
002031*  2026-10-15 BSU   SUBMITTER AUTHORIZATION (SUBMRTN, SEE COPY/  *
002034*                   SUBMREC.CPY): A DECK WHOSE BATCH-ID PREFIX   *
002037*                   IS NOT ON THE SUBMITTER MASTER IS REFUSED; A *
002039*                   RECORD OF A TYPE OR FOR AN ACCOUNT THE       *
002042*                   SUBMITTER MAY NOT SEND IS SUSPENDED WITH     *
002045*                   REASON 36 OR 37; A DECK THAT RUNS PAST THE   *
002048*                   SUBMITTER'S AMOUNT CEILING IS REFUSED. THE   *
002050*                   REGISTRY ENTRY CARRIES THE DEPARTMENT.       *
002053*  2026-10-15 BSU   POSTING-HISTORY SCREEN: A TYPE-A RECORD THAT *
002056*                   PASSES THE EDIT IS JUDGED AGAINST ITS        *
002059*                   ACCOUNT'S STATISTICS (ASTATMST, SEE COPY/    *
002061*                   ASTATREC.CPY). AN AMOUNT OUTSIDE THE         *
002064*                   ACCOUNT'S BAND (ANOM-BAND-MULT AVERAGE       *
002067*                   DEVIATIONS FROM ITS MEAN) OR AN OPERATION    *
002069*                   THE ACCOUNT HAS NEVER USED IS HELD BACK -    *
002072*                   NOT FORWARDED, NOT SUSPENDED - ON THE        *
002075*                   ANOMOUT REVIEW FILE (SEE COPY/ANOMREC.CPY)   *
002078*                   AND THE ANOMRPT REPORT, WITH REASON 40 OR    *
002080*                   41, FOR A SUPERVISOR TO RELEASE OR SUSPEND   *
002083*                   THROUGH ANOMREL. AN ACCOUNT WITH FEWER THAN  *
002086*                   ANOM-MIN-POSTS POSTINGS, OR NONE ON FILE, IS *
002089*                   NOT SCREENED. A BAD SUITE PARAMETER FILE NOW *
002091*                   REFUSES THE RUN AT THE TOP WITH CODE 8.      *
002094*===============================================================*
002097 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.   IBM-370.
002300 OBJECT-COMPUTER.   IBM-370.
003154         ORGANIZATION IS LINE SEQUENTIAL.
003155     SELECT QUAR-FILE   ASSIGN TO "QUARMST"
003156         ORGANIZATION IS LINE SEQUENTIAL.
003160     SELECT QREG-FILE   ASSIGN TO "QUARREG"
003164         ORGANIZATION IS LINE SEQUENTIAL.
003168     SELECT OPTIONAL ACK-FILE ASSIGN TO "ACKOUT"
003172         ORGANIZATION IS LINE SEQUENTIAL.
003176     SELECT OPTIONAL ASTAT-FILE ASSIGN TO "ASTATMST"
003180         ORGANIZATION IS LINE SEQUENTIAL.
003184     SELECT OPTIONAL ANOM-FILE ASSIGN TO "ANOMOUT"
003188         ORGANIZATION IS LINE SEQUENTIAL.
003192     SELECT ANRPT-FILE  ASSIGN TO "ANOMRPT"
003196         ORGANIZATION IS LINE SEQUENTIAL.

003200 DATA DIVISION.
003300 FILE SECTION.

007793 FD  QREG-FILE
007794     RECORDING MODE IS F.
007802 01  QREG-REC               PIC X(80).

007809 FD  ACK-FILE
007816     RECORDING MODE IS F.
007823 01  ACK-OUT-REC            PIC X(120).

007830 FD  ASTAT-FILE
007837     RECORDING MODE IS F.
007844 COPY ASTATREC.

007851 FD  ANOM-FILE
007858     RECORDING MODE IS F.
007865 01  ANOM-OUT-REC           PIC X(120).

007872 FD  ANRPT-FILE
007879     RECORDING MODE IS F.
007886 01  ANRPT-REC              PIC X(80).

007893 WORKING-STORAGE SECTION.
007900 01  WS-SWITCHES.
008000     05  WS-EOF-SW          PIC X(01)   VALUE 'N'.
008100         88  VAL-EOF                    VALUE 'Y'.
008600 01  WS-COUNTERS.
008700     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
008800     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
008834     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
008867     05  WS-RECS-HELD       PIC 9(06)   COMP    VALUE ZERO.

008901*---------------------------------------------------------------*
008902*  BATCH CONTROL FIELDS - DECK HEADER/TRAILER VERIFICATION ON    *
008927     05  WS-OVR-HIT-SW      PIC X(01)   VALUE 'N'.
008928         88  OVR-HIT                    VALUE 'Y'.

008930*---------------------------------------------------------------*
008932*  REFUSED-DECK QUARANTINE BUFFER - EVERY RAW INPUT RECORD AS    *
008933*  READ, FLUSHED TO THE QUARANTINE FILE ONLY WHEN THE DECK IS    *
008935*  REFUSED (SEE COPY/QUARREC.CPY)                                *
008937*---------------------------------------------------------------*
008938 01  WS-QBUF-CNT            PIC 9(06)   COMP    VALUE ZERO.
008940 01  WS-QBUF-TABLE.
008941     05  WS-QBUF-REC        PIC X(80)   OCCURS 50000.
008943 01  QX                     PIC 9(06)   COMP    VALUE ZERO.
008945 01  WS-QBUF-OVFL-SW        PIC X(01)   VALUE 'N'.
008946     88  QBUF-OVERFLOWED                VALUE 'Y'.
008948 COPY QUARREC.

008950 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.

008951*---------------------------------------------------------------*
008953*  ACKNOWLEDGMENT BUFFER - ONE DETAIL BODY PER RECORD READ,      *
008954*  HELD TO END OF RUN SO A REFUSED DECK'S RECORDS GO BACK        *
008956*  MARKED HELD (SEE COPY/ACKREC.CPY), AND THE DECK'S HEADER AND  *
008958*  TRAILER CONTROLS AS RECEIVED FOR THE SUMMARY RECORD           *
008959*---------------------------------------------------------------*
008961 01  WS-ACK-CNT             PIC 9(06)   COMP    VALUE ZERO.
008962 01  WS-ACK-TABLE.
008964     05  WS-ACK-BODY        PIC X(95)   OCCURS 50000.
008966 01  KX                     PIC 9(06)   COMP    VALUE ZERO.
008967 01  WS-ACK-FIELDS.
008969     05  WS-ACK-OVFL-SW     PIC X(01)   VALUE 'N'.
008971         88  ACK-OVERFLOWED             VALUE 'Y'.
008972     05  WS-ACK-OUTCOME     PIC X(01)   VALUE SPACE.
008974     05  WS-ACK-REASON      PIC 9(02)   VALUE ZEROES.
008975     05  WS-ACK-FIELD       PIC X(10)   VALUE SPACES.
008977     05  WS-ACK-TEXT        PIC X(25)   VALUE SPACES.
008979     05  WS-ACK-CRE-DATE    PIC 9(08)   VALUE ZEROES.
008980     05  WS-ACK-TRL-COUNT   PIC 9(06)   VALUE ZEROES.
008982     05  WS-ACK-TRL-HASH    PIC 9(10)   VALUE ZEROES.
008983 COPY ACKREC.

008985*---------------------------------------------------------------*
008987*  DUPLICATE DETECTION - EVERY RECORD SEEN THIS RUN, AND THE     *
008988*  BUFFERED DUPLICATE LINES FOR THEIR OWN VALREJ SECTION         *
008990*---------------------------------------------------------------*
008992 01  WS-DUP-FIELDS.
008993     05  WS-DUP-CNT         PIC 9(06)   COMP    VALUE ZERO.
008995     05  WS-SEEN-CNT        PIC 9(05)   COMP    VALUE ZERO.
008996     05  WS-DUP-SW          PIC X(01)   VALUE 'N'.
008998         88  RECORD-IS-DUP              VALUE 'Y'.
009000     05  WS-SEEN-FULL-SW    PIC X(01)   VALUE 'N'.
009001         88  SEEN-TABLE-FULL            VALUE 'Y'.
009003     05  WS-DUP-FIRST       PIC 9(06)   VALUE ZEROES.
009005     05  SN                 PIC 9(05)   COMP    VALUE ZERO.
009006 01  WS-SEEN-TABLE.
009007     05  WS-SEEN-ENTRY      OCCURS 10000.
009096 COPY EDITPARM.

009098*---------------------------------------------------------------*
009099*  COMMUNICATION AREA FOR THE SUBMITTER AUTHORIZATION ROUTINE    *
009100*---------------------------------------------------------------*
009101 COPY SUBMPARM.
009102 01  WS-SUB-OPND            PIC 9(10)   VALUE ZEROES.

009103*---------------------------------------------------------------*
009104*  POSTING-HISTORY SCREEN - EVERY ACCOUNT'S STATISTICS AS LOADED *
009105*  FROM ASTATMST, THE BAND SETTINGS IN EFFECT, AND THE RECORDS   *
009106*  HELD FOR REVIEW, BUFFERED TO END OF RUN SO A REFUSED DECK'S   *
009107*  RECORDS STAY WITH THE DECK IN QUARANTINE                      *
009108*---------------------------------------------------------------*
009110 01  WS-ANOM-FIELDS.
009111     05  WS-ASTAT-EOF-SW    PIC X(01)   VALUE 'N'.
009112         88  ASTAT-EOF                  VALUE 'Y'.
009113     05  WS-FLAG-SW         PIC X(01)   VALUE 'N'.
009114         88  RECORD-FLAGGED             VALUE 'Y'.
009115     05  WS-REV-OVFL-SW     PIC X(01)   VALUE 'N'.
009116         88  REV-OVERFLOWED             VALUE 'Y'.
009117     05  WS-BAND-MULT       PIC 9(02)   VALUE ZEROES.
009118     05  WS-MIN-POSTS       PIC 9(04)   VALUE ZEROES.
009119     05  WS-ANM-REASON      PIC 9(02)   VALUE ZEROES.
009120     05  WS-ANM-AMOUNT      PIC S9(11)  VALUE ZEROES.
009121     05  WS-ANM-DEV         PIC S9(11)  VALUE ZEROES.
009123     05  WS-ANM-LIMIT       PIC 9(13)   VALUE ZEROES.
009124 01  WS-ASTAT-CNT           PIC 9(04)   COMP    VALUE ZERO.
009125 01  WS-ASTAT-TABLE.
009126     05  WS-ASTAT-ENTRY     OCCURS 500.
009127         10  WS-AT-ACCT     PIC X(04).
009128         10  WS-AT-CNT      PIC 9(07).
009129         10  WS-AT-MEAN     PIC S9(10).
009130         10  WS-AT-SPREAD   PIC 9(10).
009131         10  WS-AT-ADD-CNT  PIC 9(07).
009132 01  AX                     PIC 9(04)   COMP    VALUE ZERO.
009133 01  WS-REV-CNT             PIC 9(04)   COMP    VALUE ZERO.
009134 01  WS-REV-TABLE.
009136     05  WS-REV-ENTRY       PIC X(120)  OCCURS 1000.
009137 01  RX                     PIC 9(04)   COMP    VALUE ZERO.
009138 01  WS-BAND-SRC            PIC X(10)   VALUE SPACES.
009139 01  WS-MIN-SRC             PIC X(10)   VALUE SPACES.
009140 COPY ANOMREC.

009141*---------------------------------------------------------------*
009142*  REVIEW REPORT LINES                                           *
009143*---------------------------------------------------------------*
009144 01  WS-ANOM-HDG-1.
009145     05  FILLER             PIC X(34)   VALUE
009146         'RECORDS HELD FOR REVIEW  BATCH ID '.
009147     05  WAH-BATCH-ID       PIC X(08).
009149     05  FILLER             PIC X(07)   VALUE '  DATE '.
009150     05  WAH-DATE           PIC 9(08).
009151     05  FILLER             PIC X(23)   VALUE SPACES.
009152 01  WS-ANOM-HDG-2.
009153     05  FILLER             PIC X(40)   VALUE
009154         ' RECNO ACCT      AMOUNT         MEAN    '.
009155     05  FILLER             PIC X(40)   VALUE
009156         ' SPREAD RSN REASON                      '.
009157 01  WS-ANOM-LINE.
009158     05  WAL-RECNO          PIC Z(5)9.
009159     05  FILLER             PIC X(01)   VALUE SPACE.
009160     05  WAL-ACCT           PIC X(04).
009162     05  FILLER             PIC X(01)   VALUE SPACE.
009163     05  WAL-AMOUNT         PIC -ZZZZZZZZZ9.
009164     05  FILLER             PIC X(02)   VALUE SPACES.
009165     05  WAL-MEAN           PIC -ZZZZZZZZZ9.
009166     05  FILLER             PIC X(01)   VALUE SPACE.
009167     05  WAL-SPREAD         PIC ZZZZZZZZZ9.
009168     05  FILLER             PIC X(02)   VALUE SPACES.
009169     05  WAL-REASON         PIC 9(02).
009170     05  FILLER             PIC X(01)   VALUE SPACE.
009171     05  WAL-TEXT           PIC X(25).
009172     05  FILLER             PIC X(03)   VALUE SPACES.
009173 01  WS-ANOM-TOTAL-LINE.
009175     05  FILLER             PIC X(20)   VALUE
009176         'HELD FOR REVIEW ..: '.
009177     05  WAT-HELD           PIC ZZZ,ZZ9.
009178     05  FILLER             PIC X(03)   VALUE SPACES.
009179     05  FILLER             PIC X(20)   VALUE
009180         'ACCOUNTS ON FILE .: '.
009181     05  WAT-ACCTS          PIC ZZZ,ZZ9.
009182     05  FILLER             PIC X(23)   VALUE SPACES.

009183*---------------------------------------------------------------*
009184*  COMMUNICATION AREA FOR THE SHARED SUITE PARAMETER PARSER,     *
009185*  PLUS THE ECHO LINE SHOWING WHAT THE RUN ACTUALLY USED         *
009186*---------------------------------------------------------------*
009188 COPY PARMPARM.
009189 01  WS-PARM-ECHO.
009190     05  FILLER             PIC X(05)   VALUE 'PARM '.
009191     05  WPE-KEYWORD        PIC X(16).
009192     05  FILLER             PIC X(02)   VALUE ': '.
009193     05  WPE-VALUE          PIC X(20).
009194     05  FILLER             PIC X(01)   VALUE SPACE.
009195     05  WPE-SOURCE         PIC X(10).
009196     05  FILLER             PIC X(26)   VALUE SPACES.

009197*---------------------------------------------------------------*
009198*  REJECT REPORT LINE                                           *
009200*---------------------------------------------------------------*
009300 01  WS-REJECT-LINE.
009400     05  WR-RECNO           PIC Z,ZZ9.
011800     OPEN INPUT  VAL-FILE
011900          OUTPUT GOOD-FILE
012000          OUTPUT REJECT-FILE
012002          OUTPUT SUSP-FILE
012003          OUTPUT CORR-FILE
012005          OUTPUT ANRPT-FILE
012006     CALL 'BUSDATE' USING BUSD-PARM
012008     MOVE BUSD-DATE TO WS-TODAY
012027     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
012045     PERFORM 1950-LOAD-STATS THRU 1950-EXIT
012063     PERFORM 1100-READ-BATCH-HEADER THRU 1100-EXIT
012081     PERFORM 1980-START-REVIEW-RPT THRU 1980-EXIT.
012100 1000-EXIT.
012200     EXIT.

012240*                           REFUSED. A GOOD HEADER IS COPIED     *
012250*                           THROUGH TO VALOUT UNCHANGED.         *
012260*===============================================================*
012262 1100-READ-BATCH-HEADER.
012263     READ VAL-FILE
012264         AT END
012265             SET VAL-EOF TO TRUE
012266             MOVE 'DECK IS EMPTY - NO BATCH HEADER RECORD'
012267                                  TO WF-REASON
012268             PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
012269             GO TO 1100-EXIT
012270     END-READ
012271     PERFORM 8850-BUFFER-DECK-REC THRU 8850-EXIT
012272     MOVE VAL-REC(1:17) TO BATCH-CTL-REC
012273     IF BCR-HEADER
012274         MOVE BCH-BATCH-ID TO WS-BATCH-ID
012275         MOVE BCH-CRE-DATE TO WS-ACK-CRE-DATE
012277         PERFORM 1150-CHECK-REGISTRY THRU 1150-EXIT
012278         IF NOT BATCH-REFUSED
012279             PERFORM 1190-CHECK-SUBMITTER THRU 1190-EXIT
012280         END-IF
012281         IF NOT BATCH-REFUSED
012282             WRITE GOOD-REC FROM VAL-REC
012283         END-IF
012284     ELSE
012285         SET VAL-EOF TO TRUE
012286         MOVE 'DECK DOES NOT OPEN WITH A BATCH HEADER RECORD'
012287                                  TO WF-REASON
012288         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
012289     END-IF.
012290 1100-EXIT.
012291     EXIT.

012293*===============================================================*
012294*  1150-CHECK-REGISTRY - REFUSE A DECK WHOSE BATCH ID THIS      *
012342 1170-CHECK-OVERRIDE.
012343     OPEN INPUT OVRD-FILE
012344     PERFORM 1180-READ-OVERRIDE THRU 1180-EXIT
012346     PERFORM UNTIL OVR-EOF OR OVR-HIT
012347         IF OVRD-REC(1:8) = WS-BATCH-ID
012348             SET OVR-HIT TO TRUE
012349         ELSE
012350             PERFORM 1180-READ-OVERRIDE THRU 1180-EXIT
012351         END-IF
012352     END-PERFORM
012353     CLOSE OVRD-FILE.
012354 1170-EXIT.
012355     EXIT.
012356
012357*===============================================================*
012358*  1190-CHECK-SUBMITTER - RESOLVE THE BATCH-ID PREFIX ON THE     *
012359*                         SUBMITTER MASTER; A PREFIX THAT IS     *
012360*                         NOT THERE REFUSES THE DECK             *
012361*===============================================================*
012362 1190-CHECK-SUBMITTER.
012363     SET SUBM-FUNC-DECK TO TRUE
012364     MOVE WS-BATCH-ID   TO SUBM-BATCH-ID
012365     CALL 'SUBMRTN' USING SUBM-PARM
012366     IF SUBM-UNKNOWN
012367         SET VAL-EOF TO TRUE
012368         MOVE 'BATCH-ID PREFIX NOT ON THE SUBMITTER MASTER'
012369                              TO WF-REASON
012370         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
012371     END-IF.
012372 1190-EXIT.
012373     EXIT.

012374*===============================================================*
012375*  1180-READ-OVERRIDE                                           *
012376*===============================================================*
012377 1180-READ-OVERRIDE.
012378     READ OVRD-FILE
012379         AT END
012380             SET OVR-EOF TO TRUE
012381             GO TO 1180-EXIT
012382     END-READ.
012384 1180-EXIT.
012385     EXIT.

012386*===============================================================*
012387*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
012388*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
012389*                    FILE, AND RESOLVE THE POSTING-HISTORY BAND *
012390*                    SETTINGS                                   *
012391*===============================================================*
012392 1900-LOAD-PARMS.
012393     SET PARM-FUNC-LOAD TO TRUE
012394     CALL 'PARMRTN' USING PARM-PARM
012395     IF PARM-ERR-CNT > ZERO
012396         DISPLAY 'VALIDATE: SUITE PARAMETER FILE IN ERROR - '
012397             'RUN REFUSED'
012398         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
012399             TO REJECT-REC
012400         WRITE REJECT-REC
012401         CLOSE VAL-FILE
012402               GOOD-FILE
012403               REJECT-FILE
012404               SUSP-FILE
012405               CORR-FILE
012406               ANRPT-FILE
012407         MOVE 8 TO RETURN-CODE
012408         STOP RUN
012409     END-IF
012410     MOVE 5 TO WS-BAND-MULT
012411     MOVE '(DEFAULT)' TO WS-BAND-SRC
012412     SET PARM-FUNC-GET TO TRUE
012413     MOVE 'ANOM-BAND-MULT' TO PARM-KEYWORD
012414     MOVE SPACES           TO PARM-QUALIFIER
012415     CALL 'PARMRTN' USING PARM-PARM
012416     IF PARM-OK AND PARM-VALUE-NUM > ZERO AND PARM-VALUE-NUM < 100
012417         MOVE PARM-VALUE-NUM TO WS-BAND-MULT
012418         MOVE '(SUITEPRM)' TO WS-BAND-SRC
012419     END-IF
012420     MOVE 10 TO WS-MIN-POSTS
012421     MOVE '(DEFAULT)' TO WS-MIN-SRC
012423     MOVE 'ANOM-MIN-POSTS' TO PARM-KEYWORD
012424     MOVE SPACES           TO PARM-QUALIFIER
012425     CALL 'PARMRTN' USING PARM-PARM
012426     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
012427         MOVE PARM-VALUE-NUM TO WS-MIN-POSTS
012428         MOVE '(SUITEPRM)' TO WS-MIN-SRC
012429     END-IF.
012430 1900-EXIT.
012431     EXIT.

012432*===============================================================*
012433*  1950-LOAD-STATS - PULL EVERY ACCOUNT'S POSTING STATISTICS    *
012434*                    INTO THE TABLE. NO FILE, OR AN EMPTY ONE,  *
012435*                    LEAVES THE SCREEN OFF FOR THE RUN          *
012436*===============================================================*
012437 1950-LOAD-STATS.
012438     OPEN INPUT ASTAT-FILE
012439     PERFORM 1960-READ-STATS THRU 1960-EXIT
012440     PERFORM UNTIL ASTAT-EOF
012441         IF AST-POST-CNT IS NUMERIC
012442             IF WS-ASTAT-CNT < 500
012443                 ADD 1 TO WS-ASTAT-CNT
012444                 MOVE AST-ACCT      TO WS-AT-ACCT(WS-ASTAT-CNT)
012445                 MOVE AST-POST-CNT  TO WS-AT-CNT(WS-ASTAT-CNT)
012446                 MOVE AST-MEAN      TO WS-AT-MEAN(WS-ASTAT-CNT)
012447                 MOVE AST-SPREAD    TO WS-AT-SPREAD(WS-ASTAT-CNT)
012448                 MOVE AST-OP-CNT(1)
012449                                 TO WS-AT-ADD-CNT(WS-ASTAT-CNT)
012450             ELSE
012451                 DISPLAY 'VALIDATE: STATISTICS TABLE FULL - '
012452                     'ACCOUNT ' AST-ACCT ' NOT SCREENED'
012453             END-IF
012454         END-IF
012455         PERFORM 1960-READ-STATS THRU 1960-EXIT
012456     END-PERFORM
012457     CLOSE ASTAT-FILE
012458     IF WS-ASTAT-CNT = ZERO
012459         DISPLAY 'VALIDATE: NO ACCOUNT STATISTICS ON FILE - '
012460             'POSTING-HISTORY SCREEN OFF'
012462     END-IF.
012463 1950-EXIT.
012464     EXIT.

012465*===============================================================*
012466*  1960-READ-STATS                                              *
012467*===============================================================*
012468 1960-READ-STATS.
012469     READ ASTAT-FILE
012470         AT END
012471             SET ASTAT-EOF TO TRUE
012472             GO TO 1960-EXIT
012473     END-READ.
012474 1960-EXIT.
012475     EXIT.

012476*===============================================================*
012477*  1980-START-REVIEW-RPT - HEAD THE REVIEW REPORT AND ECHO THE  *
012478*                          BAND SETTINGS THE RUN ACTUALLY USED  *
012479*===============================================================*
012480 1980-START-REVIEW-RPT.
012481     MOVE WS-BATCH-ID      TO WAH-BATCH-ID
012482     MOVE WS-TODAY         TO WAH-DATE
012483     WRITE ANRPT-REC FROM WS-ANOM-HDG-1
012484     MOVE 'ANOM-BAND-MULT' TO WPE-KEYWORD
012485     MOVE WS-BAND-MULT     TO WPE-VALUE
012486     MOVE WS-BAND-SRC      TO WPE-SOURCE
012487     WRITE ANRPT-REC FROM WS-PARM-ECHO
012488     MOVE 'ANOM-MIN-POSTS' TO WPE-KEYWORD
012489     MOVE WS-MIN-POSTS     TO WPE-VALUE
012490     MOVE WS-MIN-SRC       TO WPE-SOURCE
012491     WRITE ANRPT-REC FROM WS-PARM-ECHO
012492     MOVE SPACES TO ANRPT-REC
012493     WRITE ANRPT-REC
012494     WRITE ANRPT-REC FROM WS-ANOM-HDG-2.
012495 1980-EXIT.
012496     EXIT.

012497*===============================================================*
012498*  2000-PROCESS-RECORDS                                         *
012500*===============================================================*
012600 2000-PROCESS-RECORDS.
012700     PERFORM 2100-READ-VAL THRU 2100-EXIT
012840         ELSE
012900             PERFORM 2200-EDIT-RECORD THRU 2200-EXIT
013000             IF REC-IS-VALID
013029                 PERFORM 2300-SCREEN-HISTORY THRU 2300-EXIT
013057                 IF RECORD-FLAGGED
013086                     PERFORM 2600-HOLD-FOR-REVIEW THRU 2600-EXIT
013114                 ELSE
013143                     PERFORM 2400-WRITE-GOOD   THRU 2400-EXIT
013171                 END-IF
013200             ELSE
013300                 PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
013400             END-IF
013410         END-IF
013455         PERFORM 8400-BUFFER-ACK THRU 8400-EXIT
013500         PERFORM 2100-READ-VAL THRU 2100-EXIT
013600     END-PERFORM.
013700 2000-EXIT.
015221         MOVE WS-RECS-IN    TO WDP-RECNO
015223         MOVE WS-DUP-FIRST  TO WDP-FIRST
015224         MOVE VAL-REC       TO WDP-INPUT
015225         MOVE WS-DUP-LINE   TO
015226             WS-DUP-LINE-SAVE(WS-DUP-LINE-CNT)
015227     END-IF
015228     MOVE 'D'               TO WS-ACK-OUTCOME
015229     MOVE 'SAME AS RECORD'  TO WS-ACK-TEXT
015230     MOVE WS-DUP-FIRST      TO WS-ACK-TEXT(16:6).
015231 2170-EXIT.
015232     EXIT.

015233*===============================================================*
015234*  2120-DERIVE-HASH-KEY - THE RECORD'S KEY NUMERIC FIELD FOR     *
015235*                         THE BATCH HASH TOTAL, BY TARGET        *
015236*                         PROGRAM (SEE COPY/BATCHCTL.CPY).       *
015282*===============================================================*
015283 2150-CHECK-TRAILER.
015284     MOVE VAL-REC(1:17) TO BATCH-CTL-REC
015285     MOVE BCT-REC-COUNT  TO WS-ACK-TRL-COUNT
015286     MOVE BCT-HASH-TOTAL TO WS-ACK-TRL-HASH
015287     IF BCT-REC-COUNT NOT = WS-RECS-IN
015288             OR BCT-HASH-TOTAL NOT = WS-HASH-IN
015289         MOVE 'TRAILER COUNT/HASH DOES NOT MATCH DECK AS READ'
015290                                  TO WF-REASON
015291         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
015620     MOVE VAL-PAYLOAD TO EDIT-PAYLOAD
015630     CALL 'EDITRTN' USING EDIT-CTL EDIT-PAYLOAD
015640     IF EDIT-VALID
015643         PERFORM 2250-CHECK-SUBMITTER THRU 2250-EXIT
015645     END-IF
015647     IF EDIT-VALID
015650         SET REC-IS-VALID TO TRUE
015660     END-IF.
018600 2200-EXIT.
018602     EXIT.

018603*===============================================================*
018604*  2250-CHECK-SUBMITTER - A RECORD THAT PASSED THE FIELD EDIT    *
018605*                         MUST ALSO BE ONE THE DECK'S SUBMITTER  *
018607*                         MAY SEND; A TYPE-A RECORD'S OPERANDS   *
018608*                         GO ON THE DECK'S RUNNING AMOUNT, AND   *
018609*                         THE DECK IS REFUSED ONCE THAT PASSES   *
018610*                         THE SUBMITTER'S CEILING                *
018611*===============================================================*
018613 2250-CHECK-SUBMITTER.
018614     SET SUBM-FUNC-REC TO TRUE
018615     MOVE VAL-TYPE      TO SUBM-REC-TYPE
018616     MOVE SPACES        TO SUBM-ACCT
018617     MOVE ZEROES        TO SUBM-AMOUNT
018619     IF VAL-TYPE-ADD
018620         MOVE VA-ACCT   TO SUBM-ACCT
018621         MOVE VA-A      TO WS-SUB-OPND
018622         MOVE WS-SUB-OPND TO SUBM-AMOUNT
018623         MOVE VA-B      TO WS-SUB-OPND
018625         ADD WS-SUB-OPND TO SUBM-AMOUNT
018626     END-IF
018627     CALL 'SUBMRTN' USING SUBM-PARM
018628     IF SUBM-DENIED
018629         SET EDIT-INVALID TO TRUE
018631         MOVE SUBM-REASON      TO EDIT-REASON
018632         MOVE SUBM-FIELD       TO EDIT-FIELD
018633         MOVE SUBM-REASON-TEXT TO EDIT-REASON-TEXT
018634     END-IF
018636     IF SUBM-OVER-CEILING AND NOT BATCH-REFUSED
018637         MOVE 'DECK AMOUNT EXCEEDS THE SUBMITTER CEILING'
018638                              TO WF-REASON
018639         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
018640     END-IF.
018642 2250-EXIT.
018643     EXIT.

018644*===============================================================*
018645*  2300-SCREEN-HISTORY - A TYPE-A RECORD THAT PASSED THE EDIT IS *
018646*                        HELD FOR REVIEW WHEN ITS ACCOUNT HAS    *
018648*                        NEVER POSTED AN ADD (EVERY DISPATCHED   *
018649*                        TYPE-A RECORD POSTS AS '+'), OR WHEN    *
018650*                        THE AMOUNT IT WOULD POST IS FURTHER     *
018651*                        FROM THE ACCOUNT'S MEAN THAN THE BAND   *
018652*                        MULTIPLE OF ITS AVERAGE DEVIATION. AN   *
018654*                        ACCOUNT WITH NO STATISTICS, OR TOO FEW  *
018655*                        POSTINGS TO JUDGE BY, IS LET THROUGH.   *
018656*===============================================================*
018657 2300-SCREEN-HISTORY.
018658     MOVE 'N' TO WS-FLAG-SW
018660     IF NOT VAL-TYPE-ADD OR WS-ASTAT-CNT = ZERO
018661         GO TO 2300-EXIT
018662     END-IF
018663     MOVE 1 TO AX
018664     PERFORM UNTIL AX > WS-ASTAT-CNT
018666             OR WS-AT-ACCT(AX) = VA-ACCT
018667         ADD 1 TO AX
018668     END-PERFORM
018669     IF AX > WS-ASTAT-CNT
018671         GO TO 2300-EXIT
018672     END-IF
018673     IF WS-AT-CNT(AX) < WS-MIN-POSTS
018674         GO TO 2300-EXIT
018675     END-IF
018677     MOVE VA-A        TO WS-SUB-OPND
018678     MOVE WS-SUB-OPND TO WS-ANM-AMOUNT
018679     MOVE VA-B        TO WS-SUB-OPND
018680     ADD WS-SUB-OPND  TO WS-ANM-AMOUNT
018681     IF WS-AT-ADD-CNT(AX) = ZERO
018683         SET RECORD-FLAGGED TO TRUE
018684         MOVE 41 TO WS-ANM-REASON
018685         GO TO 2300-EXIT
018686     END-IF
018687     COMPUTE WS-ANM-DEV = WS-ANM-AMOUNT - WS-AT-MEAN(AX)
018689     IF WS-ANM-DEV < ZERO
018690         COMPUTE WS-ANM-DEV = ZERO - WS-ANM-DEV
018691     END-IF
018692     COMPUTE WS-ANM-LIMIT = WS-AT-SPREAD(AX) * WS-BAND-MULT
018693     IF WS-ANM-DEV > WS-ANM-LIMIT
018695         SET RECORD-FLAGGED TO TRUE
018696         MOVE 40 TO WS-ANM-REASON
018697     END-IF.
018698 2300-EXIT.
018700     EXIT.

018800*===============================================================*
019000*===============================================================*
019100 2400-WRITE-GOOD.
019200     WRITE GOOD-REC FROM VAL-REC
019215     ADD 1 TO WS-RECS-OUT
019230     IF RECORD-REPAIRED
019245         MOVE 'N' TO WS-ACK-OUTCOME
019260     ELSE
019275         MOVE 'V' TO WS-ACK-OUTCOME
019290     END-IF
019305     PERFORM 2120-DERIVE-HASH-KEY THRU 2120-EXIT
019310     COMPUTE WS-HASH-WORK = WS-HASH-OUT + WS-KEY-VALUE
019320     DIVIDE WS-HASH-WORK BY 10000000000
020560     MOVE EDIT-REASON            TO SUSP-REASON
020570     MOVE VAL-REC                TO SUSP-DATA
020580     WRITE SUSP-REC
020584     MOVE 'S'                    TO WS-ACK-OUTCOME
020588     MOVE EDIT-REASON            TO WS-ACK-REASON
020592     MOVE EDIT-FIELD             TO WS-ACK-FIELD
020596     MOVE EDIT-REASON-TEXT       TO WS-ACK-TEXT
020600     ADD 1 TO WS-RECS-REJ.
020700 2500-EXIT.
020703     EXIT.

020705*===============================================================*
020707*  2600-HOLD-FOR-REVIEW - THE RECORD IS NEITHER FORWARDED NOR    *
020710*                         SUSPENDED: IT IS BUFFERED FOR THE      *
020712*                         ANOMOUT REVIEW FILE. SHOULD THE BUFFER *
020714*                         BE FULL IT GOES TO SUSPENSE UNDER ITS  *
020716*                         REASON INSTEAD, SO IT IS NEVER LOST    *
020719*===============================================================*
020721 2600-HOLD-FOR-REVIEW.
020723     MOVE WS-ANM-REASON TO EDIT-REASON
020725     IF WS-ANM-REASON = 41
020728         MOVE 'OPERATION'                TO EDIT-FIELD
020730         MOVE 'OP NEVER USED BY ACCOUNT' TO EDIT-REASON-TEXT
020732     ELSE
020734         MOVE 'AMOUNT'                   TO EDIT-FIELD
020737         MOVE 'AMOUNT OUTSIDE ACCT BAND' TO EDIT-REASON-TEXT
020739     END-IF
020741     IF WS-REV-CNT NOT < 1000
020743         IF NOT REV-OVERFLOWED
020746             SET REV-OVERFLOWED TO TRUE
020748             DISPLAY 'VALIDATE: REVIEW BUFFER FULL - FLAGGED '
020750                 'RECORDS PAST 1000 GO TO SUSPENSE'
020752         END-IF
020755         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
020757         GO TO 2600-EXIT
020759     END-IF
020761     MOVE SPACES            TO ANM-REC
020764     MOVE WS-BATCH-ID       TO ANM-BATCH-ID
020766     MOVE WS-RECS-IN        TO ANM-RECNO
020768     MOVE WS-TODAY          TO ANM-FLAG-DATE
020770     MOVE WS-ANM-REASON     TO ANM-REASON
020773     MOVE WS-ANM-AMOUNT     TO ANM-AMOUNT
020775     MOVE WS-AT-MEAN(AX)    TO ANM-MEAN
020777     MOVE WS-AT-SPREAD(AX)  TO ANM-SPREAD
020779     MOVE VAL-REC           TO ANM-DATA
020782     ADD 1 TO WS-REV-CNT
020784     MOVE ANM-REC TO WS-REV-ENTRY(WS-REV-CNT)
020786     ADD 1 TO WS-RECS-HELD
020788     MOVE 'F'               TO WS-ACK-OUTCOME
020791     MOVE EDIT-REASON       TO WS-ACK-REASON
020793     MOVE EDIT-FIELD        TO WS-ACK-FIELD
020795     MOVE EDIT-REASON-TEXT  TO WS-ACK-TEXT.
020797 2600-EXIT.
020800     EXIT.

020900*===============================================================*
021300     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
021310     PERFORM 9600-REGISTER-BATCH THRU 9600-EXIT
021320     PERFORM 8860-QUARANTINE-DECK THRU 8860-EXIT
021347     PERFORM 8450-WRITE-ACKS THRU 8450-EXIT
021373     PERFORM 8900-WRITE-REVIEW THRU 8900-EXIT
021400     CLOSE VAL-FILE
021500           GOOD-FILE
021600           REJECT-FILE
021610           SUSP-FILE
021640           CORR-FILE
021670           ANRPT-FILE.
021700 9000-EXIT.
021702     EXIT.

021703*===============================================================*
021705*  8700-WRITE-OUT-TRAILER - CLOSE THE VALOUT DECK WITH A FRESH   *
021706*                           TRAILER COVERING THE CLEAN RECORDS   *
021708*                           ACTUALLY WRITTEN                     *
021709*===============================================================*
021710 8700-WRITE-OUT-TRAILER.
021712     MOVE 'T'         TO BCR-TYPE
021713     MOVE WS-RECS-OUT TO BCT-REC-COUNT
021715     MOVE WS-HASH-OUT TO BCT-HASH-TOTAL
021716     MOVE SPACES TO GOOD-REC
021718     MOVE BATCH-CTL-REC TO GOOD-REC(1:17)
021719     WRITE GOOD-REC.
021720 8700-EXIT.
021722     EXIT.

021723*===============================================================*
021725*  8750-WRITE-DUP-SECTION - THE BUFFERED DUPLICATES, TOGETHER    *
021726*                           UNDER THEIR OWN HEADING AT THE END   *
021728*                           OF THE REJECT REPORT                 *
021729*===============================================================*
021730 8750-WRITE-DUP-SECTION.
021732     MOVE SPACES TO REJECT-REC
021733     WRITE REJECT-REC
021735     WRITE REJECT-REC FROM WS-DUP-SECTION-HDR
021736     MOVE 1 TO SN
021738     PERFORM UNTIL SN > WS-DUP-LINE-CNT
021739         WRITE REJECT-REC FROM WS-DUP-LINE-SAVE(SN)
021740         ADD 1 TO SN
021742     END-PERFORM.
021743 8750-EXIT.
021745     EXIT.

021746*===============================================================*
021748*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE RUN, *
021749*                      PUT THE REASON ON THE REJECT REPORT AND   *
021750*                      THE CONSOLE                               *
021752*===============================================================*
021753 8800-WRITE-REFUSAL.
021755     SET BATCH-REFUSED TO TRUE
021756     MOVE WS-BATCH-ID TO WF-BATCH-ID
021757     WRITE REJECT-REC FROM WS-REFUSAL-LINE
021759     DISPLAY 'VALIDATE: BATCH ' WS-BATCH-ID ' REFUSED - '
021760         WF-REASON.
021762 8800-EXIT.
021763     EXIT.

021765*===============================================================*
021766*  8400-BUFFER-ACK - HOLD THE ACKNOWLEDGMENT DETAIL FOR THE      *
021767*                    RECORD JUST DISPOSED OF; THE CALLER LEFT    *
021769*                    ITS OUTCOME (AND ANY REASON) IN THE ACK     *
021770*                    WORK FIELDS, WHICH ARE CLEARED FOR THE NEXT *
021772*===============================================================*
021773 8400-BUFFER-ACK.
021775     MOVE SPACES         TO ACK-BODY
021776     MOVE WS-RECS-IN     TO ACD-RECNO
021777     MOVE VAL-TYPE       TO ACD-REC-TYPE
021779     MOVE WS-ACK-OUTCOME TO ACD-OUTCOME
021780     IF VAL-TYPE-ADD
021782         MOVE VA-ID      TO ACD-ID
021783         MOVE VA-ACCT    TO ACD-ACCT
021785     END-IF
021786     MOVE WS-ACK-REASON  TO ACD-REASON
021787     MOVE WS-ACK-FIELD   TO ACD-FIELD
021789     MOVE WS-ACK-TEXT    TO ACD-TEXT
021790     IF WS-ACK-CNT < 50000
021792         ADD 1 TO WS-ACK-CNT
021793         MOVE ACK-BODY TO WS-ACK-BODY(WS-ACK-CNT)
021795     ELSE
021796         IF NOT ACK-OVERFLOWED
021797             SET ACK-OVERFLOWED TO TRUE
021799             DISPLAY 'VALIDATE: ACKNOWLEDGMENT BUFFER FULL - '
021800                 'RECORDS PAST 50000 NOT ACKNOWLEDGED'
021802         END-IF
021803     END-IF
021804     MOVE SPACE  TO WS-ACK-OUTCOME
021806     MOVE ZEROES TO WS-ACK-REASON
021807     MOVE SPACES TO WS-ACK-FIELD
021809                    WS-ACK-TEXT.
021810 8400-EXIT.
021812     EXIT.

021813*===============================================================*
021814*  8450-WRITE-ACKS - APPEND THE DECK'S ACKNOWLEDGMENT SET TO     *
021816*                    THE NIGHT'S RETURN FILE: THE BUFFERED       *
021817*                    DETAILS (A REFUSED DECK'S PASSED RECORDS    *
021819*                    MARKED HELD), THEN THE SUMMARY. A DECK      *
021820*                    WITH NO BATCH HEADER HAS NO KEY TO RETURN   *
021822*                    IT UNDER AND IS LEFT TO THE QUARANTINE      *
021823*                    REGISTER.                                   *
021824*===============================================================*
021826 8450-WRITE-ACKS.
021827     IF WS-BATCH-ID = SPACES
021829         GO TO 8450-EXIT
021830     END-IF
021832     OPEN EXTEND ACK-FILE
021833     MOVE 1 TO KX
021834     PERFORM UNTIL KX > WS-ACK-CNT
021836         MOVE SPACES          TO ACK-REC
021837         MOVE WS-BATCH-ID     TO ACK-BATCH-ID
021839         MOVE 'D'             TO ACK-KIND
021840         MOVE 'VALIDATE'      TO ACK-PROGRAM
021842         MOVE WS-TODAY        TO ACK-BUS-DATE
021843         MOVE WS-ACK-BODY(KX) TO ACK-BODY
021844         IF BATCH-REFUSED
021846             IF ACD-VALIDATED OR ACD-NORMALIZED OR ACD-FLAGGED
021847                 SET ACD-HELD TO TRUE
021849             END-IF
021850         END-IF
021851         WRITE ACK-OUT-REC FROM ACK-REC
021853         ADD 1 TO KX
021854     END-PERFORM
021856     MOVE SPACES           TO ACK-REC
021857     MOVE WS-BATCH-ID      TO ACK-BATCH-ID
021859     MOVE 'S'              TO ACK-KIND
021860     MOVE 'VALIDATE'       TO ACK-PROGRAM
021861     MOVE WS-TODAY         TO ACK-BUS-DATE
021863     MOVE WS-ACK-CRE-DATE  TO ACS-CRE-DATE
021864     MOVE WS-ACK-TRL-COUNT TO ACS-TRL-COUNT
021866     MOVE WS-ACK-TRL-HASH  TO ACS-TRL-HASH
021867     MOVE WS-RECS-IN       TO ACS-RECS-IN
021869     COMPUTE ACS-RECS-REJ = WS-RECS-REJ + WS-RECS-HELD
021870     IF BATCH-REFUSED
021871         SET ACS-REFUSED TO TRUE
021873         MOVE ZEROES       TO ACS-RECS-OK
021874         MOVE WF-REASON    TO ACS-REASON
021876     ELSE
021877         SET ACS-ACCEPTED TO TRUE
021879         MOVE WS-RECS-OUT  TO ACS-RECS-OK
021880     END-IF
021881     WRITE ACK-OUT-REC FROM ACK-REC
021883     CLOSE ACK-FILE.
021884 8450-EXIT.
021886     EXIT.

021887*===============================================================*
021889*  8850-BUFFER-DECK-REC - HOLD THE RAW INPUT RECORD IN CASE THE *
021890*                         DECK ENDS UP REFUSED                  *
021891*===============================================================*
021893 8850-BUFFER-DECK-REC.
021894     IF WS-QBUF-CNT < 50000
021896         ADD 1 TO WS-QBUF-CNT
021897         MOVE VAL-REC TO WS-QBUF-REC(WS-QBUF-CNT)
021898     ELSE
021901         SET QBUF-OVERFLOWED TO TRUE
021902     END-IF.
021904 8850-EXIT.
021905     EXIT.

021907*===============================================================*
021908*  8860-QUARANTINE-DECK - THE DECK WAS REFUSED: COPY ITS RAW    *
021909*                         RECORDS TO THE QUARANTINE FILE AND    *
021911*                         REGISTER THE REFUSAL FOR THE DATA     *
021912*                         CONTROL GROUP                         *
021914*===============================================================*
021915 8860-QUARANTINE-DECK.
021917     IF NOT BATCH-REFUSED OR WS-QBUF-CNT = ZERO
021918         GO TO 8860-EXIT
021919     END-IF
021921     OPEN EXTEND QUAR-FILE
021922          EXTEND QREG-FILE
021924     MOVE 1 TO QX
021925     PERFORM UNTIL QX > WS-QBUF-CNT
021927         MOVE SPACES          TO QUA-DATA-REC
021928         MOVE WS-BATCH-ID     TO QUD-BATCH-ID
021929         MOVE WS-QBUF-REC(QX) TO QUD-IMAGE
021931         WRITE QUAR-REC FROM QUA-DATA-REC
021932         ADD 1 TO QX
021934     END-PERFORM
021935     MOVE SPACES      TO QUA-REG-REC
021937     MOVE WS-BATCH-ID TO QUA-BATCH-ID
021938     MOVE WS-TODAY    TO QUA-DATE
021939     MOVE 'VALIDATE' TO QUA-PROGRAM
021941     MOVE WF-REASON   TO QUA-REASON
021942     MOVE 'W'         TO QUA-STATUS
021944     IF QBUF-OVERFLOWED
021945         MOVE 'T' TO QUA-STATUS
021947         DISPLAY 'VALIDATE: BATCH ' WS-BATCH-ID
021947             ' QUARANTINED TRUNCATED - NOT RELEASABLE'
021947     END-IF
021954     EXIT.

021900*===============================================================*
021906*  8900-WRITE-REVIEW - LIST THE RECORDS HELD FOR REVIEW AND, FOR *
021910*                      AN ACCEPTED DECK, APPEND THEM TO THE      *
021913*                      ANOMOUT REVIEW FILE. A REFUSED DECK'S     *
021920*                      RECORDS ARE LISTED BUT STAY WITH THE DECK *
021923*                      IN QUARANTINE.                            *
021926*===============================================================*
021930 8900-WRITE-REVIEW.
021936     IF BATCH-REFUSED AND WS-REV-CNT > ZERO
021940         MOVE 'DECK REFUSED - THESE RECORDS STAY WITH THE DECK'
021943             TO ANRPT-REC
021946         WRITE ANRPT-REC
021956     END-IF
021957     IF NOT BATCH-REFUSED AND WS-REV-CNT > ZERO
021958         OPEN EXTEND ANOM-FILE
021959     END-IF
021961     MOVE 1 TO RX
021962     PERFORM UNTIL RX > WS-REV-CNT
021963         MOVE WS-REV-ENTRY(RX) TO ANM-REC
021964         IF NOT BATCH-REFUSED
021966             WRITE ANOM-OUT-REC FROM ANM-REC
021967         END-IF
021968         MOVE ANM-RECNO        TO WAL-RECNO
021969         MOVE ANM-DATA(28:4)   TO WAL-ACCT
021971         MOVE ANM-AMOUNT       TO WAL-AMOUNT
021972         MOVE ANM-MEAN         TO WAL-MEAN
021973         MOVE ANM-SPREAD       TO WAL-SPREAD
021974         MOVE ANM-REASON       TO WAL-REASON
021976         IF ANM-REASON = 41
021977             MOVE 'OP NEVER USED BY ACCOUNT' TO WAL-TEXT
021978         ELSE
021979             MOVE 'AMOUNT OUTSIDE ACCT BAND' TO WAL-TEXT
021981         END-IF
021982         WRITE ANRPT-REC FROM WS-ANOM-LINE
021983         ADD 1 TO RX
021984     END-PERFORM
021986     IF NOT BATCH-REFUSED AND WS-REV-CNT > ZERO
021987         CLOSE ANOM-FILE
021988     END-IF
021989     MOVE SPACES TO ANRPT-REC
021991     WRITE ANRPT-REC
021992     MOVE WS-REV-CNT   TO WAT-HELD
021993     MOVE WS-ASTAT-CNT TO WAT-ACCTS
021994     WRITE ANRPT-REC FROM WS-ANOM-TOTAL-LINE.
021996 8900-EXIT.
021997     EXIT.

021998*===============================================================*
022000*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE     *
022100*===============================================================*
022200 9500-WRITE-AUDIT.
022700     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
022800     MOVE WS-RECS-IN      TO AUDIT-RECS-IN
022900     MOVE WS-RECS-OUT     TO AUDIT-RECS-OUT
022950     COMPUTE AUDIT-RECS-REJ = WS-RECS-REJ + WS-RECS-HELD
022960     MOVE WS-BATCH-ID     TO AUDIT-BATCH-ID
022970     MOVE WS-DUP-CNT      TO AUDIT-DUP-CNT
023095     MOVE WS-START-TIME TO AUDIT-START-TIME
023207     IF BATCH-REFUSED OR WS-BATCH-ID = SPACES
023208         GO TO 9600-EXIT
023209     END-IF
023211     OPEN EXTEND BCHREG-FILE
023212     MOVE SPACES      TO BRG-REC
023214     MOVE WS-BATCH-ID TO BRG-BATCH-ID
023215     MOVE WS-TODAY    TO BRG-REG-DATE
023217     MOVE WS-RECS-IN  TO BRG-REC-CNT
023218     MOVE 'VALIDATE' TO BRG-PROGRAM
023220     MOVE SUBM-DEPT   TO BRG-DEPT
023221     WRITE BRG-REC
023222     CLOSE BCHREG-FILE.
023224 9600-EXIT.
023225     EXIT.

023227*===============================================================*
023228*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY       *
023230*                         REJECTS, 8 DECK REFUSED OR EVERY       *
023240*                         RECORD REJECTED, 12 EMPTY INPUT        *
023250*===============================================================*
023260 9900-SET-RETURN-CODE.
023270     MOVE 0 TO RETURN-CODE
023280     IF WS-RECS-REJ > 0 OR WS-RECS-HELD > 0
023290         MOVE 4 TO RETURN-CODE
023300     END-IF
023310     IF BATCH-REFUSED
