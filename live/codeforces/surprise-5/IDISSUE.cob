000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IDISSUE.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL TRANSACTION-ID BLOCK ISSUE. EACH   *
001100*                   REQUEST CARD NAMES A SUBMITTER BY ITS       *
001200*                   BATCH-ID PREFIX AND ASKS FOR A NUMBER OF    *
001300*                   IDS; THE BLOCK IS CUT FROM ABOVE BOTH THE   *
001400*                   HIGHEST POSTED ID AND THE HIGHEST ID EVER   *
001500*                   ISSUED, EVERY ID IN IT CARRYING A VALID     *
001600*                   CHECK DIGIT (CKDGRTN, SEE                   *
001700*                   COPY/CKDGPARM.CPY). THE IDS GO OUT ON THE   *
001800*                   IDLIST FILE FOR THE DEPARTMENT AND THE      *
001900*                   BLOCK GOES ON THE ID-BLOCK REGISTER (SEE    *
002000*                   COPY/IDBREC.CPY). A BLANK OR UNKNOWN        *
002100*                   PREFIX, A COUNT THAT IS NOT 1-10000, OR A   *
002200*                   BLOCK THAT WOULD RUN OFF THE TOP OF THE ID  *
002300*                   RANGE IS REJECTED. THE NEW REGISTER IS      *
002400*                   WRITTEN WHOLE (IDBLKNEW) SO THE OLD         *
002500*                   GENERATION SURVIVES UNTIL IT IS CATALOGED   *
002600*                   OVER.                                       *
002700*===============================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL IDB-FILE ASSIGN TO "IDBLKREG"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT POST-FILE   ASSIGN TO "POSTMST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE  IS SEQUENTIAL
003900         RECORD KEY   IS POST-ID
004000         FILE STATUS  IS WS-POST-STATUS.
004100     SELECT TRAN-FILE   ASSIGN TO "IDISTRAN"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT NEW-FILE    ASSIGN TO "IDBLKNEW"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT LIST-FILE   ASSIGN TO "IDLIST"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT REPT-FILE   ASSIGN TO "IDISRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  IDB-FILE
005300     RECORDING MODE IS F.
005400 COPY IDBREC.
005500
005600 FD  POST-FILE.
005700 COPY POSTREC.
005800
005900*---------------------------------------------------------------*
006000*  REQUEST CARD - THE SUBMITTER'S BATCH-ID PREFIX, HOW MANY IDS *
006100*  IT WANTS AND WHO ASKED                                       *
006200*---------------------------------------------------------------*
006300 FD  TRAN-FILE
006400     RECORDING MODE IS F.
006500 01  TRAN-REC.
006600     05  IR-PREFIX          PIC X(02).
006700     05  IR-COUNT           PIC X(05).
006800     05  IR-REQUESTER       PIC X(20).
006900     05  FILLER             PIC X(53).
007000
007100 FD  NEW-FILE
007200     RECORDING MODE IS F.
007300 01  NEW-REC                PIC X(80).
007400
007500 FD  LIST-FILE
007600     RECORDING MODE IS F.
007700 01  LIST-REC               PIC X(80).
007800
007900 FD  REPT-FILE
008000     RECORDING MODE IS F.
008100 01  REPT-REC               PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
008500 01  WS-SWITCHES.
008600     05  WS-IDB-EOF-SW      PIC X(01)   VALUE 'N'.
008700         88  IDB-EOF                    VALUE 'Y'.
008800     05  WS-POST-EOF-SW     PIC X(01)   VALUE 'N'.
008900         88  POST-EOF                   VALUE 'Y'.
009000     05  WS-TRAN-EOF-SW     PIC X(01)   VALUE 'N'.
009100         88  TRAN-EOF                   VALUE 'Y'.
009200
009300 01  WS-COUNTERS.
009400     05  WS-IDB-IN          PIC 9(06)   COMP    VALUE ZERO.
009500     05  WS-POST-IN         PIC 9(06)   COMP    VALUE ZERO.
009600     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
009700     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
009800     05  WS-BLOCKS-OUT      PIC 9(06)   COMP    VALUE ZERO.
009900     05  WS-IDS-OUT         PIC 9(07)   COMP    VALUE ZERO.
010000
010100 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
010200 01  WS-HIGH-ID             PIC 9(06)   VALUE ZEROES.
010300 01  WS-POSTED-HIGH         PIC 9(06)   VALUE ZEROES.
010400 01  WS-ISSUED-HIGH         PIC 9(06)   VALUE ZEROES.
010500 01  WS-REQ-COUNT           PIC 9(05)   VALUE ZEROES.
010600 01  WS-FIRST-ID            PIC 9(06)   VALUE ZEROES.
010700 01  IX                     PIC 9(05)   VALUE ZEROES.
010800
010900*---------------------------------------------------------------*
011000*  COMMUNICATION AREAS FOR THE SHARED PROCESSING-DATE RESOLVER, *
011100*  THE SUBMITTER AUTHORIZATION ROUTINE AND THE TRANSACTION-ID   *
011200*  CHECK-DIGIT ROUTINE                                          *
011300*---------------------------------------------------------------*
011400 COPY BUSDPARM.
011500 COPY SUBMPARM.
011600 COPY CKDGPARM.
011700
011800*---------------------------------------------------------------*
011900*  ONE ISSUED ID ON THE IDLIST FILE                             *
012000*---------------------------------------------------------------*
012100 01  WS-LIST-LINE.
012200     05  LL-PREFIX          PIC X(02).
012300     05  FILLER             PIC X(01)   VALUE SPACE.
012400     05  LL-DEPT            PIC X(04).
012500     05  FILLER             PIC X(01)   VALUE SPACE.
012600     05  LL-ID              PIC X(06).
012700     05  FILLER             PIC X(01)   VALUE SPACE.
012800     05  LL-ISSUE-DATE      PIC 9(08).
012900     05  FILLER             PIC X(57)   VALUE SPACES.
013000
013100*---------------------------------------------------------------*
013200*  ISSUE REPORT LINES                                           *
013300*---------------------------------------------------------------*
013400 01  WS-HEADING-1.
013500     05  FILLER             PIC X(34)   VALUE
013600         'TRANSACTION ID BLOCK ISSUE  BDATE '.
013700     05  WH-DATE            PIC 9(08).
013800     05  FILLER             PIC X(38)   VALUE SPACES.
013900
014000 01  WS-START-LINE.
014100     05  FILLER             PIC X(26)   VALUE
014200         'HIGHEST POSTED ID .....: '.
014300     05  WS-SL-POSTED       PIC 9(06).
014400     05  FILLER             PIC X(04)   VALUE SPACES.
014500     05  FILLER             PIC X(26)   VALUE
014600         'HIGHEST ISSUED ID .....: '.
014700     05  WS-SL-ISSUED       PIC 9(06).
014800     05  FILLER             PIC X(12)   VALUE SPACES.
014900
015000 01  WS-MAINT-LINE.
015100     05  WL-ACTION          PIC X(08).
015200     05  FILLER             PIC X(02)   VALUE SPACES.
015300     05  WL-PREFIX          PIC X(02).
015400     05  FILLER             PIC X(02)   VALUE SPACES.
015500     05  WL-DETAIL          PIC X(45)   VALUE SPACES.
015600     05  FILLER             PIC X(21)   VALUE SPACES.
015700
015800 01  WS-ISSUE-DETAIL.
015900     05  FILLER             PIC X(05)   VALUE 'DEPT '.
016000     05  WI-DEPT            PIC X(04).
016100     05  FILLER             PIC X(07)   VALUE '  IDS '.
016200     05  WI-COUNT           PIC ZZZZ9.
016300     05  FILLER             PIC X(02)   VALUE SPACES.
016400     05  WI-FIRST-ID        PIC 9(06).
016500     05  FILLER             PIC X(04)   VALUE ' TO '.
016600     05  WI-LAST-ID         PIC 9(06).
016700     05  FILLER             PIC X(06)   VALUE SPACES.
016800
016900 01  WS-TOTALS-LINE.
017000     05  FILLER             PIC X(20)   VALUE
017100         'CARDS READ .......: '.
017200     05  WT-RECS-IN         PIC ZZZ,ZZ9.
017300     05  FILLER             PIC X(03)   VALUE SPACES.
017400     05  FILLER             PIC X(20)   VALUE
017500         'BLOCKS ISSUED ....: '.
017600     05  WT-BLOCKS-OUT      PIC ZZZ,ZZ9.
017700     05  FILLER             PIC X(23)   VALUE SPACES.
017800
017900 01  WS-TOTALS-LINE-2.
018000     05  FILLER             PIC X(20)   VALUE
018100         'CARDS REJECTED ...: '.
018200     05  WT-RECS-REJ        PIC ZZZ,ZZ9.
018300     05  FILLER             PIC X(03)   VALUE SPACES.
018400     05  FILLER             PIC X(20)   VALUE
018500         'IDS ISSUED .......: '.
018600     05  WT-IDS-OUT         PIC Z,ZZZ,ZZ9.
018700     05  FILLER             PIC X(21)   VALUE SPACES.
018800
018900 PROCEDURE DIVISION.
019000*===============================================================*
019100*  0000-MAINLINE                                                *
019200*===============================================================*
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
019500     PERFORM 2000-ISSUE-BLOCKS    THRU 2000-EXIT
019600     PERFORM 9000-TERMINATE       THRU 9000-EXIT
019700     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
019800     STOP RUN.
019900
020000*===============================================================*
020100*  1000-INITIALIZE - OPEN FILES, CARRY THE OLD REGISTER ONTO    *
020200*                    THE NEW ONE AND FIND WHERE ISSUE STARTS    *
020300*===============================================================*
020400 1000-INITIALIZE.
020500     CALL 'BUSDATE' USING BUSD-PARM
020600     MOVE BUSD-DATE TO WS-TODAY
020700     OPEN INPUT  IDB-FILE
020800          INPUT  TRAN-FILE
020900          OUTPUT NEW-FILE
021000          OUTPUT LIST-FILE
021100          OUTPUT REPT-FILE
021200     PERFORM 1100-READ-IDB THRU 1100-EXIT
021300     PERFORM UNTIL IDB-EOF
021400         IF IDB-LAST-ID IS NUMERIC
021500                 AND IDB-LAST-ID > WS-ISSUED-HIGH
021600             MOVE IDB-LAST-ID TO WS-ISSUED-HIGH
021700         END-IF
021800         WRITE NEW-REC FROM IDB-REC
021900         PERFORM 1100-READ-IDB THRU 1100-EXIT
022000     END-PERFORM
022100     CLOSE IDB-FILE
022200     PERFORM 1200-FIND-POSTED-HIGH THRU 1200-EXIT
022300     MOVE WS-ISSUED-HIGH TO WS-HIGH-ID
022400     IF WS-POSTED-HIGH > WS-HIGH-ID
022500         MOVE WS-POSTED-HIGH TO WS-HIGH-ID
022600     END-IF
022700     MOVE WS-TODAY       TO WH-DATE
022800     WRITE REPT-REC FROM WS-HEADING-1
022900     MOVE WS-POSTED-HIGH TO WS-SL-POSTED
023000     MOVE WS-ISSUED-HIGH TO WS-SL-ISSUED
023100     WRITE REPT-REC FROM WS-START-LINE
023200     MOVE SPACES TO REPT-REC
023300     WRITE REPT-REC.
023400 1000-EXIT.
023500     EXIT.
023600
023700*===============================================================*
023800*  1100-READ-IDB                                                *
023900*===============================================================*
024000 1100-READ-IDB.
024100     READ IDB-FILE
024200         AT END
024300             SET IDB-EOF TO TRUE
024400             GO TO 1100-EXIT
024500     END-READ
024600     ADD 1 TO WS-IDB-IN.
024700 1100-EXIT.
024800     EXIT.
024900
025000*===============================================================*
025100*  1200-FIND-POSTED-HIGH - THE MASTER IS IN POST-ID ORDER, SO   *
025200*                          THE LAST KEY READ IS THE HIGHEST     *
025300*===============================================================*
025400 1200-FIND-POSTED-HIGH.
025500     OPEN INPUT POST-FILE
025600     IF WS-POST-STATUS = '35'
025700         DISPLAY 'IDISSUE: POSTED MASTER NOT FOUND - ISSUE '
025800             'STARTS ABOVE THE REGISTER ONLY'
025900         GO TO 1200-EXIT
026000     END-IF
026100     PERFORM 1250-READ-POST THRU 1250-EXIT
026200     PERFORM UNTIL POST-EOF
026300         IF POST-ID > WS-POSTED-HIGH
026400             MOVE POST-ID TO WS-POSTED-HIGH
026500         END-IF
026600         PERFORM 1250-READ-POST THRU 1250-EXIT
026700     END-PERFORM
026800     CLOSE POST-FILE.
026900 1200-EXIT.
027000     EXIT.
027100
027200*===============================================================*
027300*  1250-READ-POST                                               *
027400*===============================================================*
027500 1250-READ-POST.
027600     READ POST-FILE NEXT
027700         AT END
027800             SET POST-EOF TO TRUE
027900             GO TO 1250-EXIT
028000     END-READ
028100     ADD 1 TO WS-POST-IN.
028200 1250-EXIT.
028300     EXIT.
028400
028500*===============================================================*
028600*  2000-ISSUE-BLOCKS - ONE PASS OVER THE REQUEST DECK           *
028700*===============================================================*
028800 2000-ISSUE-BLOCKS.
028900     PERFORM 2100-READ-TRAN THRU 2100-EXIT
029000     PERFORM UNTIL TRAN-EOF
029100         PERFORM 2200-ISSUE-ONE THRU 2200-EXIT
029200         PERFORM 2100-READ-TRAN THRU 2100-EXIT
029300     END-PERFORM.
029400 2000-EXIT.
029500     EXIT.
029600
029700*===============================================================*
029800*  2100-READ-TRAN                                               *
029900*===============================================================*
030000 2100-READ-TRAN.
030100     READ TRAN-FILE
030200         AT END
030300             SET TRAN-EOF TO TRUE
030400             GO TO 2100-EXIT
030500     END-READ
030600     ADD 1 TO WS-RECS-IN.
030700 2100-EXIT.
030800     EXIT.
030900
031000*===============================================================*
031100*  2200-ISSUE-ONE - EDIT THE CARD, RESOLVE THE SUBMITTER AND    *
031200*                   CUT THE BLOCK. EACH VALID ID CAN SIT UP TO  *
031300*                   TWENTY NUMBERS ABOVE THE LAST, SO A BLOCK   *
031400*                   THAT COULD RUN PAST 999999 IS REFUSED       *
031500*                   WHOLE RATHER THAN ISSUED SHORT.             *
031600*===============================================================*
031700 2200-ISSUE-ONE.
031800     MOVE SPACES    TO WL-DETAIL
031900     MOVE IR-PREFIX TO WL-PREFIX
032000     IF IR-PREFIX = SPACES
032100         MOVE 'BATCH-ID PREFIX IS BLANK' TO WL-DETAIL
032200         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
032300         GO TO 2200-EXIT
032400     END-IF
032500     IF IR-COUNT IS NOT NUMERIC
032600         MOVE 'ID COUNT NOT NUMERIC' TO WL-DETAIL
032700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
032800         GO TO 2200-EXIT
032900     END-IF
033000     MOVE IR-COUNT TO WS-REQ-COUNT
033100     IF WS-REQ-COUNT = ZERO OR WS-REQ-COUNT > 10000
033200         MOVE 'ID COUNT NOT 1 TO 10000' TO WL-DETAIL
033300         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
033400         GO TO 2200-EXIT
033500     END-IF
033600     MOVE 'H'       TO SUBM-FUNCTION
033700     MOVE SPACES    TO SUBM-BATCH-ID
033800     MOVE IR-PREFIX TO SUBM-BATCH-ID(1:2)
033900     CALL 'SUBMRTN' USING SUBM-PARM
034000     IF SUBM-UNKNOWN
034100         MOVE 'PREFIX NOT ON THE SUBMITTER MASTER' TO WL-DETAIL
034200         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
034300         GO TO 2200-EXIT
034400     END-IF
034500     IF WS-HIGH-ID + WS-REQ-COUNT * 20 > 999999
034600         MOVE 'NOT ENOUGH IDS LEFT IN THE RANGE' TO WL-DETAIL
034700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
034800         GO TO 2200-EXIT
034900     END-IF
035000     MOVE IR-PREFIX  TO LL-PREFIX
035100     MOVE SUBM-DEPT  TO LL-DEPT
035200     MOVE WS-TODAY   TO LL-ISSUE-DATE
035300     MOVE 'N'        TO CKDG-FUNCTION
035400     MOVE WS-HIGH-ID TO CKDG-ID
035500     MOVE 1 TO IX
035600     PERFORM UNTIL IX > WS-REQ-COUNT
035700         CALL 'CKDGRTN' USING CKDG-PARM
035800         IF IX = 1
035900             MOVE CKDG-ID TO WS-FIRST-ID
036000         END-IF
036100         MOVE CKDG-ID TO LL-ID
036200         WRITE LIST-REC FROM WS-LIST-LINE
036300         ADD 1 TO WS-IDS-OUT
036400         ADD 1 TO IX
036500     END-PERFORM
036600     MOVE CKDG-ID TO WS-HIGH-ID
036700     MOVE SPACES         TO IDB-REC
036800     MOVE IR-PREFIX      TO IDB-PREFIX
036900     MOVE SUBM-DEPT      TO IDB-DEPT
037000     MOVE WS-TODAY       TO IDB-ISSUE-DATE
037100     MOVE WS-FIRST-ID    TO IDB-FIRST-ID
037200     MOVE WS-HIGH-ID     TO IDB-LAST-ID
037300     MOVE WS-REQ-COUNT   TO IDB-COUNT
037400     MOVE IR-REQUESTER   TO IDB-REQUESTER
037500     WRITE NEW-REC FROM IDB-REC
037600     ADD 1 TO WS-BLOCKS-OUT
037700     MOVE SUBM-DEPT      TO WI-DEPT
037800     MOVE WS-REQ-COUNT   TO WI-COUNT
037900     MOVE WS-FIRST-ID    TO WI-FIRST-ID
038000     MOVE WS-HIGH-ID     TO WI-LAST-ID
038100     MOVE WS-ISSUE-DETAIL TO WL-DETAIL
038200     MOVE 'ISSUED'       TO WL-ACTION
038300     WRITE REPT-REC FROM WS-MAINT-LINE.
038400 2200-EXIT.
038500     EXIT.
038600
038700*===============================================================*
038800*  2900-WRITE-REJECT - THE REASON IS ALREADY IN WL-DETAIL       *
038900*===============================================================*
039000 2900-WRITE-REJECT.
039100     MOVE 'REJECT' TO WL-ACTION
039200     WRITE REPT-REC FROM WS-MAINT-LINE
039300     ADD 1 TO WS-RECS-REJ.
039400 2900-EXIT.
039500     EXIT.
039600
039700*===============================================================*
039800*  9000-TERMINATE - CONTROL TOTALS AND CLOSE FILES              *
039900*===============================================================*
040000 9000-TERMINATE.
040100     MOVE SPACES TO REPT-REC
040200     WRITE REPT-REC
040300     MOVE WS-RECS-IN    TO WT-RECS-IN
040400     MOVE WS-BLOCKS-OUT TO WT-BLOCKS-OUT
040500     WRITE REPT-REC FROM WS-TOTALS-LINE
040600     MOVE WS-RECS-REJ   TO WT-RECS-REJ
040700     MOVE WS-IDS-OUT    TO WT-IDS-OUT
040800     WRITE REPT-REC FROM WS-TOTALS-LINE-2
040900     CLOSE TRAN-FILE
041000           NEW-FILE
041100           LIST-FILE
041200           REPT-FILE.
041300 9000-EXIT.
041400     EXIT.
041500
041600*===============================================================*
041700*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
041800*                         REJECTED CARD, 12 EMPTY DECK          *
041900*===============================================================*
042000 9900-SET-RETURN-CODE.
042100     MOVE 0 TO RETURN-CODE
042200     IF WS-RECS-REJ > 0
042300         MOVE 4 TO RETURN-CODE
042400     END-IF
042500     IF WS-RECS-IN = 0
042600         MOVE 12 TO RETURN-CODE
042700     END-IF.
042800 9900-EXIT.
042900     EXIT.
