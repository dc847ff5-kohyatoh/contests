000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRVEXTR.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL TRAVERSE EXTRACT, IN THE PTEXTR    *
001100*                   MOLD. READS A TRAVERSE REQUEST DECK (TRVIN) *
001200*                   - ONE CARD PER STATION, TRAVERSE ID AND     *
001300*                   POINT ID, THE STATIONS OF A TRAVERSE ON     *
001400*                   CONSECUTIVE CARDS IN THE ORDER THEY WERE    *
001500*                   OCCUPIED - RESOLVES EVERY POINT ID AGAINST  *
001600*                   THE INDEXED POINT MASTER AND WRITES ONE     *
001700*                   E.COB PTSIN SET PER TRAVERSE (MODE T, SET   *
001800*                   ID = TRAVERSE ID) FOR THE TRAVERSE CLOSURE  *
001900*                   REPORT. A POINT ID THAT IS NOT NUMERIC      *
002000*                   (REASON 23) OR NOT ON THE MASTER (REASON    *
002100*                   43) IS REJECTED WITH ITS EDITRSN REASON AND *
002200*                   ITS WHOLE TRAVERSE IS DROPPED - A LOOP WITH *
002300*                   A STATION MISSING CANNOT BE CLOSED. THE     *
002400*                   DECK OPENS WITH A BATCH HEADER AND CLOSES   *
002500*                   WITH A COUNT/HASH TRAILER (SEE              *
002600*                   COPY/BATCHCTL.CPY, HASH KEY: THE POINT ID)  *
002700*                   AND IS PROVEN WHOLE BEFORE ANYTHING IS      *
002800*                   EXTRACTED.                                  *
002900*===============================================================*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MAST-FILE   ASSIGN TO "PTMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE  IS RANDOM
003900         RECORD KEY   IS PTM-ID
004000         FILE STATUS  IS WS-MAST-STATUS.
004100     SELECT TRV-FILE    ASSIGN TO "TRVIN"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT PTS-FILE    ASSIGN TO "PTSIN"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT REPT-FILE   ASSIGN TO "TRVRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  MAST-FILE.
005100 COPY PTMREC.
005200
005300*---------------------------------------------------------------*
005400*  TRAVERSE REQUEST CARD - ONE PER STATION, IN OCCUPIED ORDER   *
005500*---------------------------------------------------------------*
005600 FD  TRV-FILE
005700     RECORDING MODE IS F.
005800 01  TRV-REC.
005900     05  TV-TRAV-ID         PIC X(08).
006000     05  TV-PT-ID           PIC X(06).
006100     05  FILLER             PIC X(66).
006200
006300*---------------------------------------------------------------*
006400*  PTSIN RECORD - THE SAME HEADER/POINT VIEWS E.COB READS       *
006500*---------------------------------------------------------------*
006600 FD  PTS-FILE
006700     RECORDING MODE IS F.
006800 01  PTS-REC.
006900     05  PTS-REC-HDR.
007000         10  OUT-MODE       PIC X(01).
007100         10  OUT-N          PIC 9(10).
007200         10  OUT-GROUP      PIC X(01).
007300         10  OUT-TOL        PIC X(06).
007400         10  OUT-SET-ID     PIC X(08).
007500         10  FILLER         PIC X(08).
007600     05  PTS-REC-DATA REDEFINES PTS-REC-HDR.
007700         10  OUT-X          PIC S9(10).
007800         10  OUT-Y          PIC S9(10).
007900         10  OUT-ID         PIC 9(06).
008000         10  OUT-SRC        PIC X(04).
008100         10  FILLER         PIC X(04).
008200
008300 FD  REPT-FILE
008400     RECORDING MODE IS F.
008500 01  REPT-REC               PIC X(80).
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-MAST-STATUS         PIC X(02)   VALUE SPACES.
008900 01  WS-SWITCHES.
009000     05  WS-TRV-EOF-SW      PIC X(01)   VALUE 'N'.
009100         88  TRV-EOF                    VALUE 'Y'.
009200
009300 01  WS-COUNTERS.
009400     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
009500     05  WS-RECS-OUT        PIC 9(08)   COMP    VALUE ZERO.
009600     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
009700     05  WS-TRAV-OUT        PIC 9(06)   COMP    VALUE ZERO.
009800     05  WS-TRAV-DROP       PIC 9(06)   COMP    VALUE ZERO.
009900
010000*---------------------------------------------------------------*
010100*  BATCH CONTROL FIELDS - DECK HEADER/TRAILER VERIFICATION, AND *
010200*  THE PTSIN TRAILER. HASH KEY: THE POINT ID ON BOTH            *
010300*---------------------------------------------------------------*
010400 01  WS-BATCH-FIELDS.
010500     05  WS-BATCH-ERR-SW    PIC X(01)   VALUE 'N'.
010600         88  BATCH-REFUSED              VALUE 'Y'.
010700     05  WS-BATCH-ID        PIC X(08)   VALUE SPACES.
010800     05  WS-HASH-KEY        PIC 9(10)   VALUE ZERO.
010900     05  WS-HASH-TOTAL      PIC 9(10)   VALUE ZERO.
011000     05  WS-HASH-WORK       PIC 9(11)   VALUE ZERO.
011100     05  WS-HASH-QUOT       PIC 9(02)   VALUE ZERO.
011200     05  WS-OUT-HASH        PIC 9(10)   VALUE ZERO.
011300 COPY BATCHCTL.
011400
011500*---------------------------------------------------------------*
011600*  THE WHOLE DECK, BUFFERED UNTIL THE TRAILER PROVES IT         *
011700*---------------------------------------------------------------*
011800 01  WS-CARD-CNT            PIC 9(04)   COMP    VALUE ZERO.
011900 01  WS-CARD-TABLE.
012000     05  WS-CARD-BUF        PIC X(80)   OCCURS 2000.
012100 01  P                      PIC 9(04)   COMP    VALUE ZERO.
012200 01  I                      PIC 9(04)   COMP    VALUE ZERO.
012300
012400*---------------------------------------------------------------*
012500*  THE TRAVERSE BEING RESOLVED - ITS STATIONS ARE BUFFERED SO   *
012600*  THE SET HEADER CAN CARRY THE COUNT, AND SO A TRAVERSE WITH   *
012700*  A REJECTED STATION NEVER REACHES PTSIN AT ALL                *
012800*---------------------------------------------------------------*
012900 01  WS-CUR-TRAV            PIC X(08)   VALUE SPACES.
013000 01  WS-TRV-PTS             PIC 9(04)   COMP    VALUE ZERO.
013100 01  WS-TRV-REJ             PIC 9(04)   COMP    VALUE ZERO.
013200 01  WS-STATION-TABLE.
013300     05  WS-STATION-ENTRY   OCCURS 2000.
013400         10  WP-X           PIC S9(10).
013500         10  WP-Y           PIC S9(10).
013600         10  WP-ID          PIC 9(06).
013700         10  WP-SRC         PIC X(04).
013800
013900*---------------------------------------------------------------*
014000*  THE MAINTAINED EDIT REASON TABLE - REJECTS PRINT ITS CODE,   *
014100*  FIELD NAME AND TEXT                                          *
014200*---------------------------------------------------------------*
014300 COPY EDITRSN.
014400 01  WS-REASON              PIC 9(02)   VALUE ZERO.
014500
014600*---------------------------------------------------------------*
014700*  BATCH REFUSAL LINE                                           *
014800*---------------------------------------------------------------*
014900 01  WS-REFUSAL-LINE.
015000     05  FILLER             PIC X(06)   VALUE 'BATCH '.
015100     05  WF-BATCH-ID        PIC X(08).
015200     05  FILLER             PIC X(11)   VALUE ' REFUSED - '.
015300     05  WF-REASON          PIC X(50)   VALUE SPACES.
015400     05  FILLER             PIC X(05)   VALUE SPACES.
015500
015600*---------------------------------------------------------------*
015700*  EXTRACT AUDIT LINE, ITS DETAIL VIEWS, AND THE RUN TOTALS     *
015800*---------------------------------------------------------------*
015900 01  WS-TRV-LINE.
016000     05  WL-ACTION          PIC X(13).
016100     05  FILLER             PIC X(02)   VALUE SPACES.
016200     05  WL-TRAV            PIC X(08).
016300     05  FILLER             PIC X(02)   VALUE SPACES.
016400     05  WL-ID              PIC X(06).
016500     05  FILLER             PIC X(02)   VALUE SPACES.
016600     05  WL-DETAIL          PIC X(45)   VALUE SPACES.
016700     05  FILLER             PIC X(02)   VALUE SPACES.
016800
016900 01  WS-RSN-DETAIL.
017000     05  FILLER             PIC X(07)   VALUE 'REASON '.
017100     05  WD-RSN             PIC 9(02).
017200     05  FILLER             PIC X(01)   VALUE SPACE.
017300     05  WD-FIELD           PIC X(10).
017400     05  WD-TEXT            PIC X(25).
017500
017600 01  WS-CNT-DETAIL.
017700     05  WD-CNT             PIC Z(4)9.
017800     05  WD-CNT-TEXT        PIC X(40).
017900
018000 01  WS-TOTAL-LINE.
018100     05  FILLER             PIC X(20)   VALUE
018200         'TRAVERSES EXTRACTED '.
018300     05  WT-OUT             PIC Z(5)9.
018400     05  FILLER             PIC X(09)   VALUE ' DROPPED '.
018500     05  WT-DROP            PIC Z(5)9.
018600     05  FILLER             PIC X(18)   VALUE
018700         ' STATIONS REJECTED'.
018800     05  FILLER             PIC X(01)   VALUE SPACE.
018900     05  WT-REJ             PIC Z(5)9.
019000     05  FILLER             PIC X(14)   VALUE SPACES.
019100
019200 PROCEDURE DIVISION.
019300*===============================================================*
019400*  0000-MAINLINE                                                *
019500*===============================================================*
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
019800     PERFORM 1500-READ-DECK       THRU 1500-EXIT
019900     IF NOT BATCH-REFUSED
020000         PERFORM 2000-RESOLVE-TRAVERSES THRU 2000-EXIT
020100         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
020200     END-IF
020300     PERFORM 9000-TERMINATE       THRU 9000-EXIT
020400     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
020500     STOP RUN.
020600
020700*===============================================================*
020800*  1000-INITIALIZE - OPEN FILES                                 *
020900*===============================================================*
021000 1000-INITIALIZE.
021100     OPEN INPUT  MAST-FILE
021200                 TRV-FILE
021300          OUTPUT PTS-FILE
021400                 REPT-FILE.
021500 1000-EXIT.
021600     EXIT.
021700
021800*===============================================================*
021900*  1500-READ-DECK - THE DECK MUST OPEN WITH A BATCH HEADER AND  *
022000*                   CLOSE WITH A COUNT/HASH TRAILER; EVERY      *
022100*                   DETAIL CARD IS BUFFERED SO NOTHING IS       *
022200*                   EXTRACTED UNTIL THE TRAILER PROVES THE DECK *
022300*===============================================================*
022400 1500-READ-DECK.
022500     PERFORM 1600-READ-TRV THRU 1600-EXIT
022600     IF TRV-EOF
022700         MOVE 'DECK IS EMPTY - NO BATCH HEADER RECORD'
022800                              TO WF-REASON
022900         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
023000         GO TO 1500-EXIT
023100     END-IF
023200     MOVE TRV-REC(1:17) TO BATCH-CTL-REC
023300     IF BCR-HEADER
023400         MOVE BCH-BATCH-ID TO WS-BATCH-ID
023500     ELSE
023600         MOVE 'DECK DOES NOT OPEN WITH A BATCH HEADER RECORD'
023700                              TO WF-REASON
023800         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
023900         GO TO 1500-EXIT
024000     END-IF
024100     PERFORM 1600-READ-TRV THRU 1600-EXIT
024200     PERFORM UNTIL TRV-EOF OR BATCH-REFUSED
024300         IF TRV-REC(1:1) = 'T'
024400                 AND TRV-REC(2:6) IS NUMERIC
024500                 AND TRV-REC(8:10) IS NUMERIC
024600             PERFORM 1700-CHECK-TRAILER THRU 1700-EXIT
024700             GO TO 1500-EXIT
024800         END-IF
024900         ADD 1 TO WS-RECS-IN
025000         IF TV-PT-ID IS NUMERIC
025100             MOVE TV-PT-ID TO WS-HASH-KEY
025200             COMPUTE WS-HASH-WORK = WS-HASH-TOTAL + WS-HASH-KEY
025300             DIVIDE WS-HASH-WORK BY 10000000000
025400                 GIVING WS-HASH-QUOT REMAINDER WS-HASH-TOTAL
025500         END-IF
025600         IF WS-CARD-CNT < 2000
025700             ADD 1 TO WS-CARD-CNT
025800             MOVE TRV-REC TO WS-CARD-BUF(WS-CARD-CNT)
025900         ELSE
026000             MOVE 'DECK EXCEEDS THE 2000-CARD BUFFER'
026100                              TO WF-REASON
026200             PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
026300             GO TO 1500-EXIT
026400         END-IF
026500         PERFORM 1600-READ-TRV THRU 1600-EXIT
026600     END-PERFORM
026700     IF TRV-EOF AND NOT BATCH-REFUSED
026800         MOVE 'DECK ENDS WITHOUT A BATCH TRAILER RECORD'
026900                              TO WF-REASON
027000         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
027100     END-IF.
027200 1500-EXIT.
027300     EXIT.
027400
027500*===============================================================*
027600*  1600-READ-TRV                                                *
027700*===============================================================*
027800 1600-READ-TRV.
027900     READ TRV-FILE
028000         AT END
028100             SET TRV-EOF TO TRUE
028200             GO TO 1600-EXIT
028300     END-READ.
028400 1600-EXIT.
028500     EXIT.
028600
028700*===============================================================*
028800*  1700-CHECK-TRAILER - PROVE THE TRAILER'S COUNT AND HASH      *
028900*                       TOTAL AGAINST WHAT WAS ACTUALLY READ    *
029000*===============================================================*
029100 1700-CHECK-TRAILER.
029200     MOVE TRV-REC(1:17) TO BATCH-CTL-REC
029300     IF BCT-REC-COUNT NOT = WS-RECS-IN
029400             OR BCT-HASH-TOTAL NOT = WS-HASH-TOTAL
029500         MOVE 'TRAILER COUNT/HASH DOES NOT MATCH DECK AS READ'
029600                              TO WF-REASON
029700         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
029800     END-IF.
029900 1700-EXIT.
030000     EXIT.
030100
030200*===============================================================*
030300*  2000-RESOLVE-TRAVERSES - ONE PASS OVER THE PROVEN DECK; A    *
030400*                           TRAVERSE IS THE RUN OF CONSECUTIVE  *
030500*                           CARDS CARRYING THE SAME TRAVERSE ID *
030600*===============================================================*
030700 2000-RESOLVE-TRAVERSES.
030800     MOVE 1 TO P
030900     PERFORM UNTIL P > WS-CARD-CNT
031000         MOVE WS-CARD-BUF(P) TO TRV-REC
031100         MOVE TV-TRAV-ID TO WS-CUR-TRAV
031200         MOVE ZERO TO WS-TRV-PTS
031300         MOVE ZERO TO WS-TRV-REJ
031400         PERFORM UNTIL P > WS-CARD-CNT
031500                 OR WS-CARD-BUF(P)(1:8) NOT = WS-CUR-TRAV
031600             MOVE WS-CARD-BUF(P) TO TRV-REC
031700             PERFORM 2200-RESOLVE-STATION THRU 2200-EXIT
031800             ADD 1 TO P
031900         END-PERFORM
032000         PERFORM 2400-END-TRAVERSE THRU 2400-EXIT
032100     END-PERFORM.
032200 2000-EXIT.
032300     EXIT.
032400
032500*===============================================================*
032600*  2200-RESOLVE-STATION - THE CARD'S POINT ID MUST BE NUMERIC   *
032700*                         AND ON THE POINT MASTER; ITS MASTER   *
032800*                         COORDINATES ARE BUFFERED IN ORDER     *
032900*===============================================================*
033000 2200-RESOLVE-STATION.
033100     IF TV-PT-ID IS NOT NUMERIC
033200         MOVE 23 TO WS-REASON
033300         PERFORM 2300-REJECT-STATION THRU 2300-EXIT
033400         GO TO 2200-EXIT
033500     END-IF
033600     MOVE TV-PT-ID TO PTM-ID
033700     READ MAST-FILE
033800         INVALID KEY
033900             MOVE 43 TO WS-REASON
034000             PERFORM 2300-REJECT-STATION THRU 2300-EXIT
034100             GO TO 2200-EXIT
034200     END-READ
034300     ADD 1 TO WS-TRV-PTS
034400     MOVE PTM-X   TO WP-X(WS-TRV-PTS)
034500     MOVE PTM-Y   TO WP-Y(WS-TRV-PTS)
034600     MOVE PTM-ID  TO WP-ID(WS-TRV-PTS)
034700     MOVE PTM-SRC TO WP-SRC(WS-TRV-PTS).
034800 2200-EXIT.
034900     EXIT.
035000
035100*===============================================================*
035200*  2300-REJECT-STATION - ONE REJECT LINE CARRYING THE EDITRSN   *
035300*                        REASON CODE, FIELD AND TEXT            *
035400*===============================================================*
035500 2300-REJECT-STATION.
035600     MOVE 'REJECTED'            TO WL-ACTION
035700     MOVE TV-TRAV-ID            TO WL-TRAV
035800     MOVE TV-PT-ID              TO WL-ID
035900     MOVE WS-REASON             TO WD-RSN
036000     MOVE ERT-FIELD(WS-REASON)  TO WD-FIELD
036100     MOVE ERT-TEXT(WS-REASON)   TO WD-TEXT
036200     MOVE WS-RSN-DETAIL         TO WL-DETAIL
036300     WRITE REPT-REC FROM WS-TRV-LINE
036400     ADD 1 TO WS-TRV-REJ
036500     ADD 1 TO WS-RECS-REJ.
036600 2300-EXIT.
036700     EXIT.
036800
036900*===============================================================*
037000*  2400-END-TRAVERSE - A TRAVERSE WITH ANY REJECTED STATION IS  *
037100*                      DROPPED; OTHERWISE ITS SET GOES TO PTSIN *
037200*                      - HEADER (MODE T, SET ID = TRAVERSE ID), *
037300*                      THEN ITS STATIONS IN OCCUPIED ORDER      *
037400*===============================================================*
037500 2400-END-TRAVERSE.
037600     MOVE SPACES      TO WS-TRV-LINE
037700     MOVE WS-CUR-TRAV TO WL-TRAV
037800     IF WS-TRV-REJ > ZERO
037900         MOVE 'NOT EXTRACTED' TO WL-ACTION
038000         MOVE WS-TRV-REJ      TO WD-CNT
038100         MOVE ' STATION(S) REJECTED - TRAVERSE DROPPED'
038200                              TO WD-CNT-TEXT
038300         MOVE WS-CNT-DETAIL   TO WL-DETAIL
038400         WRITE REPT-REC FROM WS-TRV-LINE
038500         ADD 1 TO WS-TRAV-DROP
038600         GO TO 2400-EXIT
038700     END-IF
038800     MOVE SPACES      TO PTS-REC
038900     MOVE 'T'         TO OUT-MODE
039000     MOVE WS-TRV-PTS  TO OUT-N
039100     MOVE SPACE       TO OUT-GROUP
039200     MOVE ZEROES      TO OUT-TOL
039300     MOVE WS-CUR-TRAV TO OUT-SET-ID
039400     WRITE PTS-REC
039500     MOVE 1 TO I
039600     PERFORM UNTIL I > WS-TRV-PTS
039700         MOVE SPACES    TO PTS-REC
039800         MOVE WP-X(I)   TO OUT-X
039900         MOVE WP-Y(I)   TO OUT-Y
040000         MOVE WP-ID(I)  TO OUT-ID
040100         MOVE WP-SRC(I) TO OUT-SRC
040200         WRITE PTS-REC
040300         ADD 1 TO WS-RECS-OUT
040400         MOVE WP-ID(I)  TO WS-HASH-KEY
040500         COMPUTE WS-HASH-WORK = WS-OUT-HASH + WS-HASH-KEY
040600         DIVIDE WS-HASH-WORK BY 10000000000
040700             GIVING WS-HASH-QUOT REMAINDER WS-OUT-HASH
040800         ADD 1 TO I
040900     END-PERFORM
041000     MOVE 'EXTRACTED'  TO WL-ACTION
041100     MOVE WS-TRV-PTS   TO WD-CNT
041200     MOVE ' STATION(S) RESOLVED ON THE POINT MASTER'
041300                       TO WD-CNT-TEXT
041400     MOVE WS-CNT-DETAIL TO WL-DETAIL
041500     WRITE REPT-REC FROM WS-TRV-LINE
041600     ADD 1 TO WS-TRAV-OUT.
041700 2400-EXIT.
041800     EXIT.
041900
042000*===============================================================*
042100*  3000-WRITE-TRAILER - CLOSE PTSIN WITH ITS COUNT/HASH         *
042200*                       TRAILER AND PRINT THE RUN TOTALS        *
042300*===============================================================*
042400 3000-WRITE-TRAILER.
042500     MOVE 'T'           TO BCR-TYPE
042600     MOVE WS-RECS-OUT   TO BCT-REC-COUNT
042700     MOVE WS-OUT-HASH   TO BCT-HASH-TOTAL
042800     MOVE SPACES TO PTS-REC
042900     MOVE BATCH-CTL-REC TO PTS-REC(1:17)
043000     WRITE PTS-REC
043100     MOVE WS-TRAV-OUT   TO WT-OUT
043200     MOVE WS-TRAV-DROP  TO WT-DROP
043300     MOVE WS-RECS-REJ   TO WT-REJ
043400     WRITE REPT-REC FROM WS-TOTAL-LINE.
043500 3000-EXIT.
043600     EXIT.
043700
043800*===============================================================*
043900*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE     *
044000*                       RUN, PUT THE REASON ON THE REPORT AND   *
044100*                       THE CONSOLE. NOTHING HAS BEEN EXTRACTED *
044200*                       AND PTSIN IS LEFT EMPTY.                *
044300*===============================================================*
044400 8800-WRITE-REFUSAL.
044500     SET BATCH-REFUSED TO TRUE
044600     MOVE WS-BATCH-ID TO WF-BATCH-ID
044700     WRITE REPT-REC FROM WS-REFUSAL-LINE
044800     DISPLAY 'TRVEXTR: BATCH ' WS-BATCH-ID ' REFUSED - '
044900         WF-REASON.
045000 8800-EXIT.
045100     EXIT.
045200
045300*===============================================================*
045400*  9000-TERMINATE - CLOSE FILES                                 *
045500*===============================================================*
045600 9000-TERMINATE.
045700     CLOSE MAST-FILE
045800           TRV-FILE
045900           PTS-FILE
046000           REPT-FILE.
046100 9000-EXIT.
046200     EXIT.
046300
046400*===============================================================*
046500*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
046600*                         REJECTED STATION, 8 DECK REFUSED, 12  *
046700*                         EMPTY DECK                            *
046800*===============================================================*
046900 9900-SET-RETURN-CODE.
047000     MOVE 0 TO RETURN-CODE
047100     IF WS-RECS-REJ > 0
047200         MOVE 4 TO RETURN-CODE
047300     END-IF
047400     IF BATCH-REFUSED
047500         MOVE 8 TO RETURN-CODE
047600     END-IF
047700     IF WS-RECS-IN = 0 AND NOT BATCH-REFUSED
047800         MOVE 12 TO RETURN-CODE
047900     END-IF.
048000 9900-EXIT.
048100     EXIT.
