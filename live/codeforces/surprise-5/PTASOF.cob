000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PTASOF.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL POINT MASTER AS-OF RECONSTRUCTION. *
001100*                   STARTS FROM THE CURRENT INDEXED POINT       *
001200*                   MASTER AND BACKS OUT, NEWEST FIRST, EVERY   *
001300*                   PTJRNL CHANGE JOURNAL RECORD DATED AFTER    *
001400*                   THE AS-OF DATE ON THE ASOFCTL CARD: AN ADD  *
001500*                   IS REMOVED, A CHANGE IS REVERTED TO ITS OLD *
001600*                   COORDINATES AND SOURCE, A DELETE IS         *
001700*                   RESTORED. THE RESULT IS WRITTEN AS A POINT  *
001800*                   MASTER IMAGE (PTMIMG, SAME LAYOUT AS        *
001900*                   PTMAST) THAT PTEXTR CAN FEED INTO AN        *
002000*                   ORDINARY E.COB RUN. THE PROOF REPORT SHOWS  *
002100*                   HOW MANY POINTS WERE REMOVED, REVERTED AND  *
002200*                   RESTORED, PROVES THE IMAGE COUNT AGAINST    *
002300*                   THEM, AND FLAGS EVERY JOURNAL GAP THAT      *
002400*                   MAKES THE IMAGE UNCERTAIN (CONDITION CODE   *
002500*                   4).                                         *
002600*===============================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MAST-FILE   ASSIGN TO "PTMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE  IS SEQUENTIAL
003600         RECORD KEY   IS PTM-ID
003700         FILE STATUS  IS WS-MAST-STATUS.
003800     SELECT OPTIONAL JRNL-FILE ASSIGN TO "PTJRNL"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT IMG-FILE    ASSIGN TO "PTMIMG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE  IS SEQUENTIAL
004300         RECORD KEY   IS IMG-ID
004400         FILE STATUS  IS WS-IMG-STATUS.
004500     SELECT REPT-FILE   ASSIGN TO "ASOFRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT CTL-FILE    ASSIGN TO "ASOFCTL"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MAST-FILE.
005300 COPY PTMREC.
005400
005500 FD  JRNL-FILE
005600     RECORDING MODE IS F.
005700 COPY PTJREC.
005800
005900*---------------------------------------------------------------*
006000*  THE AS-OF IMAGE - A POINT MASTER IN THE PTMREC LAYOUT        *
006100*---------------------------------------------------------------*
006200 FD  IMG-FILE.
006300 01  IMG-REC.
006400     05  IMG-ID             PIC 9(06).
006500     05  FILLER             PIC X(74).
006600
006700 FD  REPT-FILE
006800     RECORDING MODE IS F.
006900 01  REPT-REC               PIC X(80).
007000
007100 FD  CTL-FILE
007200     RECORDING MODE IS F.
007300 COPY ASOFCTL.
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-MAST-STATUS         PIC X(02)   VALUE SPACES.
007700 01  WS-IMG-STATUS          PIC X(02)   VALUE SPACES.
007800 01  WS-SWITCHES.
007900     05  WS-MAST-EOF-SW     PIC X(01)   VALUE 'N'.
008000         88  MAST-EOF                   VALUE 'Y'.
008100     05  WS-JRNL-EOF-SW     PIC X(01)   VALUE 'N'.
008200         88  JRNL-EOF                   VALUE 'Y'.
008300     05  WS-SETUP-SW        PIC X(01)   VALUE 'Y'.
008400         88  SETUP-OK                   VALUE 'Y'.
008500         88  SETUP-FAILED               VALUE 'N'.
008600     05  WS-PROOF-SW        PIC X(01)   VALUE 'Y'.
008700         88  PROOF-AGREES               VALUE 'Y'.
008800         88  PROOF-FAILED               VALUE 'N'.
008900     05  WS-FIRST-SW        PIC X(01)   VALUE 'Y'.
009000         88  FIRST-JOURNAL-RECORD       VALUE 'Y'.
009100
009200 01  WS-COUNTERS.
009300     05  WS-MAST-CNT        PIC 9(06)   COMP    VALUE ZERO.
009400     05  WS-JRNL-CNT        PIC 9(07)   COMP    VALUE ZERO.
009500     05  WS-LATER-CNT       PIC 9(07)   COMP    VALUE ZERO.
009600     05  WS-HELD-CNT        PIC 9(07)   COMP    VALUE ZERO.
009700     05  WS-REMOVED-CNT     PIC 9(06)   COMP    VALUE ZERO.
009800     05  WS-REVERTED-CNT    PIC 9(06)   COMP    VALUE ZERO.
009900     05  WS-RESTORED-CNT    PIC 9(06)   COMP    VALUE ZERO.
010000     05  WS-SRC-KEPT-CNT    PIC 9(06)   COMP    VALUE ZERO.
010100     05  WS-GAP-CNT         PIC 9(06)   COMP    VALUE ZERO.
010200     05  WS-IMG-OUT-CNT     PIC 9(06)   COMP    VALUE ZERO.
010300     05  WS-WRITE-ERRS      PIC 9(06)   COMP    VALUE ZERO.
010400     05  WS-EXPECT-CNT      PIC S9(07)  COMP    VALUE ZERO.
010500
010600*---------------------------------------------------------------*
010700*  DATES - THE AS-OF DATE, THE BUSINESS DATE, AND THE JOURNAL   *
010800*  DATES SEEN SO FAR FOR THE GAP CHECKS                         *
010900*---------------------------------------------------------------*
011000 01  WS-ASOF-DATE           PIC 9(08)   VALUE ZEROES.
011100 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
011200 01  WS-FIRST-DATE          PIC 9(08)   VALUE ZEROES.
011300 01  WS-PREV-DATE           PIC 9(08)   VALUE ZEROES.
011400 COPY BUSDPARM.
011500
011600 01  WS-MONTH-DAYS-X        PIC X(24)   VALUE
011700     '312931303130313130313031'.
011800 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
011900     05  WS-MONTH-MAX       PIC 9(02)   OCCURS 12.
012000 01  WS-DAY-LIMIT           PIC 9(02)   VALUE ZERO.
012100 01  WS-LEAP-QUOT           PIC 9(04)   VALUE ZERO.
012200 01  WS-LEAP-REM            PIC 9(04)   VALUE ZERO.
012300
012400*---------------------------------------------------------------*
012500*  THE MASTER IMAGE, HELD IN KEY ORDER. A REMOVED POINT STAYS   *
012600*  IN ITS SLOT, MARKED OFF THE IMAGE, SO AN OLDER JOURNAL       *
012700*  RECORD FOR THE SAME POINT STILL FINDS IT; A RESTORED POINT   *
012800*  NOT ON THE CURRENT MASTER IS INSERTED IN KEY ORDER.          *
012900*---------------------------------------------------------------*
013000 01  WS-IMG-MAX             PIC 9(06)   COMP    VALUE 100000.
013100 01  WS-IMG-CNT             PIC 9(06)   COMP    VALUE ZERO.
013200 01  WS-IMG-TABLE.
013300     05  WS-IMG-ENTRY       OCCURS 100000.
013400         10  WI-ID          PIC 9(06).
013500         10  WI-X           PIC S9(10)  COMP-3.
013600         10  WI-Y           PIC S9(10)  COMP-3.
013700         10  WI-SRC         PIC X(04).
013800         10  WI-LIVE-SW     PIC X(01).
013900             88  WI-ON-IMAGE            VALUE 'Y'.
014000             88  WI-OFF-IMAGE           VALUE 'N'.
014100
014200*---------------------------------------------------------------*
014300*  THE JOURNAL RECORDS DATED AFTER THE AS-OF DATE, IN FILE      *
014400*  ORDER, TO BE BACKED OUT NEWEST FIRST                         *
014500*---------------------------------------------------------------*
014600 01  WS-JNL-MAX             PIC 9(06)   COMP    VALUE 50000.
014700 01  WS-JNL-CNT             PIC 9(06)   COMP    VALUE ZERO.
014800 01  WS-JNL-TABLE.
014900     05  WS-JNL-ENTRY       OCCURS 50000.
015000         10  WJ-DATE        PIC 9(08).
015100         10  WJ-ID          PIC 9(06).
015200         10  WJ-ACTION      PIC X(01).
015300         10  WJ-SRC         PIC X(04).
015400         10  WJ-OLD-SRC     PIC X(04).
015500         10  WJ-OLD-X       PIC S9(10)  COMP-3.
015600         10  WJ-OLD-Y       PIC S9(10)  COMP-3.
015700         10  WJ-NEW-X       PIC S9(10)  COMP-3.
015800         10  WJ-NEW-Y       PIC S9(10)  COMP-3.
015900
016000 01  WS-SUBSCRIPTS.
016100     05  IX                 PIC 9(06)   COMP    VALUE ZERO.
016200     05  JX                 PIC 9(06)   COMP    VALUE ZERO.
016300     05  WS-LO              PIC 9(06)   COMP    VALUE ZERO.
016400     05  WS-HI              PIC 9(06)   COMP    VALUE ZERO.
016500     05  WS-MID             PIC 9(06)   COMP    VALUE ZERO.
016600     05  WS-HIT             PIC 9(06)   COMP    VALUE ZERO.
016700     05  WS-INS-AT          PIC 9(06)   COMP    VALUE ZERO.
016800 01  WS-SEEK-ID             PIC 9(06)   VALUE ZEROES.
016900
017000*---------------------------------------------------------------*
017100*  ONE IMAGE RECORD BUILT IN THE PTMREC LAYOUT                  *
017200*---------------------------------------------------------------*
017300 01  WS-IMG-WORK.
017400     05  WW-ID              PIC 9(06).
017500     05  WW-X               PIC S9(10) SIGN LEADING SEPARATE.
017600     05  WW-Y               PIC S9(10) SIGN LEADING SEPARATE.
017700     05  WW-SRC             PIC X(04).
017800     05  FILLER             PIC X(48).
017900
018000*---------------------------------------------------------------*
018100*  REPORT LINES                                                 *
018200*---------------------------------------------------------------*
018300 01  WS-TITLE-LINE.
018400     05  FILLER             PIC X(34)   VALUE
018500         'POINT MASTER AS-OF RECONSTRUCTION'.
018600     05  FILLER             PIC X(08)   VALUE ' AS OF  '.
018700     05  WT-ASOF            PIC 9(08).
018800     05  FILLER             PIC X(08)   VALUE '  BDATE '.
018900     05  WT-TODAY           PIC 9(08).
019000     05  FILLER             PIC X(14)   VALUE SPACES.
019100
019200 01  WS-STAGE-LINE.
019300     05  WL-STAGE           PIC X(10).
019400     05  FILLER             PIC X(02)   VALUE SPACES.
019500     05  WL-DETAIL          PIC X(40)   VALUE SPACES.
019600     05  WL-COUNT           PIC ZZZ,ZZ9.
019700     05  FILLER             PIC X(21)   VALUE SPACES.
019800
019900 01  WS-BACKOUT-LINE.
020000     05  WB-DATE            PIC 9(08).
020100     05  FILLER             PIC X(01)   VALUE SPACE.
020200     05  FILLER             PIC X(06)   VALUE 'POINT '.
020300     05  WB-ID              PIC 9(06).
020400     05  FILLER             PIC X(01)   VALUE SPACE.
020500     05  WB-WHAT            PIC X(08).
020600     05  FILLER             PIC X(01)   VALUE SPACE.
020700     05  WB-X               PIC -(10)9.
020800     05  FILLER             PIC X(01)   VALUE SPACE.
020900     05  WB-Y               PIC -(10)9.
021000     05  FILLER             PIC X(01)   VALUE SPACE.
021100     05  WB-SRC             PIC X(04).
021200     05  FILLER             PIC X(01)   VALUE SPACE.
021300     05  WB-NOTE            PIC X(20)   VALUE SPACES.
021400
021500 01  WS-GAP-LINE.
021600     05  FILLER             PIC X(08)   VALUE '*** GAP '.
021700     05  WG-DATE            PIC 9(08).
021800     05  FILLER             PIC X(01)   VALUE SPACE.
021900     05  FILLER             PIC X(06)   VALUE 'POINT '.
022000     05  WG-ID              PIC 9(06).
022100     05  FILLER             PIC X(02)   VALUE SPACES.
022200     05  WG-DETAIL          PIC X(49)   VALUE SPACES.
022300
022400 PROCEDURE DIVISION.
022500*===============================================================*
022600*  0000-MAINLINE                                                *
022700*===============================================================*
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023000     IF SETUP-OK
023100         PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
023200     END-IF
023300     IF SETUP-OK
023400         PERFORM 3000-LOAD-JOURNAL THRU 3000-EXIT
023500     END-IF
023600     IF SETUP-OK
023700         PERFORM 4000-BACK-OUT THRU 4000-EXIT
023800     END-IF
023900     IF SETUP-OK
024000         PERFORM 5000-WRITE-IMAGE THRU 5000-EXIT
024100     END-IF
024200     IF SETUP-OK
024300         PERFORM 6000-PRINT-PROOF THRU 6000-EXIT
024400     END-IF
024500     PERFORM 9000-TERMINATE THRU 9000-EXIT
024600     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
024700     STOP RUN.
024800
024900*===============================================================*
025000*  1000-INITIALIZE - OPEN THE REPORT, READ AND PROVE THE AS-OF  *
025100*                    CARD, PRINT THE TITLE                      *
025200*===============================================================*
025300 1000-INITIALIZE.
025400     OPEN OUTPUT REPT-FILE
025500     CALL 'BUSDATE' USING BUSD-PARM
025600     MOVE BUSD-DATE TO WS-TODAY
025700     OPEN INPUT CTL-FILE
025800     READ CTL-FILE
025900         AT END
026000             SET SETUP-FAILED TO TRUE
026100             DISPLAY 'PTASOF: ASOFCTL CONTROL CARD MISSING - '
026200                 'RUN ABANDONED'
026300             CLOSE CTL-FILE
026400             GO TO 1000-EXIT
026500     END-READ
026600     CLOSE CTL-FILE
026700     IF AC-ASOF-DATE-X IS NOT NUMERIC
026800         SET SETUP-FAILED TO TRUE
026900         DISPLAY 'PTASOF: AS-OF DATE ' AC-ASOF-DATE-X
027000             ' NOT NUMERIC - RUN ABANDONED'
027100         GO TO 1000-EXIT
027200     END-IF
027300     IF AC-ASOF-MM < 1 OR AC-ASOF-MM > 12
027400         SET SETUP-FAILED TO TRUE
027500         DISPLAY 'PTASOF: AS-OF DATE ' AC-ASOF-DATE-X
027600             ' NOT A CALENDAR DATE - RUN ABANDONED'
027700         GO TO 1000-EXIT
027800     END-IF
027900     MOVE WS-MONTH-MAX(AC-ASOF-MM) TO WS-DAY-LIMIT
028000     IF AC-ASOF-MM = 2
028100         MOVE 28 TO WS-DAY-LIMIT
028200         DIVIDE AC-ASOF-YYYY BY 4 GIVING WS-LEAP-QUOT
028300             REMAINDER WS-LEAP-REM
028400         IF WS-LEAP-REM = 0
028500             MOVE 29 TO WS-DAY-LIMIT
028600             DIVIDE AC-ASOF-YYYY BY 100 GIVING WS-LEAP-QUOT
028700                 REMAINDER WS-LEAP-REM
028800             IF WS-LEAP-REM = 0
028900                 MOVE 28 TO WS-DAY-LIMIT
029000                 DIVIDE AC-ASOF-YYYY BY 400 GIVING WS-LEAP-QUOT
029100                     REMAINDER WS-LEAP-REM
029200                 IF WS-LEAP-REM = 0
029300                     MOVE 29 TO WS-DAY-LIMIT
029400                 END-IF
029500             END-IF
029600         END-IF
029700     END-IF
029800     IF AC-ASOF-DD < 1 OR AC-ASOF-DD > WS-DAY-LIMIT
029900         SET SETUP-FAILED TO TRUE
030000         DISPLAY 'PTASOF: AS-OF DATE ' AC-ASOF-DATE-X
030100             ' NOT A CALENDAR DATE - RUN ABANDONED'
030200         GO TO 1000-EXIT
030300     END-IF
030400     MOVE AC-ASOF-DATE TO WS-ASOF-DATE
030500     MOVE WS-ASOF-DATE TO WT-ASOF
030600     MOVE WS-TODAY     TO WT-TODAY
030700     WRITE REPT-REC FROM WS-TITLE-LINE
030800     MOVE SPACES TO REPT-REC
030900     WRITE REPT-REC.
031000 1000-EXIT.
031100     EXIT.
031200
031300*===============================================================*
031400*  2000-LOAD-MASTER - THE CURRENT MASTER, IN KEY ORDER, INTO    *
031500*                     THE IMAGE TABLE                           *
031600*===============================================================*
031700 2000-LOAD-MASTER.
031800     OPEN INPUT MAST-FILE
031900     IF WS-MAST-STATUS NOT = '00'
032000         SET SETUP-FAILED TO TRUE
032100         DISPLAY 'PTASOF: POINT MASTER OPEN FAILED - STATUS '
032200             WS-MAST-STATUS
032300         GO TO 2000-EXIT
032400     END-IF
032500     PERFORM 2100-READ-MAST THRU 2100-EXIT
032600     PERFORM UNTIL MAST-EOF
032700         IF WS-IMG-CNT NOT < WS-IMG-MAX
032800             SET SETUP-FAILED TO TRUE
032900             DISPLAY 'PTASOF: POINT MASTER EXCEEDS THE IMAGE '
033000                 'TABLE - RUN ABANDONED'
033100             CLOSE MAST-FILE
033200             GO TO 2000-EXIT
033300         END-IF
033400         ADD 1 TO WS-IMG-CNT
033500         MOVE PTM-ID  TO WI-ID(WS-IMG-CNT)
033600         MOVE PTM-X   TO WI-X(WS-IMG-CNT)
033700         MOVE PTM-Y   TO WI-Y(WS-IMG-CNT)
033800         MOVE PTM-SRC TO WI-SRC(WS-IMG-CNT)
033900         SET WI-ON-IMAGE(WS-IMG-CNT) TO TRUE
034000         PERFORM 2100-READ-MAST THRU 2100-EXIT
034100     END-PERFORM
034200     CLOSE MAST-FILE.
034300 2000-EXIT.
034400     EXIT.
034500
034600*===============================================================*
034700*  2100-READ-MAST                                               *
034800*===============================================================*
034900 2100-READ-MAST.
035000     READ MAST-FILE NEXT
035100         AT END
035200             SET MAST-EOF TO TRUE
035300             GO TO 2100-EXIT
035400     END-READ
035500     ADD 1 TO WS-MAST-CNT.
035600 2100-EXIT.
035700     EXIT.
035800
035900*===============================================================*
036000*  3000-LOAD-JOURNAL - ONE PASS OVER THE CHANGE JOURNAL. EVERY  *
036100*                      RECORD IS CHECKED FOR THE GAPS THAT MAKE *
036200*                      THE IMAGE UNCERTAIN; THE APPLIED ACTIONS *
036300*                      DATED AFTER THE AS-OF DATE ARE KEPT FOR  *
036400*                      THE BACKOUT. HELD ITEMS NEVER TOUCHED    *
036500*                      THE MASTER AND ARE ONLY COUNTED.         *
036600*===============================================================*
036700 3000-LOAD-JOURNAL.
036800     OPEN INPUT JRNL-FILE
036900     PERFORM 3100-READ-JRNL THRU 3100-EXIT
037000     PERFORM UNTIL JRNL-EOF
037100         PERFORM 3200-KEEP-RECORD THRU 3200-EXIT
037200         IF SETUP-FAILED
037300             CLOSE JRNL-FILE
037400             GO TO 3000-EXIT
037500         END-IF
037600         PERFORM 3100-READ-JRNL THRU 3100-EXIT
037700     END-PERFORM
037800     CLOSE JRNL-FILE
037900     MOVE ZEROES TO WG-DATE
038000                    WG-ID
038100     IF WS-JRNL-CNT = 0
038200         MOVE 'JOURNAL EMPTY - NO CHANGE SINCE THE DATE PROVEN'
038300                                  TO WG-DETAIL
038400         PERFORM 3900-WRITE-GAP THRU 3900-EXIT
038500         GO TO 3000-EXIT
038600     END-IF
038700     IF WS-FIRST-DATE > WS-ASOF-DATE
038800         MOVE WS-FIRST-DATE TO WG-DATE
038900         MOVE 'JOURNAL STARTS AFTER AS-OF - EARLIER MOVES LOST'
039000                                  TO WG-DETAIL
039100         PERFORM 3900-WRITE-GAP THRU 3900-EXIT
039200     END-IF.
039300 3000-EXIT.
039400     EXIT.
039500
039600*===============================================================*
039700*  3100-READ-JRNL                                               *
039800*===============================================================*
039900 3100-READ-JRNL.
040000     READ JRNL-FILE
040100         AT END
040200             SET JRNL-EOF TO TRUE
040300             GO TO 3100-EXIT
040400     END-READ
040500     ADD 1 TO WS-JRNL-CNT.
040600 3100-EXIT.
040700     EXIT.
040800
040900*===============================================================*
041000*  3200-KEEP-RECORD - GAP CHECKS ON ONE JOURNAL RECORD, THEN    *
041100*                     KEEP IT IF IT IS DATED AFTER THE AS-OF    *
041200*                     DATE. THE JOURNAL IS APPENDED IN RUN      *
041300*                     ORDER, SO A DATE BELOW THE ONE BEFORE IT  *
041400*                     MEANS A RUN WAS REPLAYED OR A GENERATION  *
041500*                     SPLICED IN - THE ORDER OF BACKOUT CANNOT  *
041600*                     BE TRUSTED PAST IT.                       *
041700*===============================================================*
041800 3200-KEEP-RECORD.
041900     IF PTJ-DATE IS NOT NUMERIC OR PTJ-ID IS NOT NUMERIC
042000        OR NOT (PTJ-ADDED OR PTJ-CHANGED OR PTJ-DELETED
042100                OR PTJ-HELD)
042200         MOVE ZEROES TO WG-DATE
042300         MOVE WS-JRNL-CNT TO WG-ID
042400         MOVE 'JOURNAL RECORD UNREADABLE (ID = RECORD NO.)'
042500                                  TO WG-DETAIL
042600         PERFORM 3900-WRITE-GAP THRU 3900-EXIT
042700         GO TO 3200-EXIT
042800     END-IF
042900     IF FIRST-JOURNAL-RECORD
043000         MOVE PTJ-DATE TO WS-FIRST-DATE
043100         MOVE 'N' TO WS-FIRST-SW
043200     ELSE
043300         IF PTJ-DATE < WS-PREV-DATE
043400             MOVE PTJ-DATE TO WG-DATE
043500             MOVE PTJ-ID   TO WG-ID
043600             MOVE 'JOURNAL OUT OF DATE SEQUENCE'
043700                                  TO WG-DETAIL
043800             PERFORM 3900-WRITE-GAP THRU 3900-EXIT
043900         END-IF
044000     END-IF
044100     MOVE PTJ-DATE TO WS-PREV-DATE
044200     IF PTJ-DATE > WS-TODAY
044300         MOVE PTJ-DATE TO WG-DATE
044400         MOVE PTJ-ID   TO WG-ID
044500         MOVE 'JOURNAL RECORD DATED AFTER THE BUSINESS DATE'
044600                                  TO WG-DETAIL
044700         PERFORM 3900-WRITE-GAP THRU 3900-EXIT
044800     END-IF
044900     IF PTJ-DATE NOT > WS-ASOF-DATE
045000         GO TO 3200-EXIT
045100     END-IF
045200     ADD 1 TO WS-LATER-CNT
045300     IF PTJ-HELD
045400         ADD 1 TO WS-HELD-CNT
045500         GO TO 3200-EXIT
045600     END-IF
045700     IF WS-JNL-CNT NOT < WS-JNL-MAX
045800         SET SETUP-FAILED TO TRUE
045900         DISPLAY 'PTASOF: JOURNAL SINCE THE AS-OF DATE EXCEEDS '
046000             'THE BACKOUT TABLE - RUN ABANDONED'
046100         GO TO 3200-EXIT
046200     END-IF
046300     ADD 1 TO WS-JNL-CNT
046400     MOVE PTJ-DATE    TO WJ-DATE(WS-JNL-CNT)
046500     MOVE PTJ-ID      TO WJ-ID(WS-JNL-CNT)
046600     MOVE PTJ-ACTION  TO WJ-ACTION(WS-JNL-CNT)
046700     MOVE PTJ-SRC     TO WJ-SRC(WS-JNL-CNT)
046800     MOVE PTJ-OLD-SRC TO WJ-OLD-SRC(WS-JNL-CNT)
046900     MOVE PTJ-OLD-X   TO WJ-OLD-X(WS-JNL-CNT)
047000     MOVE PTJ-OLD-Y   TO WJ-OLD-Y(WS-JNL-CNT)
047100     MOVE PTJ-NEW-X   TO WJ-NEW-X(WS-JNL-CNT)
047200     MOVE PTJ-NEW-Y   TO WJ-NEW-Y(WS-JNL-CNT).
047300 3200-EXIT.
047400     EXIT.
047500
047600*===============================================================*
047700*  3900-WRITE-GAP - ONE JOURNAL GAP ON THE PROOF REPORT         *
047800*===============================================================*
047900 3900-WRITE-GAP.
048000     ADD 1 TO WS-GAP-CNT
048100     WRITE REPT-REC FROM WS-GAP-LINE.
048200 3900-EXIT.
048300     EXIT.
048400
048500*===============================================================*
048600*  4000-BACK-OUT - UNDO THE KEPT JOURNAL RECORDS NEWEST FIRST,  *
048700*                  SO EACH POINT ENDS AT THE VALUES IT HAD      *
048800*                  BEFORE ITS FIRST CHANGE AFTER THE AS-OF DATE *
048900*===============================================================*
049000 4000-BACK-OUT.
049100     MOVE WS-JNL-CNT TO JX
049200     PERFORM UNTIL JX = 0 OR SETUP-FAILED
049300         MOVE WJ-ID(JX) TO WS-SEEK-ID
049400         PERFORM 4500-FIND-POINT THRU 4500-EXIT
049500         IF WJ-ACTION(JX) = 'A'
049600             PERFORM 4100-BACK-OUT-ADD THRU 4100-EXIT
049700         ELSE
049800             IF WJ-ACTION(JX) = 'C'
049900                 PERFORM 4200-BACK-OUT-CHANGE THRU 4200-EXIT
050000             ELSE
050100                 PERFORM 4300-BACK-OUT-DELETE THRU 4300-EXIT
050200             END-IF
050300         END-IF
050400         SUBTRACT 1 FROM JX
050500     END-PERFORM.
050600 4000-EXIT.
050700     EXIT.
050800
050900*===============================================================*
051000*  4100-BACK-OUT-ADD - THE POINT DID NOT EXIST ON THE AS-OF     *
051100*                      DATE: TAKE IT OFF THE IMAGE              *
051200*===============================================================*
051300 4100-BACK-OUT-ADD.
051400     MOVE WJ-DATE(JX) TO WG-DATE
051500     MOVE WJ-ID(JX)   TO WG-ID
051600     IF WS-HIT = 0
051700         MOVE 'ADDED POINT NOT ON MASTER - DELETE NOT JOURNALED'
051800                                  TO WG-DETAIL
051900         PERFORM 3900-WRITE-GAP THRU 3900-EXIT
052000         GO TO 4100-EXIT
052100     END-IF
052200     IF WI-OFF-IMAGE(WS-HIT)
052300         MOVE 'ADDED POINT NOT ON MASTER - DELETE NOT JOURNALED'
052400                                  TO WG-DETAIL
052500         PERFORM 3900-WRITE-GAP THRU 3900-EXIT
052600         GO TO 4100-EXIT
052700     END-IF
052800     IF WI-X(WS-HIT) NOT = WJ-NEW-X(JX)
052900        OR WI-Y(WS-HIT) NOT = WJ-NEW-Y(JX)
053000         MOVE 'POINT MOVED AFTER ITS ADD WITH NO JOURNAL RECORD'
053100                                  TO WG-DETAIL
053200         PERFORM 3900-WRITE-GAP THRU 3900-EXIT
053300     END-IF
053400     SET WI-OFF-IMAGE(WS-HIT) TO TRUE
053500     ADD 1 TO WS-REMOVED-CNT
053600     MOVE 'REMOVED'   TO WB-WHAT
053700     MOVE SPACES      TO WB-NOTE
053800     PERFORM 4900-WRITE-BACKOUT THRU 4900-EXIT.
053900 4100-EXIT.
054000     EXIT.
054100
054200*===============================================================*
054300*  4200-BACK-OUT-CHANGE - PUT THE OLD COORDINATES BACK, AND THE *
054400*                         OLD SOURCE CODE WHERE THE JOURNAL     *
054500*                         CARRIES IT. A POINT NOT ON THE IMAGE  *
054600*                         WAS DELETED WITHOUT A JOURNAL RECORD  *
054700*                         AND IS RESTORED AT ITS OLD VALUES.    *
054800*===============================================================*
054900 4200-BACK-OUT-CHANGE.
055000     MOVE WJ-DATE(JX) TO WG-DATE
055100     MOVE WJ-ID(JX)   TO WG-ID
055200     MOVE SPACES      TO WB-NOTE
055300     IF WS-HIT = 0
055400         PERFORM 4600-INSERT-POINT THRU 4600-EXIT
055500         IF SETUP-FAILED
055600             GO TO 4200-EXIT
055700         END-IF
055800         MOVE WJ-SRC(JX) TO WI-SRC(WS-HIT)
055900         SET WI-OFF-IMAGE(WS-HIT) TO TRUE
056000     END-IF
056100     IF WI-OFF-IMAGE(WS-HIT)
056200         MOVE 'CHANGED POINT OFF MASTER - DELETE NOT JOURNALED'
056300                                  TO WG-DETAIL
056400         PERFORM 3900-WRITE-GAP THRU 3900-EXIT
056500         SET WI-ON-IMAGE(WS-HIT) TO TRUE
056600         ADD 1 TO WS-RESTORED-CNT
056700         MOVE 'RESTORED'  TO WB-WHAT
056800     ELSE
056900         IF WI-X(WS-HIT) NOT = WJ-NEW-X(JX)
057000            OR WI-Y(WS-HIT) NOT = WJ-NEW-Y(JX)
057100             MOVE 'POINT MOVED AFTER THIS CHANGE WITH NO JOURNAL'
057200                                  TO WG-DETAIL
057300             PERFORM 3900-WRITE-GAP THRU 3900-EXIT
057400         END-IF
057500         ADD 1 TO WS-REVERTED-CNT
057600         MOVE 'REVERTED'  TO WB-WHAT
057700     END-IF
057800     MOVE WJ-OLD-X(JX) TO WI-X(WS-HIT)
057900     MOVE WJ-OLD-Y(JX) TO WI-Y(WS-HIT)
058000     IF WJ-OLD-SRC(JX) = SPACES
058100         ADD 1 TO WS-SRC-KEPT-CNT
058200         MOVE 'SOURCE NOT JOURNALED' TO WB-NOTE
058300     ELSE
058400         MOVE WJ-OLD-SRC(JX) TO WI-SRC(WS-HIT)
058500     END-IF
058600     PERFORM 4900-WRITE-BACKOUT THRU 4900-EXIT.
058700 4200-EXIT.
058800     EXIT.
058900
059000*===============================================================*
059100*  4300-BACK-OUT-DELETE - THE POINT WAS ON THE MASTER ON THE    *
059200*                         AS-OF DATE: PUT IT BACK AT THE VALUES *
059300*                         THE DELETE RECORD CARRIES             *
059400*===============================================================*
059500 4300-BACK-OUT-DELETE.
059600     MOVE WJ-DATE(JX) TO WG-DATE
059700     MOVE WJ-ID(JX)   TO WG-ID
059800     MOVE SPACES      TO WB-NOTE
059900     IF WS-HIT = 0
060000         PERFORM 4600-INSERT-POINT THRU 4600-EXIT
060100         IF SETUP-FAILED
060200             GO TO 4300-EXIT
060300         END-IF
060400         SET WI-OFF-IMAGE(WS-HIT) TO TRUE
060500     END-IF
060600     IF WI-ON-IMAGE(WS-HIT)
060700         MOVE 'DELETED POINT ON MASTER - RE-ADD NOT JOURNALED'
060800                                  TO WG-DETAIL
060900         PERFORM 3900-WRITE-GAP THRU 3900-EXIT
061000         ADD 1 TO WS-REVERTED-CNT
061100         MOVE 'REVERTED'  TO WB-WHAT
061200     ELSE
061300         SET WI-ON-IMAGE(WS-HIT) TO TRUE
061400         ADD 1 TO WS-RESTORED-CNT
061500         MOVE 'RESTORED'  TO WB-WHAT
061600     END-IF
061700     MOVE WJ-OLD-X(JX) TO WI-X(WS-HIT)
061800     MOVE WJ-OLD-Y(JX) TO WI-Y(WS-HIT)
061900     MOVE WJ-SRC(JX)   TO WI-SRC(WS-HIT)
062000     PERFORM 4900-WRITE-BACKOUT THRU 4900-EXIT.
062100 4300-EXIT.
062200     EXIT.
062300
062400*===============================================================*
062500*  4500-FIND-POINT - BINARY SEARCH OF THE IMAGE TABLE FOR       *
062600*                    WS-SEEK-ID. WS-HIT IS ITS SLOT, OR ZERO    *
062700*                    WITH WS-INS-AT THE SLOT IT WOULD TAKE.     *
062800*===============================================================*
062900 4500-FIND-POINT.
063000     MOVE 0 TO WS-HIT
063100     MOVE 1 TO WS-LO
063200     MOVE WS-IMG-CNT TO WS-HI
063300     PERFORM UNTIL WS-LO > WS-HI OR WS-HIT > 0
063400         COMPUTE WS-MID = (WS-LO + WS-HI) / 2
063500         IF WI-ID(WS-MID) = WS-SEEK-ID
063600             MOVE WS-MID TO WS-HIT
063700         ELSE
063800             IF WI-ID(WS-MID) < WS-SEEK-ID
063900                 COMPUTE WS-LO = WS-MID + 1
064000             ELSE
064100                 COMPUTE WS-HI = WS-MID - 1
064200             END-IF
064300         END-IF
064400     END-PERFORM
064500     MOVE WS-LO TO WS-INS-AT.
064600 4500-EXIT.
064700     EXIT.
064800
064900*===============================================================*
065000*  4600-INSERT-POINT - OPEN A SLOT FOR WS-SEEK-ID AT WS-INS-AT, *
065100*                      KEEPING THE TABLE IN KEY ORDER           *
065200*===============================================================*
065300 4600-INSERT-POINT.
065400     IF WS-IMG-CNT NOT < WS-IMG-MAX
065500         SET SETUP-FAILED TO TRUE
065600         DISPLAY 'PTASOF: RESTORED POINTS EXCEED THE IMAGE '
065700             'TABLE - RUN ABANDONED'
065800         GO TO 4600-EXIT
065900     END-IF
066000     MOVE WS-IMG-CNT TO IX
066100     PERFORM UNTIL IX < WS-INS-AT
066200         MOVE WS-IMG-ENTRY(IX) TO WS-IMG-ENTRY(IX + 1)
066300         SUBTRACT 1 FROM IX
066400     END-PERFORM
066500     ADD 1 TO WS-IMG-CNT
066600     MOVE WS-INS-AT  TO WS-HIT
066700     MOVE WS-SEEK-ID TO WI-ID(WS-HIT)
066800     MOVE ZERO       TO WI-X(WS-HIT)
066900                        WI-Y(WS-HIT)
067000     MOVE SPACES     TO WI-SRC(WS-HIT).
067100 4600-EXIT.
067200     EXIT.
067300
067400*===============================================================*
067500*  4900-WRITE-BACKOUT - ONE BACKOUT DETAIL LINE: THE JOURNAL    *
067600*                       DATE BACKED OUT AND THE VALUES THE      *
067700*                       POINT NOW HAS ON THE IMAGE (THE REMOVED *
067800*                       VALUES FOR A REMOVED POINT)             *
067900*===============================================================*
068000 4900-WRITE-BACKOUT.
068100     MOVE WJ-DATE(JX)    TO WB-DATE
068200     MOVE WJ-ID(JX)      TO WB-ID
068300     MOVE WI-X(WS-HIT)   TO WB-X
068400     MOVE WI-Y(WS-HIT)   TO WB-Y
068500     MOVE WI-SRC(WS-HIT) TO WB-SRC
068600     WRITE REPT-REC FROM WS-BACKOUT-LINE.
068700 4900-EXIT.
068800     EXIT.
068900
069000*===============================================================*
069100*  5000-WRITE-IMAGE - EVERY POINT STILL ON THE IMAGE, IN KEY    *
069200*                     ORDER, TO THE PTMIMG MASTER IMAGE         *
069300*===============================================================*
069400 5000-WRITE-IMAGE.
069500     OPEN OUTPUT IMG-FILE
069600     IF WS-IMG-STATUS NOT = '00'
069700         SET SETUP-FAILED TO TRUE
069800         DISPLAY 'PTASOF: AS-OF IMAGE OPEN FAILED - STATUS '
069900             WS-IMG-STATUS
070000         GO TO 5000-EXIT
070100     END-IF
070200     MOVE 1 TO IX
070300     PERFORM UNTIL IX > WS-IMG-CNT
070400         IF WI-ON-IMAGE(IX)
070500             MOVE SPACES     TO WS-IMG-WORK
070600             MOVE WI-ID(IX)  TO WW-ID
070700             MOVE WI-X(IX)   TO WW-X
070800             MOVE WI-Y(IX)   TO WW-Y
070900             MOVE WI-SRC(IX) TO WW-SRC
071000             WRITE IMG-REC FROM WS-IMG-WORK
071100             IF WS-IMG-STATUS = '00'
071200                 ADD 1 TO WS-IMG-OUT-CNT
071300             ELSE
071400                 ADD 1 TO WS-WRITE-ERRS
071500                 DISPLAY 'PTASOF: AS-OF IMAGE WRITE FAILED - '
071600                     'POINT ' WW-ID ' STATUS ' WS-IMG-STATUS
071700             END-IF
071800         END-IF
071900         ADD 1 TO IX
072000     END-PERFORM
072100     CLOSE IMG-FILE.
072200 5000-EXIT.
072300     EXIT.
072400
072500*===============================================================*
072600*  6000-PRINT-PROOF - THE STAGE COUNTS, AND THE IMAGE PROVEN    *
072700*                     AGAINST THEM: CURRENT MASTER LESS THE     *
072800*                     POINTS REMOVED PLUS THE POINTS RESTORED   *
072900*                     MUST EQUAL THE POINTS WRITTEN             *
073000*===============================================================*
073100 6000-PRINT-PROOF.
073200     MOVE SPACES TO REPT-REC
073300     WRITE REPT-REC
073400     MOVE 'MASTER'   TO WL-STAGE
073500     MOVE 'CURRENT MASTER POINTS READ' TO WL-DETAIL
073600     MOVE WS-MAST-CNT TO WL-COUNT
073700     WRITE REPT-REC FROM WS-STAGE-LINE
073800     MOVE 'JOURNAL'  TO WL-STAGE
073900     MOVE 'JOURNAL RECORDS READ' TO WL-DETAIL
074000     MOVE WS-JRNL-CNT TO WL-COUNT
074100     WRITE REPT-REC FROM WS-STAGE-LINE
074200     MOVE 'JOURNAL'  TO WL-STAGE
074300     MOVE 'RECORDS DATED AFTER THE AS-OF DATE' TO WL-DETAIL
074400     MOVE WS-LATER-CNT TO WL-COUNT
074500     WRITE REPT-REC FROM WS-STAGE-LINE
074600     MOVE 'JOURNAL'  TO WL-STAGE
074700     MOVE 'HELD ITEMS IGNORED (NEVER APPLIED)' TO WL-DETAIL
074800     MOVE WS-HELD-CNT TO WL-COUNT
074900     WRITE REPT-REC FROM WS-STAGE-LINE
075000     MOVE 'BACKOUT'  TO WL-STAGE
075100     MOVE 'POINTS REMOVED (ADDS BACKED OUT)' TO WL-DETAIL
075200     MOVE WS-REMOVED-CNT TO WL-COUNT
075300     WRITE REPT-REC FROM WS-STAGE-LINE
075400     MOVE 'BACKOUT'  TO WL-STAGE
075500     MOVE 'POINTS REVERTED (CHANGES BACKED OUT)' TO WL-DETAIL
075600     MOVE WS-REVERTED-CNT TO WL-COUNT
075700     WRITE REPT-REC FROM WS-STAGE-LINE
075800     MOVE 'BACKOUT'  TO WL-STAGE
075900     MOVE 'POINTS RESTORED (DELETES BACKED OUT)' TO WL-DETAIL
076000     MOVE WS-RESTORED-CNT TO WL-COUNT
076100     WRITE REPT-REC FROM WS-STAGE-LINE
076200     MOVE 'BACKOUT'  TO WL-STAGE
076300     MOVE 'REVERTS WITH NO OLD SOURCE - KEPT' TO WL-DETAIL
076400     MOVE WS-SRC-KEPT-CNT TO WL-COUNT
076500     WRITE REPT-REC FROM WS-STAGE-LINE
076600     MOVE 'IMAGE'    TO WL-STAGE
076700     MOVE 'POINTS WRITTEN TO THE AS-OF IMAGE' TO WL-DETAIL
076800     MOVE WS-IMG-OUT-CNT TO WL-COUNT
076900     WRITE REPT-REC FROM WS-STAGE-LINE
077000     IF WS-WRITE-ERRS > ZERO
077100         SET PROOF-FAILED TO TRUE
077200         MOVE 'IMAGE'    TO WL-STAGE
077300         MOVE 'POINTS THAT FAILED TO WRITE' TO WL-DETAIL
077400         MOVE WS-WRITE-ERRS TO WL-COUNT
077500         WRITE REPT-REC FROM WS-STAGE-LINE
077600     END-IF
077700     COMPUTE WS-EXPECT-CNT = WS-MAST-CNT - WS-REMOVED-CNT
077800                           + WS-RESTORED-CNT
077900     MOVE 'PROOF'    TO WL-STAGE
078000     MOVE 'MASTER - REMOVED + RESTORED' TO WL-DETAIL
078100     MOVE WS-EXPECT-CNT TO WL-COUNT
078200     WRITE REPT-REC FROM WS-STAGE-LINE
078300     MOVE 'PROOF'    TO WL-STAGE
078400     IF WS-EXPECT-CNT = WS-IMG-OUT-CNT AND PROOF-AGREES
078500         MOVE 'IMAGE AGREES WITH THE BACKOUT COUNTS' TO WL-DETAIL
078600     ELSE
078700         SET PROOF-FAILED TO TRUE
078800         MOVE 'IMAGE DOES NOT AGREE - NOT TO BE USED' TO WL-DETAIL
078900         DISPLAY 'PTASOF: AS-OF IMAGE FAILED ITS PROOF'
079000     END-IF
079100     MOVE WS-IMG-OUT-CNT TO WL-COUNT
079200     WRITE REPT-REC FROM WS-STAGE-LINE
079300     MOVE 'GAPS'     TO WL-STAGE
079400     IF WS-GAP-CNT = ZERO
079500         MOVE 'NO JOURNAL GAPS - IMAGE PROVEN' TO WL-DETAIL
079600     ELSE
079700         MOVE 'JOURNAL GAPS FLAGGED - IMAGE UNCERTAIN'
079800                                  TO WL-DETAIL
079900         DISPLAY 'PTASOF: JOURNAL GAPS FLAGGED - AS-OF IMAGE '
080000             'UNCERTAIN'
080100     END-IF
080200     MOVE WS-GAP-CNT TO WL-COUNT
080300     WRITE REPT-REC FROM WS-STAGE-LINE.
080400 6000-EXIT.
080500     EXIT.
080600
080700*===============================================================*
080800*  9000-TERMINATE - CLOSE THE REPORT                            *
080900*===============================================================*
081000 9000-TERMINATE.
081100     CLOSE REPT-FILE.
081200 9000-EXIT.
081300     EXIT.
081400
081500*===============================================================*
081600*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN A   *
081700*                         JOURNAL GAP MAKES THE IMAGE           *
081800*                         UNCERTAIN, 8 WHEN THE CARD OR A FILE  *
081900*                         REFUSED THE RUN OR THE IMAGE FAILED   *
082000*                         ITS PROOF, 12 WHEN THERE WAS NEITHER  *
082100*                         A MASTER NOR A JOURNAL TO WORK FROM   *
082200*===============================================================*
082300 9900-SET-RETURN-CODE.
082400     MOVE 0 TO RETURN-CODE
082500     IF SETUP-FAILED OR PROOF-FAILED
082600         MOVE 8 TO RETURN-CODE
082700         GO TO 9900-EXIT
082800     END-IF
082900     IF WS-MAST-CNT = 0 AND WS-JRNL-CNT = 0
083000         MOVE 12 TO RETURN-CODE
083100         GO TO 9900-EXIT
083200     END-IF
083300     IF WS-GAP-CNT > ZERO
083400         MOVE 4 TO RETURN-CODE
083500     END-IF.
083600 9900-EXIT.
083700     EXIT.
