000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUDVERFY.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL AUDIT LOG CHAIN VERIFICATION, RUN  *
001100*                   AT THE END OF THE NIGHT AND AGAIN AT MONTH- *
001200*                   END ONCE THE LIVE LOG HAS BEEN CUT. READS   *
001300*                   THE ARCHIVE (AUDARCH) AND THEN THE LIVE LOG *
001400*                   AS ONE STREAM AND PROVES EVERY SEALED       *
001500*                   RECORD: ITS SEQUENCE NUMBER MUST BE ONE     *
001600*                   ABOVE THE RECORD BEFORE IT, AND ITS CHAIN   *
001700*                   VALUE MUST BE WHAT CHAINRTN COMPUTES FROM   *
001800*                   THE RECORD AND THE PREVIOUS CHAIN VALUE     *
001900*                   (SEE COPY/CHNPARM.CPY). ALSO LISTS RECORDS  *
002000*                   DATED EARLIER THAN THE RECORD BEFORE THEM,  *
002100*                   AND UNSEALED RECORDS FOUND ONCE THE SEALED  *
002200*                   RECORDS HAVE BEGUN. RECORDS WRITTEN BEFORE  *
002300*                   THE LOG WAS SEALED ARE ONLY COUNTED. A      *
002400*                   BROKEN SEQUENCE OR CHAIN ENDS THE RUN WITH  *
002500*                   CONDITION CODE 8, A DATE-ORDER FINDING      *
002600*                   ALONE WITH 4.                               *
002700*===============================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL ARCH-FILE  ASSIGN TO "AUDARCH"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT REPT-FILE   ASSIGN TO "AUDVRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ARCH-FILE
004400     RECORDING MODE IS F.
004500 01  ARCH-IN-REC            PIC X(110).
004600
004700 FD  AUDIT-FILE
004800     RECORDING MODE IS F.
004900 01  AUDIT-IN-REC           PIC X(110).
005000
005100 FD  REPT-FILE
005200     RECORDING MODE IS F.
005300 01  REPT-REC               PIC X(80).
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-SWITCHES.
005700     05  WS-EOF-SW          PIC X(01)   VALUE 'N'.
005800         88  INPUT-EOF                  VALUE 'Y'.
005900         88  INPUT-NOT-EOF              VALUE 'N'.
006000     05  WS-PREV-SEALED-SW  PIC X(01)   VALUE 'N'.
006100         88  PREV-SEALED                VALUE 'Y'.
006200
006300 01  WS-COUNTERS.
006400     05  WS-ARCH-IN         PIC 9(08)   COMP    VALUE ZERO.
006500     05  WS-LIVE-IN         PIC 9(08)   COMP    VALUE ZERO.
006600     05  WS-SEALED-CNT      PIC 9(08)   COMP    VALUE ZERO.
006700     05  WS-LEGACY-CNT      PIC 9(08)   COMP    VALUE ZERO.
006800     05  WS-UNSEALED-CNT    PIC 9(08)   COMP    VALUE ZERO.
006900     05  WS-SEQ-BREAK-CNT   PIC 9(08)   COMP    VALUE ZERO.
007000     05  WS-CHAIN-BREAK-CNT PIC 9(08)   COMP    VALUE ZERO.
007100     05  WS-ORDER-CNT       PIC 9(08)   COMP    VALUE ZERO.
007200     05  WS-CUR-RECNO       PIC 9(08)   COMP    VALUE ZERO.
007300
007400 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
007500 01  WS-CUR-SOURCE          PIC X(07)   VALUE SPACES.
007600 01  WS-EXPECT-SEQ          PIC 9(08)   VALUE ZEROES.
007700 01  WS-PREV-SEQ            PIC 9(08)   VALUE ZEROES.
007800 01  WS-PREV-CHAIN          PIC 9(10)   VALUE ZEROES.
007900 01  WS-PREV-DATE           PIC 9(06)   VALUE ZEROES.
008000
008100*---------------------------------------------------------------*
008200*  THE AUDIT RECORD UNDER TEST, AS AUDITLOG.COB WRITES IT - THE *
008300*  FIRST 96 BYTES ARE WHAT THE CHAIN VALUE SEALS                *
008400*---------------------------------------------------------------*
008500 01  WS-VER-REC.
008600     05  WV-PROGRAM-ID      PIC X(08).
008700     05  FILLER             PIC X(02).
008800     05  WV-RUN-DATE        PIC 9(06).
008900     05  FILLER             PIC X(72).
009000     05  WV-SEQ-NO          PIC 9(08).
009100     05  FILLER             PIC X(02).
009200     05  WV-CHAIN           PIC 9(10).
009300     05  FILLER             PIC X(02).
009400
009500*---------------------------------------------------------------*
009600*  COMMUNICATION AREAS FOR THE SHARED PROCESSING-DATE RESOLVER  *
009700*  AND THE AUDIT-CHAIN ROUTINE                                  *
009800*---------------------------------------------------------------*
009900 COPY BUSDPARM.
010000 COPY CHNPARM.
010100
010200*---------------------------------------------------------------*
010300*  REPORT LINES                                                 *
010400*---------------------------------------------------------------*
010500 01  WS-HEADING-1.
010600     05  FILLER             PIC X(37)   VALUE
010700         'AUDIT LOG CHAIN VERIFICATION   BDATE '.
010800     05  WH-DATE            PIC 9(08).
010900     05  FILLER             PIC X(35)   VALUE SPACES.
011000
011100 01  WS-HEADING-2.
011200     05  FILLER             PIC X(46)   VALUE
011300         'SOURCE   RECNO PROGRAM  SEQUENCE FINDING      '.
011400     05  FILLER             PIC X(34)   VALUE 'DETAIL'.
011500
011600 01  WS-FIND-LINE.
011700     05  WL-SOURCE          PIC X(07).
011800     05  FILLER             PIC X(01)   VALUE SPACE.
011900     05  WL-RECNO           PIC ZZZZZ9.
012000     05  FILLER             PIC X(01)   VALUE SPACE.
012100     05  WL-PROGRAM-ID      PIC X(08).
012200     05  FILLER             PIC X(01)   VALUE SPACE.
012300     05  WL-SEQ-NO          PIC X(08).
012400     05  FILLER             PIC X(01)   VALUE SPACE.
012500     05  WL-FINDING         PIC X(12).
012600     05  FILLER             PIC X(01)   VALUE SPACE.
012700     05  WL-DETAIL          PIC X(34).
012800
012900 01  WS-TOTALS-LINE.
013000     05  FILLER             PIC X(20)   VALUE
013100         'ARCHIVE RECORDS ..: '.
013200     05  WT-ARCH-IN         PIC Z,ZZZ,ZZ9.
013300     05  FILLER             PIC X(03)   VALUE SPACES.
013400     05  FILLER             PIC X(20)   VALUE
013500         'LIVE LOG RECORDS .: '.
013600     05  WT-LIVE-IN         PIC Z,ZZZ,ZZ9.
013700     05  FILLER             PIC X(19)   VALUE SPACES.
013800
013900 01  WS-TOTALS-LINE-2.
014000     05  FILLER             PIC X(20)   VALUE
014100         'SEALED RECORDS ...: '.
014200     05  WT-SEALED          PIC Z,ZZZ,ZZ9.
014300     05  FILLER             PIC X(03)   VALUE SPACES.
014400     05  FILLER             PIC X(20)   VALUE
014500         'WRITTEN UNSEALED .: '.
014600     05  WT-LEGACY          PIC Z,ZZZ,ZZ9.
014700     05  FILLER             PIC X(19)   VALUE SPACES.
014800
014900 01  WS-TOTALS-LINE-3.
015000     05  FILLER             PIC X(20)   VALUE
015100         'SEQUENCE BREAKS ..: '.
015200     05  WT-SEQ-BREAK       PIC Z,ZZZ,ZZ9.
015300     05  FILLER             PIC X(03)   VALUE SPACES.
015400     05  FILLER             PIC X(20)   VALUE
015500         'CHAIN BREAKS .....: '.
015600     05  WT-CHAIN-BREAK     PIC Z,ZZZ,ZZ9.
015700     05  FILLER             PIC X(19)   VALUE SPACES.
015800
015900 01  WS-TOTALS-LINE-4.
016000     05  FILLER             PIC X(20)   VALUE
016100         'UNSEALED LATER ...: '.
016200     05  WT-UNSEALED        PIC Z,ZZZ,ZZ9.
016300     05  FILLER             PIC X(03)   VALUE SPACES.
016400     05  FILLER             PIC X(20)   VALUE
016500         'OUT OF DATE ORDER : '.
016600     05  WT-ORDER           PIC Z,ZZZ,ZZ9.
016700     05  FILLER             PIC X(19)   VALUE SPACES.
016800
016900 01  WS-RESULT-LINE.
017000     05  WR-RESULT          PIC X(39).
017100     05  WR-SEQ-NO          PIC 9(08).
017200     05  FILLER             PIC X(33)   VALUE SPACES.
017300
017400 PROCEDURE DIVISION.
017500*===============================================================*
017600*  0000-MAINLINE                                                *
017700*===============================================================*
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
018000     PERFORM 2000-VERIFY-ARCHIVE  THRU 2000-EXIT
018100     PERFORM 2500-VERIFY-LIVE-LOG THRU 2500-EXIT
018200     PERFORM 9000-TERMINATE       THRU 9000-EXIT
018300     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
018400     STOP RUN.
018500
018600*===============================================================*
018700*  1000-INITIALIZE - DATE THE RUN, OPEN FILES, PRINT HEADINGS   *
018800*===============================================================*
018900 1000-INITIALIZE.
019000     CALL 'BUSDATE' USING BUSD-PARM
019100     MOVE BUSD-DATE TO WS-TODAY
019200     OPEN INPUT  ARCH-FILE
019300                 AUDIT-FILE
019400          OUTPUT REPT-FILE
019500     MOVE WS-TODAY TO WH-DATE
019600     WRITE REPT-REC FROM WS-HEADING-1
019700     MOVE SPACES TO REPT-REC
019800     WRITE REPT-REC
019900     WRITE REPT-REC FROM WS-HEADING-2.
020000 1000-EXIT.
020100     EXIT.
020200
020300*===============================================================*
020400*  2000-VERIFY-ARCHIVE - THE ARCHIVE FIRST, OLDEST RECORD FIRST *
020500*===============================================================*
020600 2000-VERIFY-ARCHIVE.
020700     MOVE 'ARCHIVE' TO WS-CUR-SOURCE
020800     MOVE ZERO      TO WS-CUR-RECNO
020900     SET INPUT-NOT-EOF TO TRUE
021000     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
021100     PERFORM UNTIL INPUT-EOF
021200         ADD 1 TO WS-ARCH-IN
021300         PERFORM 3000-CHECK-RECORD THRU 3000-EXIT
021400         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
021500     END-PERFORM.
021600 2000-EXIT.
021700     EXIT.
021800
021900*===============================================================*
022000*  2100-READ-ARCHIVE                                            *
022100*===============================================================*
022200 2100-READ-ARCHIVE.
022300     READ ARCH-FILE INTO WS-VER-REC
022400         AT END
022500             SET INPUT-EOF TO TRUE
022600     END-READ.
022700 2100-EXIT.
022800     EXIT.
022900
023000*===============================================================*
023100*  2500-VERIFY-LIVE-LOG - THE LIVE LOG CARRIES ON FROM THE LAST *
023200*                         ARCHIVED RECORD                       *
023300*===============================================================*
023400 2500-VERIFY-LIVE-LOG.
023500     MOVE 'LIVE'    TO WS-CUR-SOURCE
023600     MOVE ZERO      TO WS-CUR-RECNO
023700     SET INPUT-NOT-EOF TO TRUE
023800     PERFORM 2600-READ-LIVE-LOG THRU 2600-EXIT
023900     PERFORM UNTIL INPUT-EOF
024000         ADD 1 TO WS-LIVE-IN
024100         PERFORM 3000-CHECK-RECORD THRU 3000-EXIT
024200         PERFORM 2600-READ-LIVE-LOG THRU 2600-EXIT
024300     END-PERFORM.
024400 2500-EXIT.
024500     EXIT.
024600
024700*===============================================================*
024800*  2600-READ-LIVE-LOG                                           *
024900*===============================================================*
025000 2600-READ-LIVE-LOG.
025100     READ AUDIT-FILE INTO WS-VER-REC
025200         AT END
025300             SET INPUT-EOF TO TRUE
025400     END-READ.
025500 2600-EXIT.
025600     EXIT.
025700
025800*===============================================================*
025900*  3000-CHECK-RECORD - PROVE ONE RECORD AGAINST THE ONE BEFORE  *
026000*                      IT                                       *
026100*===============================================================*
026200 3000-CHECK-RECORD.
026300     ADD 1 TO WS-CUR-RECNO
026400     IF WV-SEQ-NO IS NUMERIC AND WV-CHAIN IS NUMERIC
026500         PERFORM 3200-CHECK-SEALED   THRU 3200-EXIT
026600     ELSE
026700         PERFORM 3100-CHECK-UNSEALED THRU 3100-EXIT
026800     END-IF
026900     PERFORM 3300-CHECK-DATE-ORDER THRU 3300-EXIT.
027000 3000-EXIT.
027100     EXIT.
027200
027300*===============================================================*
027400*  3100-CHECK-UNSEALED - BEFORE THE FIRST SEALED RECORD THIS IS *
027500*                        AN OLD RECORD AND ONLY COUNTED. AFTER  *
027600*                        IT, THE RECORD WAS NOT WRITTEN BY THE  *
027700*                        LOGGER; IT IS LISTED AND THE CHAIN     *
027800*                        CARRIES ON PAST IT FROM THE LAST       *
027900*                        SEALED RECORD                          *
028000*===============================================================*
028100 3100-CHECK-UNSEALED.
028200     IF WS-SEALED-CNT = ZERO
028300         ADD 1 TO WS-LEGACY-CNT
028400         GO TO 3100-EXIT
028500     END-IF
028600     ADD 1 TO WS-UNSEALED-CNT
028700     MOVE 'UNSEALED'    TO WL-FINDING
028800     MOVE 'NO SEQUENCE NUMBER OR CHAIN VALUE'
028900                        TO WL-DETAIL
029000     PERFORM 8000-WRITE-FINDING THRU 8000-EXIT.
029100 3100-EXIT.
029200     EXIT.
029300
029400*===============================================================*
029500*  3200-CHECK-SEALED - THE SEQUENCE NUMBER MUST FOLLOW ON AND   *
029600*                      THE CHAIN VALUE MUST RECOMPUTE. THE      *
029700*                      CHECK THEN CARRIES ON FROM THIS RECORD   *
029800*                      AS STORED, SO ONE BREAK IS LISTED ONCE   *
029900*===============================================================*
030000 3200-CHECK-SEALED.
030100     IF PREV-SEALED
030200         COMPUTE WS-EXPECT-SEQ = WS-PREV-SEQ + 1
030300         MOVE WS-PREV-CHAIN TO CHN-PREV-VALUE
030400     ELSE
030500         MOVE 1             TO WS-EXPECT-SEQ
030600         MOVE ZEROES        TO CHN-PREV-VALUE
030700     END-IF
030800     IF WV-SEQ-NO NOT = WS-EXPECT-SEQ
030900         ADD 1 TO WS-SEQ-BREAK-CNT
031000         MOVE 'SEQ BREAK'   TO WL-FINDING
031100         MOVE SPACES        TO WL-DETAIL
031200         STRING 'EXPECTED ' WS-EXPECT-SEQ ' FOUND ' WV-SEQ-NO
031300             DELIMITED BY SIZE INTO WL-DETAIL
031400         END-STRING
031500         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
031600     END-IF
031700     MOVE WS-VER-REC(1:96) TO CHN-RECORD
031800     CALL 'CHAINRTN' USING CHN-PARM
031900     IF CHN-VALUE NOT = WV-CHAIN
032000         ADD 1 TO WS-CHAIN-BREAK-CNT
032100         MOVE 'CHAIN BROKEN' TO WL-FINDING
032200         MOVE SPACES        TO WL-DETAIL
032300         STRING 'STORED ' WV-CHAIN ' CALC ' CHN-VALUE
032400             DELIMITED BY SIZE INTO WL-DETAIL
032500         END-STRING
032600         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
032700     END-IF
032800     ADD 1 TO WS-SEALED-CNT
032900     MOVE WV-SEQ-NO TO WS-PREV-SEQ
033000     MOVE WV-CHAIN  TO WS-PREV-CHAIN
033100     SET PREV-SEALED TO TRUE.
033200 3200-EXIT.
033300     EXIT.
033400
033500*===============================================================*
033600*  3300-CHECK-DATE-ORDER - A RECORD DATED BEFORE THE RECORD     *
033700*                          AHEAD OF IT ON THE LOG               *
033800*===============================================================*
033900 3300-CHECK-DATE-ORDER.
034000     IF WV-RUN-DATE IS NOT NUMERIC
034100         GO TO 3300-EXIT
034200     END-IF
034300     IF WS-PREV-DATE NOT = ZEROES AND WV-RUN-DATE < WS-PREV-DATE
034400         ADD 1 TO WS-ORDER-CNT
034500         MOVE 'DATE ORDER'  TO WL-FINDING
034600         MOVE SPACES        TO WL-DETAIL
034700         STRING 'DATED ' WV-RUN-DATE ' AFTER ' WS-PREV-DATE
034800             DELIMITED BY SIZE INTO WL-DETAIL
034900         END-STRING
035000         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
035100     END-IF
035200     MOVE WV-RUN-DATE TO WS-PREV-DATE.
035300 3300-EXIT.
035400     EXIT.
035500
035600*===============================================================*
035700*  8000-WRITE-FINDING - ONE REPORT LINE FOR THE RECORD UNDER    *
035800*                       TEST; FINDING AND DETAIL ARE SET BY THE *
035900*                       CALLER                                  *
036000*===============================================================*
036100 8000-WRITE-FINDING.
036200     MOVE WS-CUR-SOURCE TO WL-SOURCE
036300     MOVE WS-CUR-RECNO  TO WL-RECNO
036400     MOVE WV-PROGRAM-ID TO WL-PROGRAM-ID
036500     MOVE WS-VER-REC(89:8) TO WL-SEQ-NO
036600     WRITE REPT-REC FROM WS-FIND-LINE.
036700 8000-EXIT.
036800     EXIT.
036900
037000*===============================================================*
037100*  9000-TERMINATE - WRITE TOTALS AND THE RESULT, CLOSE FILES    *
037200*===============================================================*
037300 9000-TERMINATE.
037400     MOVE SPACES TO REPT-REC
037500     WRITE REPT-REC
037600     MOVE WS-ARCH-IN         TO WT-ARCH-IN
037700     MOVE WS-LIVE-IN         TO WT-LIVE-IN
037800     WRITE REPT-REC FROM WS-TOTALS-LINE
037900     MOVE WS-SEALED-CNT      TO WT-SEALED
038000     MOVE WS-LEGACY-CNT      TO WT-LEGACY
038100     WRITE REPT-REC FROM WS-TOTALS-LINE-2
038200     MOVE WS-SEQ-BREAK-CNT   TO WT-SEQ-BREAK
038300     MOVE WS-CHAIN-BREAK-CNT TO WT-CHAIN-BREAK
038400     WRITE REPT-REC FROM WS-TOTALS-LINE-3
038500     MOVE WS-UNSEALED-CNT    TO WT-UNSEALED
038600     MOVE WS-ORDER-CNT       TO WT-ORDER
038700     WRITE REPT-REC FROM WS-TOTALS-LINE-4
038800     MOVE SPACES TO REPT-REC
038900     WRITE REPT-REC
039000     MOVE WS-PREV-SEQ TO WR-SEQ-NO
039100     IF WS-SEQ-BREAK-CNT = ZERO AND WS-CHAIN-BREAK-CNT = ZERO
039200                                AND WS-UNSEALED-CNT = ZERO
039300         MOVE 'CHAIN PROVEN UNBROKEN THROUGH SEQUENCE'
039400                                 TO WR-RESULT
039500     ELSE
039600         MOVE 'CHAIN NOT PROVEN - LAST SEQUENCE READ:'
039700                                 TO WR-RESULT
039800     END-IF
039900     IF WS-SEALED-CNT = ZERO
040000         MOVE 'NO SEALED AUDIT RECORD TO PROVE' TO REPT-REC
040100         WRITE REPT-REC
040200     ELSE
040300         WRITE REPT-REC FROM WS-RESULT-LINE
040400     END-IF
040500     CLOSE ARCH-FILE
040600           AUDIT-FILE
040700           REPT-FILE.
040800 9000-EXIT.
040900     EXIT.
041000
041100*===============================================================*
041200*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN A   *
041300*                         RECORD IS OUT OF DATE ORDER, 8 WHEN   *
041400*                         THE SEQUENCE OR THE CHAIN IS BROKEN,  *
041500*                         12 WHEN THERE IS NO AUDIT RECORD AT   *
041600*                         ALL                                   *
041700*===============================================================*
041800 9900-SET-RETURN-CODE.
041900     MOVE 0 TO RETURN-CODE
042000     IF WS-ORDER-CNT > 0
042100         MOVE 4 TO RETURN-CODE
042200     END-IF
042300     IF WS-SEQ-BREAK-CNT > 0 OR WS-CHAIN-BREAK-CNT > 0
042400                             OR WS-UNSEALED-CNT > 0
042500         MOVE 8 TO RETURN-CODE
042600     END-IF
042700     IF WS-ARCH-IN + WS-LIVE-IN = 0
042800         MOVE 12 TO RETURN-CODE
042900     END-IF.
043000 9900-EXIT.
043100     EXIT.
