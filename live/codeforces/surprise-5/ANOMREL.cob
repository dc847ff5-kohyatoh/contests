000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ANOMREL.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL ANOMALY REVIEW RELEASE PROGRAM.    *
001100*                   READS THE REVIEW FILE OF TYPE-A RECORDS     *
001200*                   VALIDATE HELD BACK AS OUT OF LINE WITH      *
001300*                   THEIR ACCOUNT'S POSTING HISTORY (SEE        *
001400*                   COPY/ANOMREC.CPY) AND A DECK OF SUPERVISOR  *
001500*                   DECISION CARDS KEYED BY BATCH ID AND RECORD *
001600*                   NUMBER. A RECORD MARKED R IS RELEASED TO A  *
001700*                   DISPIN-FORMAT DECK WITH ITS OWN BATCH       *
001800*                   HEADER AND TRAILER ('AR' PLUS YYMMDD), SO   *
001900*                   DISPATCH ACCEPTS IT DIRECTLY; ONE MARKED S  *
002000*                   GOES TO SUSPENSE UNDER ITS REASON CODE FOR  *
002100*                   THE REPAIR PROGRAM. RECORDS WITH NO         *
002200*                   DECISION ARE CARRIED FORWARD ON THE NEW     *
002300*                   PENDING FILE. A CARD THAT MATCHES NOTHING,  *
002400*                   OR IS NOT FILLED IN PROPERLY, IS REPORTED   *
002500*                   AND ENDS THE RUN WITH CONDITION CODE 4.     *
002600*===============================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REV-IN-FILE   ASSIGN TO "ANOMREV"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT DEC-FILE      ASSIGN TO "ANOMDEC"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT REV-OUT-FILE  ASSIGN TO "ANOMNEW"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT REL-FILE      ASSIGN TO "ANRELOUT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT SUSP-FILE     ASSIGN TO "SUSPOUT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT REPT-FILE     ASSIGN TO "ANRLRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  REV-IN-FILE
004900     RECORDING MODE IS F.
005000 COPY ANOMREC.
005100
005200*---------------------------------------------------------------*
005300*  DECISION CARD - NAMES A HELD RECORD BY BATCH ID AND RECORD   *
005400*  NUMBER, THE ACTION (R RELEASE, S SUSPEND) AND THE            *
005500*  SUPERVISOR WHO DECIDED IT                                    *
005600*---------------------------------------------------------------*
005700 FD  DEC-FILE
005800     RECORDING MODE IS F.
005900 01  DEC-REC.
006000     05  DC-BATCH-ID        PIC X(08).
006100     05  DC-RECNO           PIC X(06).
006200     05  DC-ACTION          PIC X(01).
006300         88  DC-RELEASE                 VALUE 'R'.
006400         88  DC-SUSPEND                 VALUE 'S'.
006500     05  DC-SUPERVISOR      PIC X(08).
006600     05  FILLER             PIC X(57).
006700
006800 FD  REV-OUT-FILE
006900     RECORDING MODE IS F.
007000 01  REV-NEW-REC            PIC X(120).
007100
007200 FD  REL-FILE
007300     RECORDING MODE IS F.
007400 01  REL-REC                PIC X(50).
007500
007600 FD  SUSP-FILE
007700     RECORDING MODE IS F.
007800 01  SUSP-OUT-REC           PIC X(80).
007900
008000 FD  REPT-FILE
008100     RECORDING MODE IS F.
008200 01  REPT-REC               PIC X(80).
008300
008400 WORKING-STORAGE SECTION.
008500 01  WS-SWITCHES.
008600     05  WS-REV-EOF-SW      PIC X(01)   VALUE 'N'.
008700         88  REV-EOF                    VALUE 'Y'.
008800     05  WS-DEC-EOF-SW      PIC X(01)   VALUE 'N'.
008900         88  DEC-EOF                    VALUE 'Y'.
009000     05  WS-MATCH-SW        PIC X(01)   VALUE 'N'.
009100         88  DEC-MATCHED                VALUE 'Y'.
009200         88  DEC-NOT-MATCHED            VALUE 'N'.
009300     05  WS-SEEN-SW         PIC X(01)   VALUE 'N'.
009400         88  REV-ALREADY-SEEN           VALUE 'Y'.
009500
009600 01  WS-COUNTERS.
009700     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
009800     05  WS-RECS-REL        PIC 9(06)   COMP    VALUE ZERO.
009900     05  WS-RECS-SUSP       PIC 9(06)   COMP    VALUE ZERO.
010000     05  WS-RECS-KEPT       PIC 9(06)   COMP    VALUE ZERO.
010100     05  WS-RECS-DUP        PIC 9(06)   COMP    VALUE ZERO.
010200     05  WS-BAD-CARD-CNT    PIC 9(06)   COMP    VALUE ZERO.
010300     05  WS-UNMATCHED-CNT   PIC 9(06)   COMP    VALUE ZERO.
010400
010500 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
010600 01  WS-REL-BATCH-ID.
010700     05  FILLER             PIC X(02)   VALUE 'AR'.
010800     05  WS-REL-YYMMDD      PIC 9(06)   VALUE ZEROES.
010900 01  C                      PIC 9(04)   COMP    VALUE ZERO.
011000 01  K                      PIC 9(04)   COMP    VALUE ZERO.
011100
011200*---------------------------------------------------------------*
011300*  DECISION TABLE - THE WHOLE DECISION DECK, LOADED ONCE. A     *
011400*  CARD IS MARKED USED WHEN IT FINDS ITS HELD RECORD SO         *
011500*  LEFTOVERS CAN BE REPORTED AT END OF RUN.                     *
011600*---------------------------------------------------------------*
011700 01  WS-DEC-CNT             PIC 9(04)   COMP    VALUE ZERO.
011800 01  WS-DEC-TABLE.
011900     05  WS-DEC-ENTRY       OCCURS 1000.
012000         10  WD-BATCH-ID    PIC X(08).
012100         10  WD-RECNO       PIC 9(06).
012200         10  WD-ACTION      PIC X(01).
012300         10  WD-SUPERVISOR  PIC X(08).
012400         10  WD-USED-SW     PIC X(01).
012500
012600*---------------------------------------------------------------*
012700*  KEYS ALREADY READ THIS RUN. THE REVIEW FILE IS THE PENDING   *
012800*  GENERATION PLUS VALIDATE'S LATEST OUTPUT, SO A RECORD CAN    *
012900*  ARRIVE TWICE IF THAT OUTPUT WAS NOT CLEARED AFTER THE LAST   *
013000*  RUN - THE SECOND COPY IS DROPPED.                            *
013100*---------------------------------------------------------------*
013200 01  WS-SEEN-CNT            PIC 9(04)   COMP    VALUE ZERO.
013300 01  WS-SEEN-TABLE.
013400     05  WS-SEEN-KEY        PIC X(14)   OCCURS 2000.
013500 01  WS-REV-KEY.
013600     05  WS-RK-BATCH-ID     PIC X(08).
013700     05  WS-RK-RECNO        PIC 9(06).
013800
013900*---------------------------------------------------------------*
014000*  THE HELD RECORD'S DATA AREA AS A TYPE-A DISPIN RECORD, FOR   *
014100*  THE RELEASE DECK'S HASH TOTAL                                *
014200*---------------------------------------------------------------*
014300 01  WS-DISP-ADD-REC.
014400     05  WS-DA-TYPE         PIC X(01).
014500     05  WS-DA-ID           PIC X(06).
014600     05  WS-DA-A            PIC X(10).
014700     05  WS-DA-B            PIC X(10).
014800     05  WS-DA-ACCT         PIC X(04).
014900     05  FILLER             PIC X(19).
015000
015100*---------------------------------------------------------------*
015200*  BATCH CONTROL FIELDS FOR THE RELEASE DECK'S OWN HEADER AND   *
015300*  TRAILER                                                      *
015400*---------------------------------------------------------------*
015500 01  WS-BATCH-FIELDS.
015600     05  WS-KEY-VALUE       PIC 9(10)   VALUE ZERO.
015700     05  WS-HASH-OUT        PIC 9(10)   VALUE ZERO.
015800     05  WS-HASH-WORK       PIC 9(11)   VALUE ZERO.
015900     05  WS-HASH-QUOT       PIC 9(02)   VALUE ZERO.
016000 COPY BATCHCTL.
016100
016200*---------------------------------------------------------------*
016300*  SUSPENSE RECORD BUILT FOR A RECORD THE SUPERVISOR SUSPENDS   *
016400*---------------------------------------------------------------*
016500 COPY SUSPREC.
016600
016700*---------------------------------------------------------------*
016800*  COMMUNICATION AREA FOR THE SHARED AUDIT LOGGER SUBROUTINE    *
016900*---------------------------------------------------------------*
017000 COPY AUDITPARM.
017100
017200*---------------------------------------------------------------*
017300*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER   *
017400*---------------------------------------------------------------*
017500 COPY BUSDPARM.
017600 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
017700 01  WS-START-TIME          PIC 9(08)   VALUE ZEROES.
017800
017900*---------------------------------------------------------------*
018000*  REVIEW ACTIVITY REPORT                                       *
018100*---------------------------------------------------------------*
018200 01  WS-HDG-1.
018300     05  FILLER             PIC X(34)   VALUE
018400         'ANOMALY REVIEW RELEASE    DECK ID '.
018500     05  WH-BATCH-ID        PIC X(08).
018600     05  FILLER             PIC X(07)   VALUE '  DATE '.
018700     05  WH-DATE            PIC 9(08).
018800     05  FILLER             PIC X(23)   VALUE SPACES.
018900
019000 01  WS-REL-LINE.
019100     05  WL-BATCH-ID        PIC X(08).
019200     05  FILLER             PIC X(01)   VALUE SPACE.
019300     05  WL-RECNO           PIC Z(5)9.
019400     05  FILLER             PIC X(02)   VALUE SPACES.
019500     05  WL-ACTION          PIC X(14).
019600     05  FILLER             PIC X(01)   VALUE SPACE.
019700     05  WL-DETAIL          PIC X(40)   VALUE SPACES.
019800     05  FILLER             PIC X(08)   VALUE SPACES.
019900
020000 01  WS-TOTALS-LINE.
020100     05  FILLER             PIC X(20)   VALUE
020200         'HELD RECORDS READ : '.
020300     05  WT-RECS-IN         PIC ZZZ,ZZ9.
020400     05  FILLER             PIC X(13)   VALUE SPACES.
020500     05  FILLER             PIC X(20)   VALUE
020600         'RELEASED .........: '.
020700     05  WT-RECS-REL        PIC ZZZ,ZZ9.
020800     05  FILLER             PIC X(13)   VALUE SPACES.
020900
021000 01  WS-TOTALS-LINE-2.
021100     05  FILLER             PIC X(20)   VALUE
021200         'SUSPENDED ........: '.
021300     05  WT-RECS-SUSP       PIC ZZZ,ZZ9.
021400     05  FILLER             PIC X(13)   VALUE SPACES.
021500     05  FILLER             PIC X(20)   VALUE
021600         'STILL PENDING ....: '.
021700     05  WT-RECS-KEPT       PIC ZZZ,ZZ9.
021800     05  FILLER             PIC X(13)   VALUE SPACES.
021900
022000 PROCEDURE DIVISION.
022100*===============================================================*
022200*  0000-MAINLINE                                                *
022300*===============================================================*
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
022600     PERFORM 2000-LOAD-DECISIONS   THRU 2000-EXIT
022700     PERFORM 3000-PROCESS-REVIEW   THRU 3000-EXIT
022800     PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT
022900     PERFORM 9000-TERMINATE        THRU 9000-EXIT
023000     PERFORM 9900-SET-RETURN-CODE  THRU 9900-EXIT
023100     STOP RUN.
023200
023300*===============================================================*
023400*  1000-INITIALIZE - OPEN FILES, DATE THE RUN, OPEN THE RELEASE *
023500*                    DECK WITH ITS BATCH HEADER                 *
023600*===============================================================*
023700 1000-INITIALIZE.
023800     ACCEPT WS-START-TIME FROM TIME
023900     OPEN INPUT  REV-IN-FILE
024000          INPUT  DEC-FILE
024100          OUTPUT REV-OUT-FILE
024200          OUTPUT REL-FILE
024300          OUTPUT SUSP-FILE
024400          OUTPUT REPT-FILE
024500     CALL 'BUSDATE' USING BUSD-PARM
024600     MOVE BUSD-DATE TO WS-TODAY
024700     MOVE WS-TODAY(3:6) TO WS-REL-YYMMDD
024800     MOVE WS-REL-BATCH-ID TO WH-BATCH-ID
024900     MOVE WS-TODAY        TO WH-DATE
025000     WRITE REPT-REC FROM WS-HDG-1
025100     MOVE SPACES TO REPT-REC
025200     WRITE REPT-REC
025300     MOVE 'H'             TO BCR-TYPE
025400     MOVE WS-REL-BATCH-ID TO BCH-BATCH-ID
025500     MOVE WS-TODAY        TO BCH-CRE-DATE
025600     MOVE SPACES TO REL-REC
025700     MOVE BATCH-CTL-REC TO REL-REC(1:17)
025800     WRITE REL-REC.
025900 1000-EXIT.
026000     EXIT.
026100
026200*===============================================================*
026300*  2000-LOAD-DECISIONS - PULL THE WHOLE DECISION DECK INTO THE  *
026400*                        TABLE. A CARD WITH NO RECORD NUMBER,   *
026500*                        NO SUPERVISOR OR AN ACTION OTHER THAN  *
026600*                        R OR S IS REPORTED AND NOT APPLIED     *
026700*===============================================================*
026800 2000-LOAD-DECISIONS.
026900     PERFORM 2100-READ-DEC THRU 2100-EXIT
027000     PERFORM UNTIL DEC-EOF
027100         PERFORM 2200-EDIT-DECISION THRU 2200-EXIT
027200         PERFORM 2100-READ-DEC THRU 2100-EXIT
027300     END-PERFORM.
027400 2000-EXIT.
027500     EXIT.
027600
027700*===============================================================*
027800*  2100-READ-DEC                                                *
027900*===============================================================*
028000 2100-READ-DEC.
028100     READ DEC-FILE
028200         AT END
028300             SET DEC-EOF TO TRUE
028400             GO TO 2100-EXIT
028500     END-READ.
028600 2100-EXIT.
028700     EXIT.
028800
028900*===============================================================*
029000*  2200-EDIT-DECISION - CHECK ONE CARD AND TABLE IT             *
029100*===============================================================*
029200 2200-EDIT-DECISION.
029300     IF DC-RECNO IS NOT NUMERIC
029400             OR DC-SUPERVISOR = SPACES
029500             OR NOT (DC-RELEASE OR DC-SUSPEND)
029600         ADD 1 TO WS-BAD-CARD-CNT
029700         MOVE DC-BATCH-ID   TO WL-BATCH-ID
029800         MOVE ZERO          TO WL-RECNO
029900         IF DC-RECNO IS NUMERIC
030000             MOVE DC-RECNO  TO WL-RECNO
030100         END-IF
030200         MOVE 'BAD CARD'    TO WL-ACTION
030300         MOVE 'NEEDS RECORD NUMBER, ACTION R/S, SUPERVISOR'
030400                            TO WL-DETAIL
030500         WRITE REPT-REC FROM WS-REL-LINE
030600         GO TO 2200-EXIT
030700     END-IF
030800     IF WS-DEC-CNT NOT < 1000
030900         DISPLAY 'ANOMREL: DECISION TABLE FULL - CARD FOR '
031000             DC-BATCH-ID ' ' DC-RECNO ' NOT APPLIED'
031100         ADD 1 TO WS-BAD-CARD-CNT
031200         GO TO 2200-EXIT
031300     END-IF
031400     ADD 1 TO WS-DEC-CNT
031500     MOVE DC-BATCH-ID   TO WD-BATCH-ID(WS-DEC-CNT)
031600     MOVE DC-RECNO      TO WD-RECNO(WS-DEC-CNT)
031700     MOVE DC-ACTION     TO WD-ACTION(WS-DEC-CNT)
031800     MOVE DC-SUPERVISOR TO WD-SUPERVISOR(WS-DEC-CNT)
031900     MOVE 'N'           TO WD-USED-SW(WS-DEC-CNT).
032000 2200-EXIT.
032100     EXIT.
032200
032300*===============================================================*
032400*  3000-PROCESS-REVIEW - ONE PASS OVER THE REVIEW FILE          *
032500*===============================================================*
032600 3000-PROCESS-REVIEW.
032700     PERFORM 3100-READ-REV THRU 3100-EXIT
032800     PERFORM UNTIL REV-EOF
032900         PERFORM 3200-DECIDE-RECORD THRU 3200-EXIT
033000         PERFORM 3100-READ-REV THRU 3100-EXIT
033100     END-PERFORM.
033200 3000-EXIT.
033300     EXIT.
033400
033500*===============================================================*
033600*  3100-READ-REV                                                *
033700*===============================================================*
033800 3100-READ-REV.
033900     READ REV-IN-FILE
034000         AT END
034100             SET REV-EOF TO TRUE
034200             GO TO 3100-EXIT
034300     END-READ
034400     ADD 1 TO WS-RECS-IN.
034500 3100-EXIT.
034600     EXIT.
034700
034800*===============================================================*
034900*  3200-DECIDE-RECORD - DROP A SECOND COPY OF A RECORD ALREADY  *
035000*                       READ, THEN APPLY ITS DECISION CARD OR   *
035100*                       CARRY IT FORWARD                        *
035200*===============================================================*
035300 3200-DECIDE-RECORD.
035400     MOVE ANM-BATCH-ID TO WS-RK-BATCH-ID
035500     MOVE ANM-RECNO    TO WS-RK-RECNO
035600     MOVE 'N' TO WS-SEEN-SW
035700     MOVE 1 TO K
035800     PERFORM UNTIL K > WS-SEEN-CNT OR REV-ALREADY-SEEN
035900         IF WS-SEEN-KEY(K) = WS-REV-KEY
036000             SET REV-ALREADY-SEEN TO TRUE
036100         ELSE
036200             ADD 1 TO K
036300         END-IF
036400     END-PERFORM
036500     IF REV-ALREADY-SEEN
036600         ADD 1 TO WS-RECS-DUP
036700         GO TO 3200-EXIT
036800     END-IF
036900     IF WS-SEEN-CNT < 2000
037000         ADD 1 TO WS-SEEN-CNT
037100         MOVE WS-REV-KEY TO WS-SEEN-KEY(WS-SEEN-CNT)
037200     END-IF
037300     SET DEC-NOT-MATCHED TO TRUE
037400     MOVE 1 TO C
037500     PERFORM UNTIL C > WS-DEC-CNT OR DEC-MATCHED
037600         IF WD-BATCH-ID(C) = ANM-BATCH-ID
037700                 AND WD-RECNO(C) = ANM-RECNO
037800                 AND WD-USED-SW(C) NOT = 'Y'
037900             SET DEC-MATCHED TO TRUE
038000             MOVE 'Y' TO WD-USED-SW(C)
038100         ELSE
038200             ADD 1 TO C
038300         END-IF
038400     END-PERFORM
038500     IF DEC-NOT-MATCHED
038600         WRITE REV-NEW-REC FROM ANM-REC
038700         ADD 1 TO WS-RECS-KEPT
038800         GO TO 3200-EXIT
038900     END-IF
039000     IF WD-ACTION(C) = 'R'
039100         PERFORM 3300-RELEASE-RECORD THRU 3300-EXIT
039200     ELSE
039300         PERFORM 3400-SUSPEND-RECORD THRU 3400-EXIT
039400     END-IF.
039500 3200-EXIT.
039600     EXIT.
039700
039800*===============================================================*
039900*  3300-RELEASE-RECORD - THE SUPERVISOR ACCEPTS THE AMOUNT: PUT *
040000*                        THE RECORD ON THE RELEASE DECK AND IN  *
040100*                        THE DECK'S HASH TOTAL (TYPE A HASHES   *
040200*                        ON THE TRANSACTION ID)                 *
040300*===============================================================*
040400 3300-RELEASE-RECORD.
040500     MOVE SPACES TO REL-REC
040600     MOVE ANM-DATA TO REL-REC
040700     WRITE REL-REC
040800     ADD 1 TO WS-RECS-REL
040900     MOVE ANM-DATA TO WS-DISP-ADD-REC
041000     MOVE ZEROES TO WS-KEY-VALUE
041100     IF WS-DA-ID IS NUMERIC
041200         MOVE WS-DA-ID TO WS-KEY-VALUE
041300     END-IF
041400     COMPUTE WS-HASH-WORK = WS-HASH-OUT + WS-KEY-VALUE
041500     DIVIDE WS-HASH-WORK BY 10000000000
041600         GIVING WS-HASH-QUOT REMAINDER WS-HASH-OUT
041700     MOVE ANM-BATCH-ID  TO WL-BATCH-ID
041800     MOVE ANM-RECNO     TO WL-RECNO
041900     MOVE 'RELEASED'    TO WL-ACTION
042000     MOVE SPACES        TO WL-DETAIL
042100     STRING 'BY ' WD-SUPERVISOR(C)
042200         DELIMITED BY SIZE INTO WL-DETAIL
042300     END-STRING
042400     WRITE REPT-REC FROM WS-REL-LINE.
042500 3300-EXIT.
042600     EXIT.
042700
042800*===============================================================*
042900*  3400-SUSPEND-RECORD - THE SUPERVISOR REFUSES THE AMOUNT: THE *
043000*                        RECORD GOES TO SUSPENSE UNDER THE      *
043100*                        REASON IT WAS HELD FOR, TO BE REPAIRED *
043200*                        OR WRITTEN OFF LIKE ANY OTHER REJECT   *
043300*===============================================================*
043400 3400-SUSPEND-RECORD.
043500     MOVE SPACES        TO SUSP-REC
043600     MOVE ANM-RECNO     TO SUSP-ID
043700     MOVE ANM-BATCH-ID  TO SUSP-BATCH-ID
043800     MOVE WS-TODAY      TO SUSP-ADD-DATE
043900     MOVE ZERO          TO SUSP-RESUB-CNT
044000     MOVE ANM-REASON    TO SUSP-REASON
044100     MOVE ANM-DATA      TO SUSP-DATA
044200     WRITE SUSP-OUT-REC FROM SUSP-REC
044300     ADD 1 TO WS-RECS-SUSP
044400     MOVE ANM-BATCH-ID  TO WL-BATCH-ID
044500     MOVE ANM-RECNO     TO WL-RECNO
044600     MOVE 'SUSPENDED'   TO WL-ACTION
044700     MOVE SPACES        TO WL-DETAIL
044800     STRING 'BY ' WD-SUPERVISOR(C)
044900         DELIMITED BY SIZE INTO WL-DETAIL
045000     END-STRING
045100     WRITE REPT-REC FROM WS-REL-LINE.
045200 3400-EXIT.
045300     EXIT.
045400
045500*===============================================================*
045600*  4000-REPORT-UNMATCHED - A DECISION CARD THAT FOUND NO HELD   *
045700*                          RECORD IS A KEYING ERROR WORTH A     *
045800*                          LINE OF ITS OWN                      *
045900*===============================================================*
046000 4000-REPORT-UNMATCHED.
046100     MOVE 1 TO C
046200     PERFORM UNTIL C > WS-DEC-CNT
046300         IF WD-USED-SW(C) NOT = 'Y'
046400             ADD 1 TO WS-UNMATCHED-CNT
046500             MOVE WD-BATCH-ID(C) TO WL-BATCH-ID
046600             MOVE WD-RECNO(C)    TO WL-RECNO
046700             MOVE 'NOT HELD'     TO WL-ACTION
046800             MOVE 'DECISION MATCHES NO HELD RECORD'
046900                                 TO WL-DETAIL
047000             WRITE REPT-REC FROM WS-REL-LINE
047100         END-IF
047200         ADD 1 TO C
047300     END-PERFORM.
047400 4000-EXIT.
047500     EXIT.
047600
047700*===============================================================*
047800*  9000-TERMINATE - CLOSE THE RELEASE DECK WITH ITS TRAILER,    *
047900*                   WRITE TOTALS, LOG THE RUN, CLOSE FILES      *
048000*===============================================================*
048100 9000-TERMINATE.
048200     MOVE 'T'         TO BCR-TYPE
048300     MOVE WS-RECS-REL TO BCT-REC-COUNT
048400     MOVE WS-HASH-OUT TO BCT-HASH-TOTAL
048500     MOVE SPACES TO REL-REC
048600     MOVE BATCH-CTL-REC TO REL-REC(1:17)
048700     WRITE REL-REC
048800     IF WS-RECS-DUP > ZERO
048900         DISPLAY 'ANOMREL: ' WS-RECS-DUP
049000             ' REPEATED REVIEW RECORDS DROPPED'
049100     END-IF
049200     MOVE SPACES TO REPT-REC
049300     WRITE REPT-REC
049400     MOVE WS-RECS-IN   TO WT-RECS-IN
049500     MOVE WS-RECS-REL  TO WT-RECS-REL
049600     WRITE REPT-REC FROM WS-TOTALS-LINE
049700     MOVE WS-RECS-SUSP TO WT-RECS-SUSP
049800     MOVE WS-RECS-KEPT TO WT-RECS-KEPT
049900     WRITE REPT-REC FROM WS-TOTALS-LINE-2
050000     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
050100     CLOSE REV-IN-FILE
050200           DEC-FILE
050300           REV-OUT-FILE
050400           REL-FILE
050500           SUSP-FILE
050600           REPT-FILE.
050700 9000-EXIT.
050800     EXIT.
050900
051000*===============================================================*
051100*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE     *
051200*===============================================================*
051300 9500-WRITE-AUDIT.
051400     ACCEPT WS-AUDIT-TIME FROM TIME
051500     MOVE 'ANOMREL'       TO AUDIT-PROGRAM-ID
051600     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
051700     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
051800     MOVE WS-RECS-IN      TO AUDIT-RECS-IN
051900     MOVE WS-RECS-REL     TO AUDIT-RECS-OUT
052000     MOVE WS-RECS-SUSP    TO AUDIT-RECS-REJ
052100     MOVE WS-REL-BATCH-ID TO AUDIT-BATCH-ID
052200     MOVE WS-RECS-DUP     TO AUDIT-DUP-CNT
052300     MOVE WS-START-TIME   TO AUDIT-START-TIME
052400     CALL 'AUDITLOG' USING AUDIT-PARM.
052500 9500-EXIT.
052600     EXIT.
052700
052800*===============================================================*
052900*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN A   *
053000*                         DECISION CARD WAS BAD OR MATCHED NO   *
053100*                         HELD RECORD                           *
053200*===============================================================*
053300 9900-SET-RETURN-CODE.
053400     MOVE 0 TO RETURN-CODE
053500     IF WS-BAD-CARD-CNT > 0
053600             OR WS-UNMATCHED-CNT > 0
053700         MOVE 4 TO RETURN-CODE
053800     END-IF.
053900 9900-EXIT.
054000     EXIT.
054100
