000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EODROLL.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL END-OF-DAY ROLL, THE LAST STEP OF  *
001100*                   NIGHTLY. CONFIRMS FROM THE AUDIT LOG THAT   *
001200*                   EVERY PROGRAM ON THE EODCTL REQUIRED-STEP   *
001300*                   CARDS (SEE COPY/EODCTL.CPY) LEFT A RECORD   *
001400*                   DATED THE BUSINESS DATE, THEN ADVANCES THE  *
001500*                   PROCDATE CARD TO THE NEXT BUSINESS DAY      *
001600*                   (DATERTN, SKIPPING WEEKENDS AND THE HOLFILE *
001700*                   HOLIDAYS) AND CLOSES THE DATE ON THE        *
001800*                   BUSINESS-DATE HISTORY (SEE COPY/BDHREC.CPY) *
001900*                   THAT BUSDATE CHECKS AT THE START OF EVERY   *
002000*                   STEP. ANY STEP INCOMPLETE, NO PROCDATE CARD *
002100*                   OR A DATE ALREADY CLOSED WITHOUT A RERUN    *
002200*                   FLAG REFUSES THE ROLL WITH CONDITION CODE 8 *
002300*                   AND LEAVES THE CARD ALONE. BUSINESS DATES   *
002400*                   SKIPPED SINCE THE LAST CLOSE ARE LISTED AND *
002500*                   END THE RUN WITH 4. THE PROCLAST CARD IS    *
002600*                   SET TO THE DATE THE NIGHT RAN UNDER, FOR    *
002700*                   THE JOBS THAT REPORT ON IT AFTER THE ROLL.  *
002800*===============================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL HIST-FILE  ASSIGN TO "BDHIST"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT OPTIONAL CTL-FILE   ASSIGN TO "EODCTL"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT AUDIT-FILE  ASSIGN TO "AUDITLOG"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT PROC-FILE   ASSIGN TO "PROCDATE"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT LAST-FILE   ASSIGN TO "PROCLAST"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT REPT-FILE   ASSIGN TO "EODRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  HIST-FILE
005100     RECORDING MODE IS F.
005200 COPY BDHREC.
005300
005400 FD  CTL-FILE
005500     RECORDING MODE IS F.
005600 COPY EODCTL.
005700
005800*---------------------------------------------------------------*
005900*  THE AUDIT LOG AS AUDITLOG.COB WRITES IT                      *
006000*---------------------------------------------------------------*
006100 FD  AUDIT-FILE
006200     RECORDING MODE IS F.
006300 01  EOD-IN-REC.
006400     05  EI-PROGRAM-ID      PIC X(08).
006500     05  FILLER             PIC X(02).
006600     05  EI-RUN-DATE        PIC 9(06).
006700     05  FILLER             PIC X(94).
006800
006900 FD  PROC-FILE
007000     RECORDING MODE IS F.
007100 COPY PROCDATE.
007200
007300 FD  LAST-FILE
007400     RECORDING MODE IS F.
007500 01  LAST-REC               PIC X(80).
007600
007700 FD  REPT-FILE
007800     RECORDING MODE IS F.
007900 01  REPT-REC               PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-SWITCHES.
008300     05  WS-EOF-SW          PIC X(01)   VALUE 'N'.
008400         88  INPUT-EOF                  VALUE 'Y'.
008500         88  INPUT-NOT-EOF              VALUE 'N'.
008600     05  WS-REFUSE-SW       PIC X(01)   VALUE 'N'.
008700         88  ROLL-REFUSED               VALUE 'Y'.
008800     05  WS-CLOSED-SW       PIC X(01)   VALUE 'N'.
008900         88  DATE-ALREADY-CLOSED        VALUE 'Y'.
009000     05  WS-RERUN-SW        PIC X(01)   VALUE SPACE.
009100         88  RERUN-AUTHORIZED           VALUE 'R'.
009200     05  WS-FOUND-SW        PIC X(01)   VALUE 'N'.
009300         88  STEP-FOUND                 VALUE 'Y'.
009400
009500 01  WS-COUNTERS.
009600     05  WS-HIST-IN         PIC 9(06)   COMP    VALUE ZERO.
009700     05  WS-AUDIT-IN        PIC 9(08)   COMP    VALUE ZERO.
009800     05  WS-AUDIT-TODAY     PIC 9(06)   COMP    VALUE ZERO.
009900     05  WS-STEPS-OK        PIC 9(04)   COMP    VALUE ZERO.
010000     05  WS-STEPS-SHORT     PIC 9(04)   COMP    VALUE ZERO.
010100     05  WS-SKIP-CNT        PIC 9(04)   COMP    VALUE ZERO.
010200     05  WS-WARN-CNT        PIC 9(04)   COMP    VALUE ZERO.
010300
010400 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
010500 01  WS-NEXT-DATE           PIC 9(08)   VALUE ZEROES.
010600 01  WS-LAST-CLOSED         PIC 9(08)   VALUE ZEROES.
010700 01  WS-EXPECT-DATE         PIC 9(08)   VALUE ZEROES.
010800 01  WS-WALK-DATE           PIC 9(08)   VALUE ZEROES.
010900 01  WS-CLOSE-DATE          PIC 9(08)   VALUE ZEROES.
011000 01  WS-EDIT-DATE           PIC 9(08)   VALUE ZEROES.
011100 01  WS-EDIT-CNT            PIC ZZZ9.
011200 01  WS-EDIT-MIN            PIC Z9.
011300 01  SX                     PIC 9(04)   COMP    VALUE ZERO.
011400
011500*---------------------------------------------------------------*
011600*  REQUIRED STEPS FROM THE EODCTL CARDS, WITH THE RUNS FOUND ON *
011700*  THE AUDIT LOG FOR THE BUSINESS DATE                          *
011800*---------------------------------------------------------------*
011900 01  WS-STEP-CNT            PIC 9(04)   COMP    VALUE ZERO.
012000 01  WS-STEP-TABLE.
012100     05  WS-STEP-ENTRY      OCCURS 50.
012200         10  ES-PROGRAM-ID  PIC X(08).
012300         10  ES-MIN-RUNS    PIC 9(02).
012400         10  ES-RUNS        PIC 9(04).
012500
012600*---------------------------------------------------------------*
012700*  COMMUNICATION AREAS FOR THE SHARED PROCESSING-DATE RESOLVER, *
012800*  THE DATE-MATH ROUTINE AND THE AUDIT LOGGER                   *
012900*---------------------------------------------------------------*
013000 COPY BUSDPARM.
013100 COPY DATEPARM.
013200 COPY AUDITPARM.
013300 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
013400 01  WS-START-TIME          PIC 9(08)   VALUE ZEROES.
013500
013600*---------------------------------------------------------------*
013700*  REPORT LINES                                                 *
013800*---------------------------------------------------------------*
013900 01  WS-HEADING-1.
014000     05  FILLER             PIC X(34)   VALUE
014100         'END-OF-DAY ROLL             BDATE '.
014200     05  WH-DATE            PIC 9(08).
014300     05  FILLER             PIC X(38)   VALUE SPACES.
014400
014500 01  WS-HEADING-2.
014600     05  FILLER             PIC X(40)   VALUE
014700         'PROGRAM  REQUIRED   RAN  STATUS'.
014800     05  FILLER             PIC X(40)   VALUE SPACES.
014900
015000 01  WS-STEP-LINE.
015100     05  WL-PROGRAM-ID      PIC X(08).
015200     05  FILLER             PIC X(07)   VALUE SPACES.
015300     05  WL-MIN-RUNS        PIC Z9.
015400     05  FILLER             PIC X(02)   VALUE SPACES.
015500     05  WL-RUNS            PIC ZZZ9.
015600     05  FILLER             PIC X(02)   VALUE SPACES.
015700     05  WL-STATUS          PIC X(10).
015800     05  FILLER             PIC X(45)   VALUE SPACES.
015900
016000 01  WS-TOTALS-LINE.
016100     05  FILLER             PIC X(20)   VALUE
016200         'AUDIT RECORDS READ: '.
016300     05  WT-AUDIT-IN        PIC Z,ZZZ,ZZ9.
016400     05  FILLER             PIC X(03)   VALUE SPACES.
016500     05  FILLER             PIC X(20)   VALUE
016600         'DATED THE BUS DATE: '.
016700     05  WT-AUDIT-TODAY     PIC Z,ZZZ,ZZ9.
016800     05  FILLER             PIC X(19)   VALUE SPACES.
016900
017000 01  WS-TOTALS-LINE-2.
017100     05  FILLER             PIC X(20)   VALUE
017200         'STEPS COMPLETE ...: '.
017300     05  WT-STEPS-OK        PIC Z,ZZZ,ZZ9.
017400     05  FILLER             PIC X(03)   VALUE SPACES.
017500     05  FILLER             PIC X(20)   VALUE
017600         'STEPS INCOMPLETE .: '.
017700     05  WT-STEPS-SHORT     PIC Z,ZZZ,ZZ9.
017800     05  FILLER             PIC X(19)   VALUE SPACES.
017900
018000 PROCEDURE DIVISION.
018100*===============================================================*
018200*  0000-MAINLINE                                                *
018300*===============================================================*
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
018600     PERFORM 2000-LOAD-HISTORY    THRU 2000-EXIT
018700     PERFORM 3000-LOAD-STEPS      THRU 3000-EXIT
018800     PERFORM 4000-SCAN-AUDIT-LOG  THRU 4000-EXIT
018900     PERFORM 5000-CHECK-STEPS     THRU 5000-EXIT
019000     IF NOT ROLL-REFUSED
019100         PERFORM 6000-ROLL-DATE   THRU 6000-EXIT
019200     END-IF
019300     PERFORM 9000-TERMINATE       THRU 9000-EXIT
019400     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
019500     STOP RUN.
019600
019700*===============================================================*
019800*  1000-INITIALIZE - DATE THE RUN, PICK UP THE RERUN FLAG AND   *
019900*                    SET THE PROCLAST CARD TO THE DATE THE      *
020000*                    NIGHT RAN UNDER                            *
020100*===============================================================*
020200 1000-INITIALIZE.
020300     ACCEPT WS-START-TIME FROM TIME
020400     OPEN OUTPUT REPT-FILE
020500     CALL 'BUSDATE' USING BUSD-PARM
020600     MOVE BUSD-DATE TO WS-TODAY
020700     MOVE WS-TODAY TO WH-DATE
020800     WRITE REPT-REC FROM WS-HEADING-1
020900     MOVE SPACES TO REPT-REC
021000     WRITE REPT-REC
021100     IF BUSD-FROM-CLOCK
021200         MOVE 'NO PROCDATE CARD - RAN UNDER THE SYSTEM CLOCK'
021300             TO REPT-REC
021400         WRITE REPT-REC
021500         SET ROLL-REFUSED TO TRUE
021600         GO TO 1000-EXIT
021700     END-IF
021800     OPEN INPUT PROC-FILE
021900     READ PROC-FILE
022000         AT END
022100             MOVE SPACE TO PDC-RERUN-SW
022200     END-READ
022300     MOVE PDC-RERUN-SW TO WS-RERUN-SW
022400     CLOSE PROC-FILE
022500     MOVE SPACES TO LAST-REC
022600     MOVE WS-TODAY TO LAST-REC(1:8)
022700     OPEN OUTPUT LAST-FILE
022800     WRITE LAST-REC
022900     CLOSE LAST-FILE.
023000 1000-EXIT.
023100     EXIT.
023200
023300*===============================================================*
023400*  2000-LOAD-HISTORY - IS THE DATE ALREADY CLOSED, AND WHICH    *
023500*                      DATE SHOULD THIS NIGHT HAVE BEEN         *
023600*===============================================================*
023700 2000-LOAD-HISTORY.
023800     OPEN INPUT HIST-FILE
023900     SET INPUT-NOT-EOF TO TRUE
024000     PERFORM UNTIL INPUT-EOF
024100         READ HIST-FILE
024200             AT END
024300                 SET INPUT-EOF TO TRUE
024400             NOT AT END
024500                 ADD 1 TO WS-HIST-IN
024600                 IF BDH-BUS-DATE = WS-TODAY
024700                     SET DATE-ALREADY-CLOSED TO TRUE
024800                 END-IF
024900                 IF BDH-BUS-DATE > WS-LAST-CLOSED
025000                     MOVE BDH-BUS-DATE  TO WS-LAST-CLOSED
025100                     MOVE BDH-NEXT-DATE TO WS-EXPECT-DATE
025200                 END-IF
025300         END-READ
025400     END-PERFORM
025500     CLOSE HIST-FILE
025600     IF ROLL-REFUSED
025700         GO TO 2000-EXIT
025800     END-IF
025900     IF DATE-ALREADY-CLOSED
026000         PERFORM 2100-CHECK-RERUN     THRU 2100-EXIT
026100         GO TO 2000-EXIT
026200     END-IF
026300     IF WS-HIST-IN = ZERO
026400         GO TO 2000-EXIT
026500     END-IF
026600     IF WS-TODAY < WS-LAST-CLOSED
026700         ADD 1 TO WS-WARN-CNT
026800         MOVE WS-LAST-CLOSED TO WS-EDIT-DATE
026900         MOVE SPACES TO REPT-REC
027000         STRING 'BUSINESS DATE IS EARLIER THAN THE LAST CLOSED, '
027100             WS-EDIT-DATE
027200             DELIMITED BY SIZE INTO REPT-REC
027300         END-STRING
027400         WRITE REPT-REC
027500         GO TO 2000-EXIT
027600     END-IF
027700     IF WS-TODAY > WS-EXPECT-DATE
027800         PERFORM 2200-LIST-SKIPPED    THRU 2200-EXIT
027900     END-IF.
028000 2000-EXIT.
028100     EXIT.
028200
028300*===============================================================*
028400*  2100-CHECK-RERUN - A CLOSED DATE ROLLS AGAIN ONLY UNDER THE  *
028500*                     PROCDATE CARD'S RERUN FLAG                *
028600*===============================================================*
028700 2100-CHECK-RERUN.
028800     IF RERUN-AUTHORIZED
028900         ADD 1 TO WS-WARN-CNT
029000         MOVE 'DATE ALREADY CLOSED - RERUN FLAG ON PROCDATE CARD'
029100             TO REPT-REC
029200         WRITE REPT-REC
029300     ELSE
029400         MOVE 'DATE ALREADY CLOSED, NO RERUN FLAG - ROLL REFUSED'
029500             TO REPT-REC
029600         WRITE REPT-REC
029700         SET ROLL-REFUSED TO TRUE
029800     END-IF.
029900 2100-EXIT.
030000     EXIT.
030100
030200*===============================================================*
030300*  2200-LIST-SKIPPED - THE BUSINESS DATES FROM THE DAY AFTER    *
030400*                      THE LAST CLOSE UP TO TONIGHT, NONE OF    *
030500*                      THEM EVER CLOSED                         *
030600*===============================================================*
030700 2200-LIST-SKIPPED.
030800     MOVE WS-EXPECT-DATE TO WS-WALK-DATE
030900     PERFORM UNTIL WS-WALK-DATE NOT < WS-TODAY
031000                   OR WS-SKIP-CNT NOT < 60
031100         ADD 1 TO WS-SKIP-CNT
031200         MOVE SPACES TO REPT-REC
031300         STRING 'BUSINESS DATE ' WS-WALK-DATE
031400             ' WAS SKIPPED - NEVER CLOSED'
031500             DELIMITED BY SIZE INTO REPT-REC
031600         END-STRING
031700         WRITE REPT-REC
031800         MOVE WS-WALK-DATE TO WS-EDIT-DATE
031900         PERFORM 8000-NEXT-BUS-DAY THRU 8000-EXIT
032000         MOVE WS-NEXT-DATE TO WS-WALK-DATE
032100     END-PERFORM.
032200 2200-EXIT.
032300     EXIT.
032400
032500*===============================================================*
032600*  3000-LOAD-STEPS - THE REQUIRED-STEP CARDS. NONE AT ALL       *
032700*                    REFUSES THE ROLL                           *
032800*===============================================================*
032900 3000-LOAD-STEPS.
033000     OPEN INPUT CTL-FILE
033100     SET INPUT-NOT-EOF TO TRUE
033200     PERFORM UNTIL INPUT-EOF
033300         READ CTL-FILE
033400             AT END
033500                 SET INPUT-EOF TO TRUE
033600             NOT AT END
033700                 PERFORM 3100-ADD-STEP THRU 3100-EXIT
033800         END-READ
033900     END-PERFORM
034000     CLOSE CTL-FILE
034100     IF WS-STEP-CNT = ZERO
034200         MOVE 'NO REQUIRED-STEP CARDS ON EODCTL - ROLL REFUSED'
034300             TO REPT-REC
034400         WRITE REPT-REC
034500         SET ROLL-REFUSED TO TRUE
034600     END-IF.
034700 3000-EXIT.
034800     EXIT.
034900
035000*===============================================================*
035100*  3100-ADD-STEP - ONE REQUIRED STEP PER CARD                   *
035200*===============================================================*
035300 3100-ADD-STEP.
035400     IF EOD-CTL-REC(1:1) = '*' OR EOC-PROGRAM-ID = SPACES
035500         GO TO 3100-EXIT
035600     END-IF
035700     IF WS-STEP-CNT NOT < 50
035800         DISPLAY 'EODROLL: STEP TABLE FULL - CARD IGNORED '
035900             EOC-PROGRAM-ID
036000         GO TO 3100-EXIT
036100     END-IF
036200     ADD 1 TO WS-STEP-CNT
036300     MOVE EOC-PROGRAM-ID TO ES-PROGRAM-ID(WS-STEP-CNT)
036400     IF EOC-MIN-RUNS IS NUMERIC AND EOC-MIN-RUNS > ZERO
036500         MOVE EOC-MIN-RUNS TO ES-MIN-RUNS(WS-STEP-CNT)
036600     ELSE
036700         MOVE 1 TO ES-MIN-RUNS(WS-STEP-CNT)
036800     END-IF
036900     MOVE ZERO TO ES-RUNS(WS-STEP-CNT).
037000 3100-EXIT.
037100     EXIT.
037200
037300*===============================================================*
037400*  4000-SCAN-AUDIT-LOG - COUNT EACH REQUIRED PROGRAM'S RUNS     *
037500*                        DATED THE BUSINESS DATE                *
037600*===============================================================*
037700 4000-SCAN-AUDIT-LOG.
037800     OPEN INPUT AUDIT-FILE
037900     SET INPUT-NOT-EOF TO TRUE
038000     PERFORM UNTIL INPUT-EOF
038100         READ AUDIT-FILE
038200             AT END
038300                 SET INPUT-EOF TO TRUE
038400             NOT AT END
038500                 PERFORM 4100-COUNT-RUN THRU 4100-EXIT
038600         END-READ
038700     END-PERFORM
038800     CLOSE AUDIT-FILE.
038900 4000-EXIT.
039000     EXIT.
039100
039200*===============================================================*
039300*  4100-COUNT-RUN                                               *
039400*===============================================================*
039500 4100-COUNT-RUN.
039600     ADD 1 TO WS-AUDIT-IN
039700     IF EI-RUN-DATE NOT = WS-TODAY(3:6)
039800         GO TO 4100-EXIT
039900     END-IF
040000     ADD 1 TO WS-AUDIT-TODAY
040100     PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-CNT
040200         IF ES-PROGRAM-ID(SX) = EI-PROGRAM-ID
040300             ADD 1 TO ES-RUNS(SX)
040400         END-IF
040500     END-PERFORM.
040600 4100-EXIT.
040700     EXIT.
040800
040900*===============================================================*
041000*  5000-CHECK-STEPS - ONE LINE PER REQUIRED STEP; ANY SHORT OF  *
041100*                     ITS RUNS REFUSES THE ROLL                 *
041200*===============================================================*
041300 5000-CHECK-STEPS.
041400     IF WS-STEP-CNT = ZERO
041500         GO TO 5000-EXIT
041600     END-IF
041700     MOVE SPACES TO REPT-REC
041800     WRITE REPT-REC
041900     WRITE REPT-REC FROM WS-HEADING-2
042000     PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-STEP-CNT
042100         MOVE ES-PROGRAM-ID(SX) TO WL-PROGRAM-ID
042200         MOVE ES-MIN-RUNS(SX)   TO WL-MIN-RUNS
042300         MOVE ES-RUNS(SX)       TO WL-RUNS
042400         IF ES-RUNS(SX) < ES-MIN-RUNS(SX)
042500             MOVE 'INCOMPLETE' TO WL-STATUS
042600             ADD 1 TO WS-STEPS-SHORT
042700             SET ROLL-REFUSED TO TRUE
042800         ELSE
042900             MOVE 'COMPLETE'   TO WL-STATUS
043000             ADD 1 TO WS-STEPS-OK
043100         END-IF
043200         WRITE REPT-REC FROM WS-STEP-LINE
043300     END-PERFORM.
043400 5000-EXIT.
043500     EXIT.
043600
043700*===============================================================*
043800*  6000-ROLL-DATE - ADVANCE THE PROCDATE CARD TO THE NEXT       *
043900*                   BUSINESS DAY AND CLOSE THE DATE ON THE      *
044000*                   HISTORY                                     *
044100*===============================================================*
044200 6000-ROLL-DATE.
044300     MOVE WS-TODAY TO WS-EDIT-DATE
044400     PERFORM 8000-NEXT-BUS-DAY THRU 8000-EXIT
044500     MOVE SPACES       TO PROC-DATE-REC
044600     MOVE WS-NEXT-DATE TO PDC-BUS-DATE
044700     OPEN OUTPUT PROC-FILE
044800     WRITE PROC-DATE-REC
044900     CLOSE PROC-FILE
045000     ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
045100     ACCEPT WS-AUDIT-TIME FROM TIME
045200     MOVE SPACES         TO BDH-REC
045300     MOVE WS-TODAY       TO BDH-BUS-DATE
045400     MOVE WS-NEXT-DATE   TO BDH-NEXT-DATE
045500     MOVE WS-CLOSE-DATE  TO BDH-CLOSE-DATE
045600     MOVE WS-AUDIT-TIME  TO BDH-CLOSE-TIME
045700     MOVE WS-AUDIT-TODAY TO BDH-AUDIT-CNT
045800     SET BDH-CLOSE-NORMAL TO TRUE
045900     IF WS-SKIP-CNT > ZERO
046000         SET BDH-CLOSE-SKIPPED TO TRUE
046100     END-IF
046200     IF DATE-ALREADY-CLOSED
046300         SET BDH-CLOSE-RERUN TO TRUE
046400     END-IF
046500     OPEN EXTEND HIST-FILE
046600     WRITE BDH-REC
046700     CLOSE HIST-FILE.
046800 6000-EXIT.
046900     EXIT.
047000
047100*===============================================================*
047200*  8000-NEXT-BUS-DAY - THE BUSINESS DAY AFTER WS-EDIT-DATE INTO *
047300*                      WS-NEXT-DATE                             *
047400*===============================================================*
047500 8000-NEXT-BUS-DAY.
047600     MOVE WS-EDIT-DATE(7:2) TO DATE-IN-DD
047700     MOVE WS-EDIT-DATE(5:2) TO DATE-IN-MM
047800     MOVE WS-EDIT-DATE(1:4) TO DATE-IN-YYYY
047900     MOVE 1   TO DATE-OFFSET
048000     MOVE SPACE TO DATE-ADJ-FLAG
048100     MOVE 'B' TO DATE-FUNCTION
048200     CALL 'DATERTN' USING DATE-PARM
048300     MOVE DATE-OUT-YYYY TO WS-NEXT-DATE(1:4)
048400     MOVE DATE-OUT-MM   TO WS-NEXT-DATE(5:2)
048500     MOVE DATE-OUT-DD   TO WS-NEXT-DATE(7:2).
048600 8000-EXIT.
048700     EXIT.
048800
048900*===============================================================*
049000*  9000-TERMINATE - WRITE TOTALS AND THE OUTCOME, LOG THE RUN,  *
049100*                   CLOSE FILES                                 *
049200*===============================================================*
049300 9000-TERMINATE.
049400     MOVE SPACES TO REPT-REC
049500     WRITE REPT-REC
049600     MOVE WS-AUDIT-IN    TO WT-AUDIT-IN
049700     MOVE WS-AUDIT-TODAY TO WT-AUDIT-TODAY
049800     WRITE REPT-REC FROM WS-TOTALS-LINE
049900     MOVE WS-STEPS-OK    TO WT-STEPS-OK
050000     MOVE WS-STEPS-SHORT TO WT-STEPS-SHORT
050100     WRITE REPT-REC FROM WS-TOTALS-LINE-2
050200     MOVE SPACES TO REPT-REC
050300     WRITE REPT-REC
050400     IF ROLL-REFUSED
050500         STRING 'ROLL REFUSED - PROCDATE LEFT AT ' WS-TODAY
050600             DELIMITED BY SIZE INTO REPT-REC
050700         END-STRING
050800     ELSE
050900         STRING 'BUSINESS DATE ' WS-TODAY
051000             ' CLOSED - PROCDATE ADVANCED TO ' WS-NEXT-DATE
051100             DELIMITED BY SIZE INTO REPT-REC
051200         END-STRING
051300     END-IF
051400     WRITE REPT-REC
051500     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
051600     CLOSE REPT-FILE.
051700 9000-EXIT.
051800     EXIT.
051900
052000*===============================================================*
052100*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE     *
052200*===============================================================*
052300 9500-WRITE-AUDIT.
052400     ACCEPT WS-AUDIT-TIME FROM TIME
052500     MOVE 'EODROLL'       TO AUDIT-PROGRAM-ID
052600     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
052700     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
052800     MOVE WS-STEP-CNT     TO AUDIT-RECS-IN
052900     MOVE WS-STEPS-OK     TO AUDIT-RECS-OUT
053000     MOVE WS-STEPS-SHORT  TO AUDIT-RECS-REJ
053100     MOVE SPACES          TO AUDIT-BATCH-ID
053200     MOVE ZERO            TO AUDIT-DUP-CNT
053300     MOVE WS-START-TIME   TO AUDIT-START-TIME
053400     CALL 'AUDITLOG' USING AUDIT-PARM.
053500 9500-EXIT.
053600     EXIT.
053700
053800*===============================================================*
053900*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 ROLLED CLEAN, 4   *
054000*                         ROLLED OVER A SKIPPED DATE, AN OLDER  *
054100*                         DATE OR AN AUTHORIZED RERUN, 8 ROLL   *
054200*                         REFUSED                               *
054300*===============================================================*
054400 9900-SET-RETURN-CODE.
054500     MOVE 0 TO RETURN-CODE
054600     IF WS-SKIP-CNT > 0 OR WS-WARN-CNT > 0
054700         MOVE 4 TO RETURN-CODE
054800     END-IF
054900     IF ROLL-REFUSED
055000         MOVE 8 TO RETURN-CODE
055100     END-IF.
055200 9900-EXIT.
055300     EXIT.
