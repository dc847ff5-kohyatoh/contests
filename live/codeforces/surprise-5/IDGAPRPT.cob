000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IDGAPRPT.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL TRANSACTION-ID GAP REPORT, RUN     *
001100*                   WEEKLY. FOR EVERY BLOCK OF IDS ISSUED TO A  *
001200*                   SUBMITTING DEPARTMENT (IDBLKREG, SEE        *
001300*                   COPY/IDBREC.CPY) IT WALKS THE VALID IDS     *
001400*                   FROM THE BOTTOM OF THE BLOCK UP TO THE      *
001500*                   HIGHEST ONE THE DEPARTMENT HAS USED AND     *
001600*                   LOOKS EACH UP ON THE POSTED MASTER. AN ID   *
001700*                   NOT POSTED IS EXPLAINED IF IT SITS IN       *
001800*                   SUSPENSE, IN THE QUARANTINE OR ON THE       *
001900*                   WRITE-OFF REGISTER, AND IS LISTED AS SUCH;  *
002000*                   OTHERWISE IT IS MISSING, AND RUNS OF        *
002100*                   MISSING IDS ARE LISTED AS ONE RANGE DATED   *
002200*                   BY THE FIRST ID USED ABOVE THEM. IDS FOUND  *
002300*                   ONLY IN SUSPENSE OR QUARANTINE OUTSIDE ANY  *
002400*                   BLOCK, AND IDS POSTED OUT OF DATE ORDER     *
002500*                   WITHIN A BATCH-ID PREFIX, ARE LISTED TOO.   *
002600*                   AN UNEXPLAINED GAP OLDER THAN THE           *
002700*                   IDGAP-TOL-DAYS SUITE PARAMETER ENDS THE RUN *
002800*                   WITH CONDITION CODE 4.                      *
002900*===============================================================*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT POST-FILE   ASSIGN TO "POSTMST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE  IS DYNAMIC
003900         RECORD KEY   IS POST-ID
004000         FILE STATUS  IS WS-POST-STATUS.
004100     SELECT OPTIONAL IDB-FILE  ASSIGN TO "IDBLKREG"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT OPTIONAL SUSP-FILE ASSIGN TO "SUSPMST"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT OPTIONAL QUAR-FILE ASSIGN TO "QUARMST"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT OPTIONAL WROF-FILE ASSIGN TO "WROFREG"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT REPT-FILE   ASSIGN TO "IDGAPRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  POST-FILE.
005500 COPY POSTREC.
005600
005700 FD  IDB-FILE
005800     RECORDING MODE IS F.
005900 COPY IDBREC.
006000
006100 FD  SUSP-FILE
006200     RECORDING MODE IS F.
006300 01  SUSP-IN-REC            PIC X(80).
006400
006500 FD  QUAR-FILE
006600     RECORDING MODE IS F.
006700 COPY QUARREC.
006800
006900 FD  WROF-FILE
007000     RECORDING MODE IS F.
007100 01  WROF-IN-REC            PIC X(80).
007200
007300 FD  REPT-FILE
007400     RECORDING MODE IS F.
007500 01  REPT-REC               PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800 01  WS-POST-STATUS         PIC X(02)   VALUE SPACES.
007900 01  WS-SWITCHES.
008000     05  WS-EOF-SW          PIC X(01)   VALUE 'N'.
008100         88  INPUT-EOF                  VALUE 'Y'.
008200     05  WS-POST-OPEN-SW    PIC X(01)   VALUE 'N'.
008300         88  POST-MISSING               VALUE 'Y'.
008400     05  WS-FOUND-SW        PIC X(01)   VALUE 'N'.
008500         88  ID-POSTED                  VALUE 'Y'.
008600     05  WS-GAP-SW          PIC X(01)   VALUE 'N'.
008700         88  GAP-OPEN                   VALUE 'Y'.
008800     05  WS-WALK-SW         PIC X(01)   VALUE 'N'.
008900         88  WALK-DONE                  VALUE 'Y'.
009000     05  WS-ELSE-FULL-SW    PIC X(01)   VALUE 'N'.
009100         88  ELSE-TABLE-FULL            VALUE 'Y'.
009200     05  WS-PFX-FULL-SW     PIC X(01)   VALUE 'N'.
009300         88  PFX-TABLE-FULL             VALUE 'Y'.
009400
009500 01  WS-COUNTERS.
009600     05  WS-POST-IN         PIC 9(08)   COMP    VALUE ZERO.
009700     05  WS-IDB-IN          PIC 9(06)   COMP    VALUE ZERO.
009800     05  WS-IDS-WALKED      PIC 9(08)   COMP    VALUE ZERO.
009900     05  WS-MISSING-CNT     PIC 9(08)   COMP    VALUE ZERO.
010000     05  WS-AGED-CNT        PIC 9(06)   COMP    VALUE ZERO.
010100     05  WS-ELSE-ONLY-CNT   PIC 9(06)   COMP    VALUE ZERO.
010200     05  WS-ORDER-CNT       PIC 9(06)   COMP    VALUE ZERO.
010300
010400 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
010500 01  WS-TODAY-DAYS          PIC S9(10)  VALUE ZEROES.
010600 01  WS-GAP-DAYS            PIC S9(10)  VALUE ZEROES.
010700 01  WS-AGE-DAYS            PIC S9(10)  VALUE ZEROES.
010800 01  WS-TOL-DAYS            PIC 9(03)   VALUE ZEROES.
010900 01  WS-CHK-BATCH-ID        PIC X(08)   VALUE SPACES.
011000 01  WS-CHK-PREFIX          PIC X(02)   VALUE SPACES.
011100 01  WS-CHK-SOURCE          PIC X(01)   VALUE SPACE.
011200 01  WS-CHK-ID              PIC 9(06)   VALUE ZEROES.
011300 01  WS-CHK-DATE            PIC 9(08)   VALUE ZEROES.
011400 01  WS-WALK-ID             PIC 9(06)   VALUE ZEROES.
011500 01  WS-GAP-FIRST           PIC 9(06)   VALUE ZEROES.
011600 01  WS-GAP-LAST            PIC 9(06)   VALUE ZEROES.
011700 01  WS-GAP-CNT             PIC 9(06)   VALUE ZEROES.
011800 01  WS-GAP-DATE            PIC 9(08)   VALUE ZEROES.
011900 01  WS-EDIT-CNT            PIC ZZZ,ZZ9.
012000 01  WS-EDIT-AGE            PIC ZZZ9.
012100 01  WS-EDIT-TOL            PIC ZZ9.
012200 01  BX                     PIC 9(04)   COMP    VALUE ZERO.
012300 01  EX                     PIC 9(04)   COMP    VALUE ZERO.
012400 01  PX                     PIC 9(04)   COMP    VALUE ZERO.
012500
012600*---------------------------------------------------------------*
012700*  ISSUED BLOCKS - ONE ENTRY PER IDBLKREG RECORD, WITH THE      *
012800*  HIGHEST ID OF THE BLOCK SEEN IN USE ANYWHERE                 *
012900*---------------------------------------------------------------*
013000 01  WS-BLK-CNT             PIC 9(04)   COMP    VALUE ZERO.
013100 01  WS-BLK-TABLE.
013200     05  WS-BLK-ENTRY       OCCURS 1000.
013300         10  WB-PREFIX      PIC X(02).
013400         10  WB-DEPT        PIC X(04).
013500         10  WB-FIRST-ID    PIC 9(06).
013600         10  WB-LAST-ID     PIC 9(06).
013700         10  WB-HIGH-USED   PIC 9(06).
013800
013900*---------------------------------------------------------------*
014000*  IDS HELD OUTSIDE THE POSTED MASTER - W WRITTEN OFF, S IN     *
014100*  SUSPENSE, Q IN QUARANTINE. THE DATE IS THE DAY THE RECORD    *
014200*  REACHED SUSPENSE (ZERO FOR QUARANTINE, WHICH KEEPS NONE).    *
014300*  AN ENTRY IS MARKED ONCE A BLOCK WALK HAS LISTED IT.          *
014400*---------------------------------------------------------------*
014500 01  WS-ELSE-CNT            PIC 9(04)   COMP    VALUE ZERO.
014600 01  WS-ELSE-TABLE.
014700     05  WS-ELSE-ENTRY      OCCURS 5000.
014800         10  WE-ID          PIC 9(06).
014900         10  WE-PREFIX      PIC X(02).
015000         10  WE-BATCH-ID    PIC X(08).
015100         10  WE-SOURCE      PIC X(01).
015200         10  WE-DATE        PIC 9(08).
015300         10  WE-LISTED-SW   PIC X(01).
015400
015500*---------------------------------------------------------------*
015600*  PER-PREFIX TOTALS, AND THE LATEST POSTING DATE SEEN SO FAR   *
015700*  IN ID ORDER FOR THE OUT-OF-ORDER CHECK                       *
015800*---------------------------------------------------------------*
015900 01  WS-PFX-CNT             PIC 9(04)   COMP    VALUE ZERO.
016000 01  WS-PFX-TABLE.
016100     05  WS-PFX-ENTRY       OCCURS 200.
016200         10  WP-PREFIX      PIC X(02).
016300         10  WP-POSTED      PIC 9(07).
016400         10  WP-MISSING     PIC 9(07).
016500         10  WP-AGED        PIC 9(05).
016600         10  WP-ELSEWHERE   PIC 9(05).
016700         10  WP-ORDER       PIC 9(05).
016800         10  WP-MAX-DATE    PIC 9(08).
016900         10  WP-MAX-ID      PIC 9(06).
017000
017100*---------------------------------------------------------------*
017200*  A SUSPENSE OR WRITE-OFF RECORD, AND ITS DATA AREA AS A       *
017300*  TYPE-A DISPIN RECORD                                         *
017400*---------------------------------------------------------------*
017500 COPY SUSPREC.
017600 01  WS-DISP-ADD-REC.
017700     05  WS-DA-TYPE         PIC X(01).
017800     05  WS-DA-ID           PIC X(06).
017900     05  FILLER             PIC X(43).
018000
018100*---------------------------------------------------------------*
018200*  COMMUNICATION AREAS FOR THE SHARED PROCESSING-DATE RESOLVER, *
018300*  THE DATE-MATH ROUTINE, THE CHECK-DIGIT ROUTINE, THE AUDIT    *
018400*  LOGGER AND THE SUITE PARAMETER PARSER                        *
018500*---------------------------------------------------------------*
018600 COPY BUSDPARM.
018700 COPY DATEPARM.
018800 COPY CKDGPARM.
018900 COPY AUDITPARM.
019000 COPY PARMPARM.
019100 01  WS-PARM-ECHO.
019200     05  FILLER             PIC X(05)   VALUE 'PARM '.
019300     05  WPE-KEYWORD        PIC X(16).
019400     05  FILLER             PIC X(02)   VALUE ': '.
019500     05  WPE-VALUE          PIC X(20).
019600     05  FILLER             PIC X(01)   VALUE SPACE.
019700     05  WPE-SOURCE         PIC X(10).
019800     05  FILLER             PIC X(26)   VALUE SPACES.
019900 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
020000 01  WS-START-TIME          PIC 9(08)   VALUE ZEROES.
020100
020200*---------------------------------------------------------------*
020300*  REPORT LINES                                                 *
020400*---------------------------------------------------------------*
020500 01  WS-HEADING-1.
020600     05  FILLER             PIC X(34)   VALUE
020700         'TRANSACTION ID GAP REPORT   BDATE '.
020800     05  WH-DATE            PIC 9(08).
020900     05  FILLER             PIC X(38)   VALUE SPACES.
021000
021100 01  WS-HEADING-2.
021200     05  FILLER             PIC X(41)   VALUE
021300         'PX ID     TO ID   FINDING          DETAIL'.
021400     05  FILLER             PIC X(39)   VALUE SPACES.
021500
021600 01  WS-GAP-LINE.
021700     05  WL-PREFIX          PIC X(02).
021800     05  FILLER             PIC X(01)   VALUE SPACE.
021900     05  WL-FIRST-ID        PIC 9(06).
022000     05  FILLER             PIC X(01)   VALUE SPACE.
022100     05  WL-LAST-ID         PIC X(06).
022200     05  FILLER             PIC X(02)   VALUE SPACES.
022300     05  WL-FINDING         PIC X(16).
022400     05  FILLER             PIC X(01)   VALUE SPACE.
022500     05  WL-DETAIL          PIC X(45)   VALUE SPACES.
022600
022700 01  WS-PFX-HEADING.
022800     05  FILLER             PIC X(41)   VALUE
022900         'PX    POSTED MISSING   AGED   HELD  ORDER'.
023000     05  FILLER             PIC X(39)   VALUE SPACES.
023100
023200 01  WS-PFX-LINE.
023300     05  WX-PREFIX          PIC X(02).
023400     05  FILLER             PIC X(01)   VALUE SPACE.
023500     05  WX-POSTED          PIC Z,ZZZ,ZZ9.
023600     05  FILLER             PIC X(01)   VALUE SPACE.
023700     05  WX-MISSING         PIC ZZZ,ZZ9.
023800     05  FILLER             PIC X(01)   VALUE SPACE.
023900     05  WX-AGED            PIC ZZ,ZZ9.
024000     05  FILLER             PIC X(01)   VALUE SPACE.
024100     05  WX-ELSEWHERE       PIC ZZ,ZZ9.
024200     05  FILLER             PIC X(01)   VALUE SPACE.
024300     05  WX-ORDER           PIC ZZ,ZZ9.
024400     05  FILLER             PIC X(39)   VALUE SPACES.
024500
024600 01  WS-TOTALS-LINE.
024700     05  FILLER             PIC X(20)   VALUE
024800         'POSTINGS READ ....: '.
024900     05  WT-POST-IN         PIC Z,ZZZ,ZZ9.
025000     05  FILLER             PIC X(03)   VALUE SPACES.
025100     05  FILLER             PIC X(20)   VALUE
025200         'BLOCKS ON REGISTER: '.
025300     05  WT-IDB-IN          PIC ZZZ,ZZ9.
025400     05  FILLER             PIC X(21)   VALUE SPACES.
025500
025600 01  WS-TOTALS-LINE-2.
025700     05  FILLER             PIC X(20)   VALUE
025800         'IDS MISSING ......: '.
025900     05  WT-MISSING         PIC Z,ZZZ,ZZ9.
026000     05  FILLER             PIC X(03)   VALUE SPACES.
026100     05  FILLER             PIC X(20)   VALUE
026200         'GAPS PAST TOLERANCE '.
026300     05  WT-AGED            PIC ZZZ,ZZ9.
026400     05  FILLER             PIC X(21)   VALUE SPACES.
026500
026600 PROCEDURE DIVISION.
026700*===============================================================*
026800*  0000-MAINLINE                                                *
026900*===============================================================*
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
027200     IF NOT POST-MISSING
027300         PERFORM 2000-LOAD-BLOCKS     THRU 2000-EXIT
027400         PERFORM 2500-LOAD-ELSEWHERE  THRU 2500-EXIT
027500         PERFORM 3000-SCAN-POSTED     THRU 3000-EXIT
027600         PERFORM 4000-WALK-BLOCKS     THRU 4000-EXIT
027700         PERFORM 5000-LIST-ELSEWHERE  THRU 5000-EXIT
027800         PERFORM 6000-PREFIX-TOTALS   THRU 6000-EXIT
027900     END-IF
028000     PERFORM 9000-TERMINATE       THRU 9000-EXIT
028100     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
028200     STOP RUN.
028300
028400*===============================================================*
028500*  1000-INITIALIZE - DATE THE RUN, OPEN THE REPORT, LOAD THE    *
028600*                    TOLERANCE AND OPEN THE POSTED MASTER       *
028700*===============================================================*
028800 1000-INITIALIZE.
028900     ACCEPT WS-START-TIME FROM TIME
029000     CALL 'BUSDATE' USING BUSD-PARM
029100     MOVE BUSD-DATE TO WS-TODAY
029200     MOVE WS-TODAY(7:2) TO DATE-IN-DD
029300     MOVE WS-TODAY(5:2) TO DATE-IN-MM
029400     MOVE WS-TODAY(1:4) TO DATE-IN-YYYY
029500     MOVE 'D' TO DATE-FUNCTION
029600     CALL 'DATERTN' USING DATE-PARM
029700     MOVE DATE-OUT-DAYS TO WS-TODAY-DAYS
029800     OPEN OUTPUT REPT-FILE
029900     MOVE WS-TODAY TO WH-DATE
030000     WRITE REPT-REC FROM WS-HEADING-1
030100     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
030200     MOVE SPACES TO REPT-REC
030300     WRITE REPT-REC
030400     OPEN INPUT POST-FILE
030500     IF WS-POST-STATUS = '35'
030600         SET POST-MISSING TO TRUE
030700         DISPLAY 'IDGAPRPT: POSTED MASTER NOT FOUND - NO GAPS '
030800             'CHECKED'
030900         MOVE 'POSTED MASTER NOT FOUND - NO GAPS CHECKED'
031000             TO REPT-REC
031100         WRITE REPT-REC
031200         GO TO 1000-EXIT
031300     END-IF
031400     WRITE REPT-REC FROM WS-HEADING-2.
031500 1000-EXIT.
031600     EXIT.
031700
031800*===============================================================*
031900*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
032000*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
032100*                    FILE, RESOLVE THE GAP TOLERANCE AND ECHO   *
032200*                    IT                                         *
032300*===============================================================*
032400 1900-LOAD-PARMS.
032500     SET PARM-FUNC-LOAD TO TRUE
032600     CALL 'PARMRTN' USING PARM-PARM
032700     IF PARM-ERR-CNT > ZERO
032800         DISPLAY 'IDGAPRPT: SUITE PARAMETER FILE IN ERROR - '
032900             'RUN REFUSED'
033000         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
033100             TO REPT-REC
033200         WRITE REPT-REC
033300         CLOSE REPT-FILE
033400         MOVE 8 TO RETURN-CODE
033500         STOP RUN
033600     END-IF
033700     MOVE 7 TO WS-TOL-DAYS
033800     SET PARM-FUNC-GET TO TRUE
033900     MOVE 'IDGAP-TOL-DAYS' TO PARM-KEYWORD
034000     MOVE SPACES           TO PARM-QUALIFIER
034100     CALL 'PARMRTN' USING PARM-PARM
034200     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
034300         MOVE PARM-VALUE-NUM TO WS-TOL-DAYS
034400     END-IF
034500     MOVE 'IDGAP-TOL-DAYS' TO WPE-KEYWORD
034600     MOVE WS-TOL-DAYS TO WPE-VALUE
034700     IF PARM-FROM-FILE AND PARM-VALUE-NUM NOT = ZEROES
034800         MOVE '(SUITEPRM)' TO WPE-SOURCE
034900     ELSE
035000         MOVE '(DEFAULT)'  TO WPE-SOURCE
035100     END-IF
035200     WRITE REPT-REC FROM WS-PARM-ECHO.
035300 1900-EXIT.
035400     EXIT.
035500
035600*===============================================================*
035700*  2000-LOAD-BLOCKS - EVERY BLOCK EVER ISSUED, FROM THE ID-     *
035800*                     BLOCK REGISTER                            *
035900*===============================================================*
036000 2000-LOAD-BLOCKS.
036100     OPEN INPUT IDB-FILE
036200     MOVE 'N' TO WS-EOF-SW
036300     PERFORM 2100-READ-IDB THRU 2100-EXIT
036400     PERFORM UNTIL INPUT-EOF
036500         IF WS-BLK-CNT < 1000
036600             ADD 1 TO WS-BLK-CNT
036700             MOVE IDB-PREFIX   TO WB-PREFIX(WS-BLK-CNT)
036800             MOVE IDB-DEPT     TO WB-DEPT(WS-BLK-CNT)
036900             MOVE IDB-FIRST-ID TO WB-FIRST-ID(WS-BLK-CNT)
037000             MOVE IDB-LAST-ID  TO WB-LAST-ID(WS-BLK-CNT)
037100             MOVE ZERO         TO WB-HIGH-USED(WS-BLK-CNT)
037200         ELSE
037300             DISPLAY 'IDGAPRPT: BLOCK TABLE FULL - BLOCK '
037400                 IDB-FIRST-ID ' FOR ' IDB-PREFIX ' NOT CHECKED'
037500         END-IF
037600         PERFORM 2100-READ-IDB THRU 2100-EXIT
037700     END-PERFORM
037800     CLOSE IDB-FILE.
037900 2000-EXIT.
038000     EXIT.
038100
038200*===============================================================*
038300*  2100-READ-IDB                                                *
038400*===============================================================*
038500 2100-READ-IDB.
038600     READ IDB-FILE
038700         AT END
038800             SET INPUT-EOF TO TRUE
038900             GO TO 2100-EXIT
039000     END-READ
039100     ADD 1 TO WS-IDB-IN.
039200 2100-EXIT.
039300     EXIT.
039400
039500*===============================================================*
039600*  2500-LOAD-ELSEWHERE - EVERY TYPE-A ID HELD ON THE WRITE-OFF  *
039700*                        REGISTER, IN SUSPENSE OR IN THE        *
039800*                        QUARANTINE                             *
039900*===============================================================*
040000 2500-LOAD-ELSEWHERE.
040100     MOVE 'W' TO WS-CHK-SOURCE
040200     OPEN INPUT WROF-FILE
040300     MOVE 'N' TO WS-EOF-SW
040400     PERFORM UNTIL INPUT-EOF
040500         READ WROF-FILE INTO SUSP-REC
040600             AT END
040700                 SET INPUT-EOF TO TRUE
040800             NOT AT END
040900                 PERFORM 2520-TABLE-SUSP-ID THRU 2520-EXIT
041000         END-READ
041100     END-PERFORM
041200     CLOSE WROF-FILE
041300     MOVE 'S' TO WS-CHK-SOURCE
041400     OPEN INPUT SUSP-FILE
041500     MOVE 'N' TO WS-EOF-SW
041600     PERFORM UNTIL INPUT-EOF
041700         READ SUSP-FILE INTO SUSP-REC
041800             AT END
041900                 SET INPUT-EOF TO TRUE
042000             NOT AT END
042100                 PERFORM 2520-TABLE-SUSP-ID THRU 2520-EXIT
042200         END-READ
042300     END-PERFORM
042400     CLOSE SUSP-FILE
042500     MOVE 'Q' TO WS-CHK-SOURCE
042600     OPEN INPUT QUAR-FILE
042700     MOVE 'N' TO WS-EOF-SW
042800     PERFORM UNTIL INPUT-EOF
042900         READ QUAR-FILE
043000             AT END
043100                 SET INPUT-EOF TO TRUE
043200             NOT AT END
043300                 PERFORM 2540-TABLE-QUAR-ID THRU 2540-EXIT
043400         END-READ
043500     END-PERFORM
043600     CLOSE QUAR-FILE.
043700 2500-EXIT.
043800     EXIT.
043900
044000*===============================================================*
044100*  2520-TABLE-SUSP-ID - A SUSPENSE OR WRITE-OFF RECORD. ITS     *
044200*                       DATA AREA IS THE DISPIN IMAGE; ONLY     *
044300*                       TYPE-A RECORDS CARRY A TRANSACTION ID   *
044400*===============================================================*
044500 2520-TABLE-SUSP-ID.
044600     MOVE SUSP-DATA TO WS-DISP-ADD-REC
044700     IF WS-DA-TYPE NOT = 'A' OR WS-DA-ID IS NOT NUMERIC
044800         GO TO 2520-EXIT
044900     END-IF
045000     MOVE WS-DA-ID         TO WS-CHK-ID
045100     MOVE SUSP-BATCH-ID    TO WS-CHK-BATCH-ID
045200     MOVE SUSP-ADD-DATE    TO WS-CHK-DATE
045300     PERFORM 2560-ADD-ELSE-ENTRY THRU 2560-EXIT.
045400 2520-EXIT.
045500     EXIT.
045600
045700*===============================================================*
045800*  2540-TABLE-QUAR-ID - A QUARANTINED RECORD IMAGE IS A DISPIN  *
045900*                       RECORD (TYPE BYTE 'A', THEN THE ID) OR  *
046000*                       A TRANIN RECORD (THE ID FIRST).         *
046100*                       HEADERS, TRAILERS AND OTHER TYPES ARE   *
046200*                       PASSED OVER                             *
046300*===============================================================*
046400 2540-TABLE-QUAR-ID.
046500     IF QUD-IMAGE(1:1) = 'A' AND QUD-IMAGE(2:6) IS NUMERIC
046600         MOVE QUD-IMAGE(2:6) TO WS-CHK-ID
046700     ELSE
046800         IF QUD-IMAGE(1:6) IS NUMERIC
046900             MOVE QUD-IMAGE(1:6) TO WS-CHK-ID
047000         ELSE
047100             GO TO 2540-EXIT
047200         END-IF
047300     END-IF
047400     MOVE QUD-BATCH-ID TO WS-CHK-BATCH-ID
047500     MOVE ZERO         TO WS-CHK-DATE
047600     PERFORM 2560-ADD-ELSE-ENTRY THRU 2560-EXIT.
047700 2540-EXIT.
047800     EXIT.
047900
048000*===============================================================*
048100*  2560-ADD-ELSE-ENTRY - TABLE ONE HELD ID AND COUNT IT AS IN   *
048200*                        USE FOR ITS PREFIX'S BLOCK             *
048300*===============================================================*
048400 2560-ADD-ELSE-ENTRY.
048500     IF WS-ELSE-CNT NOT < 5000
048600         IF NOT ELSE-TABLE-FULL
048700             SET ELSE-TABLE-FULL TO TRUE
048800             DISPLAY 'IDGAPRPT: HELD-ID TABLE FULL - LATER '
048900                 'SUSPENSE AND QUARANTINE IDS NOT CHECKED'
049000         END-IF
049100         GO TO 2560-EXIT
049200     END-IF
049300     ADD 1 TO WS-ELSE-CNT
049400     MOVE WS-ELSE-CNT          TO EX
049500     MOVE WS-CHK-ID            TO WE-ID(EX)
049600     MOVE WS-CHK-BATCH-ID(1:2) TO WE-PREFIX(EX)
049700     MOVE WS-CHK-BATCH-ID      TO WE-BATCH-ID(EX)
049800     MOVE WS-CHK-SOURCE        TO WE-SOURCE(EX)
049900     MOVE WS-CHK-DATE          TO WE-DATE(EX)
050000     MOVE 'N'                  TO WE-LISTED-SW(EX)
050100     MOVE WS-CHK-BATCH-ID(1:2) TO WS-CHK-PREFIX
050200     PERFORM 2580-MARK-BLOCK-USE THRU 2580-EXIT.
050300 2560-EXIT.
050400     EXIT.
050500
050600*===============================================================*
050700*  2580-MARK-BLOCK-USE - FIND THE BLOCK ISSUED TO WS-CHK-PREFIX *
050800*                        THAT HOLDS WS-CHK-ID AND RAISE ITS     *
050900*                        HIGHEST-USED MARK. BX COMES BACK ZERO  *
051000*                        WHEN NO BLOCK HOLDS IT                 *
051100*===============================================================*
051200 2580-MARK-BLOCK-USE.
051300     MOVE 1 TO BX
051400     PERFORM UNTIL BX > WS-BLK-CNT
051500             OR (WB-PREFIX(BX) = WS-CHK-PREFIX
051600                 AND WS-CHK-ID NOT < WB-FIRST-ID(BX)
051700                 AND WS-CHK-ID NOT > WB-LAST-ID(BX))
051800         ADD 1 TO BX
051900     END-PERFORM
052000     IF BX > WS-BLK-CNT
052100         MOVE ZERO TO BX
052200         GO TO 2580-EXIT
052300     END-IF
052400     IF WS-CHK-ID > WB-HIGH-USED(BX)
052500         MOVE WS-CHK-ID TO WB-HIGH-USED(BX)
052600     END-IF.
052700 2580-EXIT.
052800     EXIT.
052900
053000*===============================================================*
053100*  3000-SCAN-POSTED - ONE PASS OVER THE POSTED MASTER IN ID     *
053200*                     ORDER: COUNT EACH PREFIX'S POSTINGS, MARK *
053300*                     BLOCK USE, AND LIST ANY POSTING DATED     *
053400*                     EARLIER THAN A LOWER ID OF THE SAME       *
053500*                     PREFIX                                    *
053600*===============================================================*
053700 3000-SCAN-POSTED.
053800     MOVE 'N' TO WS-EOF-SW
053900     PERFORM 3100-READ-NEXT-POST THRU 3100-EXIT
054000     PERFORM UNTIL INPUT-EOF
054100         PERFORM 3200-CHECK-POSTING THRU 3200-EXIT
054200         PERFORM 3100-READ-NEXT-POST THRU 3100-EXIT
054300     END-PERFORM.
054400 3000-EXIT.
054500     EXIT.
054600
054700*===============================================================*
054800*  3100-READ-NEXT-POST                                          *
054900*===============================================================*
055000 3100-READ-NEXT-POST.
055100     READ POST-FILE NEXT
055200         AT END
055300             SET INPUT-EOF TO TRUE
055400             GO TO 3100-EXIT
055500     END-READ
055600     ADD 1 TO WS-POST-IN.
055700 3100-EXIT.
055800     EXIT.
055900
056000*===============================================================*
056100*  3200-CHECK-POSTING                                           *
056200*===============================================================*
056300 3200-CHECK-POSTING.
056400     MOVE POST-BATCH-ID(1:2) TO WS-CHK-PREFIX
056500     MOVE POST-ID            TO WS-CHK-ID
056600     PERFORM 2580-MARK-BLOCK-USE THRU 2580-EXIT
056700     PERFORM 3300-FIND-PREFIX THRU 3300-EXIT
056800     IF PX = ZERO
056900         GO TO 3200-EXIT
057000     END-IF
057100     ADD 1 TO WP-POSTED(PX)
057200     IF POST-DATE < WP-MAX-DATE(PX)
057300         ADD 1 TO WP-ORDER(PX)
057400         ADD 1 TO WS-ORDER-CNT
057500         MOVE WS-CHK-PREFIX TO WL-PREFIX
057600         MOVE POST-ID       TO WL-FIRST-ID
057700         MOVE SPACES        TO WL-LAST-ID
057800         MOVE 'OUT OF ORDER'   TO WL-FINDING
057900         MOVE SPACES        TO WL-DETAIL
058000         STRING 'POSTED ' POST-DATE ' AFTER ' WP-MAX-ID(PX)
058100             ' POSTED ' WP-MAX-DATE(PX)
058200             DELIMITED BY SIZE INTO WL-DETAIL
058300         END-STRING
058400         WRITE REPT-REC FROM WS-GAP-LINE
058500     ELSE
058600         MOVE POST-DATE TO WP-MAX-DATE(PX)
058700         MOVE POST-ID   TO WP-MAX-ID(PX)
058800     END-IF.
058900 3200-EXIT.
059000     EXIT.
059100
059200*===============================================================*
059300*  3300-FIND-PREFIX - POINT PX AT WS-CHK-PREFIX'S TOTALS ENTRY, *
059400*                     ADDING ONE IF NEED BE; PX COMES BACK ZERO *
059500*                     WHEN THE TABLE IS FULL                    *
059600*===============================================================*
059700 3300-FIND-PREFIX.
059800     MOVE 1 TO PX
059900     PERFORM UNTIL PX > WS-PFX-CNT
060000             OR WP-PREFIX(PX) = WS-CHK-PREFIX
060100         ADD 1 TO PX
060200     END-PERFORM
060300     IF PX NOT > WS-PFX-CNT
060400         GO TO 3300-EXIT
060500     END-IF
060600     IF WS-PFX-CNT NOT < 200
060700         IF NOT PFX-TABLE-FULL
060800             SET PFX-TABLE-FULL TO TRUE
060900             DISPLAY 'IDGAPRPT: PREFIX TABLE FULL - LATER '
061000                 'PREFIXES NOT TOTALLED'
061100         END-IF
061200         MOVE ZERO TO PX
061300         GO TO 3300-EXIT
061400     END-IF
061500     ADD 1 TO WS-PFX-CNT
061600     MOVE WS-PFX-CNT    TO PX
061700     MOVE WS-CHK-PREFIX TO WP-PREFIX(PX)
061800     MOVE ZERO TO WP-POSTED(PX)
061900                  WP-MISSING(PX)
062000                  WP-AGED(PX)
062100                  WP-ELSEWHERE(PX)
062200                  WP-ORDER(PX)
062300                  WP-MAX-DATE(PX)
062400                  WP-MAX-ID(PX).
062500 3300-EXIT.
062600     EXIT.
062700
062800*===============================================================*
062900*  4000-WALK-BLOCKS - WALK EVERY BLOCK THAT HAS SEEN ANY USE    *
063000*===============================================================*
063100 4000-WALK-BLOCKS.
063200     MOVE 1 TO BX
063300     PERFORM UNTIL BX > WS-BLK-CNT
063400         IF WB-HIGH-USED(BX) > ZERO
063500             PERFORM 4100-WALK-ONE-BLOCK THRU 4100-EXIT
063600         END-IF
063700         ADD 1 TO BX
063800     END-PERFORM.
063900 4000-EXIT.
064000     EXIT.
064100
064200*===============================================================*
064300*  4100-WALK-ONE-BLOCK - EVERY VALID ID FROM THE BOTTOM OF THE  *
064400*                        BLOCK TO ITS HIGHEST USED ID: POSTED,  *
064500*                        HELD ELSEWHERE, OR MISSING             *
064600*===============================================================*
064700 4100-WALK-ONE-BLOCK.
064800     MOVE 'N' TO WS-GAP-SW
064900     MOVE 'N' TO WS-WALK-SW
065000     MOVE WB-FIRST-ID(BX) TO WS-WALK-ID
065100     PERFORM UNTIL WALK-DONE
065200         ADD 1 TO WS-IDS-WALKED
065300         PERFORM 4200-CHECK-ONE-ID THRU 4200-EXIT
065400         MOVE 'N'        TO CKDG-FUNCTION
065500         MOVE WS-WALK-ID TO CKDG-ID
065600         CALL 'CKDGRTN' USING CKDG-PARM
065700         IF NOT CKDG-OK
065800             SET WALK-DONE TO TRUE
065900         ELSE
066000             MOVE CKDG-ID TO WS-WALK-ID
066100             IF WS-WALK-ID > WB-HIGH-USED(BX)
066200                 SET WALK-DONE TO TRUE
066300             END-IF
066400         END-IF
066500     END-PERFORM.
066600 4100-EXIT.
066700     EXIT.
066800
066900*===============================================================*
067000*  4200-CHECK-ONE-ID - A POSTED OR HELD ID CLOSES ANY OPEN RUN  *
067100*                      OF MISSING IDS BELOW IT, DATED BY ITS    *
067200*                      POSTING (OR SUSPENSE) DATE; A HELD ID IS *
067300*                      LISTED; A MISSING ID OPENS OR EXTENDS    *
067400*                      THE RUN                                  *
067500*===============================================================*
067600 4200-CHECK-ONE-ID.
067700     MOVE WS-WALK-ID TO POST-ID
067800     MOVE 'Y' TO WS-FOUND-SW
067900     READ POST-FILE
068000         INVALID KEY
068100             MOVE 'N' TO WS-FOUND-SW
068200     END-READ
068300     IF ID-POSTED
068400         IF GAP-OPEN
068500             MOVE POST-DATE TO WS-GAP-DATE
068600             PERFORM 4300-WRITE-GAP THRU 4300-EXIT
068700         END-IF
068800         GO TO 4200-EXIT
068900     END-IF
069000     MOVE 1 TO EX
069100     PERFORM UNTIL EX > WS-ELSE-CNT
069200             OR WE-ID(EX) = WS-WALK-ID
069300         ADD 1 TO EX
069400     END-PERFORM
069500     IF EX > WS-ELSE-CNT
069600         IF NOT GAP-OPEN
069700             SET GAP-OPEN TO TRUE
069800             MOVE WS-WALK-ID TO WS-GAP-FIRST
069900             MOVE ZERO       TO WS-GAP-CNT
070000         END-IF
070100         MOVE WS-WALK-ID TO WS-GAP-LAST
070200         ADD 1 TO WS-GAP-CNT
070300         GO TO 4200-EXIT
070400     END-IF
070500     IF GAP-OPEN
070600         MOVE WE-DATE(EX) TO WS-GAP-DATE
070700         PERFORM 4300-WRITE-GAP THRU 4300-EXIT
070800     END-IF
070900     PERFORM 4400-WRITE-HELD THRU 4400-EXIT.
071000 4200-EXIT.
071100     EXIT.
071200
071300*===============================================================*
071400*  4300-WRITE-GAP - LIST ONE RUN OF MISSING IDS WITH ITS AGE.   *
071500*                   A RUN CLOSED BY A QUARANTINED ID HAS NO     *
071600*                   DATE AND IS AGED FROM TODAY                 *
071700*===============================================================*
071800 4300-WRITE-GAP.
071900     MOVE 'N' TO WS-GAP-SW
072000     MOVE WB-PREFIX(BX) TO WS-CHK-PREFIX
072100     PERFORM 3300-FIND-PREFIX THRU 3300-EXIT
072200     ADD WS-GAP-CNT TO WS-MISSING-CNT
072300     IF PX > ZERO
072400         ADD WS-GAP-CNT TO WP-MISSING(PX)
072500     END-IF
072600     IF WS-GAP-DATE = ZERO
072700         MOVE WS-TODAY TO WS-GAP-DATE
072800     END-IF
072900     MOVE WS-GAP-DATE(7:2) TO DATE-IN-DD
073000     MOVE WS-GAP-DATE(5:2) TO DATE-IN-MM
073100     MOVE WS-GAP-DATE(1:4) TO DATE-IN-YYYY
073200     MOVE 'D' TO DATE-FUNCTION
073300     CALL 'DATERTN' USING DATE-PARM
073400     MOVE DATE-OUT-DAYS TO WS-GAP-DAYS
073500     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-GAP-DAYS
073600     IF WS-AGE-DAYS < ZERO
073700         MOVE ZERO TO WS-AGE-DAYS
073800     END-IF
073900     MOVE WS-CHK-PREFIX TO WL-PREFIX
074000     MOVE WS-GAP-FIRST  TO WL-FIRST-ID
074100     MOVE SPACES        TO WL-LAST-ID
074200     IF WS-GAP-LAST NOT = WS-GAP-FIRST
074300         MOVE WS-GAP-LAST TO WL-LAST-ID
074400     END-IF
074500     MOVE 'MISSING'     TO WL-FINDING
074600     MOVE WS-GAP-CNT    TO WS-EDIT-CNT
074700     MOVE WS-AGE-DAYS   TO WS-EDIT-AGE
074800     MOVE SPACES        TO WL-DETAIL
074900     IF WS-AGE-DAYS > WS-TOL-DAYS
075000         MOVE 'MISSING - AGED' TO WL-FINDING
075100         ADD 1 TO WS-AGED-CNT
075200         IF PX > ZERO
075300             ADD 1 TO WP-AGED(PX)
075400         END-IF
075500     END-IF
075600     STRING WS-EDIT-CNT ' IDS, SINCE ' WS-GAP-DATE
075700         ',' WS-EDIT-AGE ' DAYS'
075800         DELIMITED BY SIZE INTO WL-DETAIL
075900     END-STRING
076000     WRITE REPT-REC FROM WS-GAP-LINE.
076100 4300-EXIT.
076200     EXIT.
076300
076400*===============================================================*
076500*  4400-WRITE-HELD - LIST AN ID FOUND ONLY OFF THE POSTED       *
076600*                    MASTER, ONCE                               *
076700*===============================================================*
076800 4400-WRITE-HELD.
076900     IF WE-LISTED-SW(EX) = 'Y'
077000         GO TO 4400-EXIT
077100     END-IF
077200     MOVE 'Y' TO WE-LISTED-SW(EX)
077300     ADD 1 TO WS-ELSE-ONLY-CNT
077400     MOVE WE-PREFIX(EX) TO WS-CHK-PREFIX
077500     PERFORM 3300-FIND-PREFIX THRU 3300-EXIT
077600     IF PX > ZERO
077700         ADD 1 TO WP-ELSEWHERE(PX)
077800     END-IF
077900     MOVE WE-PREFIX(EX) TO WL-PREFIX
078000     MOVE WE-ID(EX)     TO WL-FIRST-ID
078100     MOVE SPACES        TO WL-LAST-ID
078200     MOVE SPACES        TO WL-DETAIL
078300     IF WE-SOURCE(EX) = 'W'
078400         MOVE 'WRITTEN OFF'     TO WL-FINDING
078500         STRING 'BATCH ' WE-BATCH-ID(EX) ', SUSPENDED '
078600             WE-DATE(EX)
078700             DELIMITED BY SIZE INTO WL-DETAIL
078800         END-STRING
078900     ELSE
079000         IF WE-SOURCE(EX) = 'S'
079100             MOVE 'SUSPENSE ONLY'   TO WL-FINDING
079200             STRING 'BATCH ' WE-BATCH-ID(EX) ', SUSPENDED '
079300                 WE-DATE(EX)
079400                 DELIMITED BY SIZE INTO WL-DETAIL
079500             END-STRING
079600         ELSE
079700             MOVE 'QUARANTINE ONLY' TO WL-FINDING
079800             STRING 'BATCH ' WE-BATCH-ID(EX) ', DECK REFUSED'
079900                 DELIMITED BY SIZE INTO WL-DETAIL
080000             END-STRING
080100         END-IF
080200     END-IF
080300     WRITE REPT-REC FROM WS-GAP-LINE.
080400 4400-EXIT.
080500     EXIT.
080600
080700*===============================================================*
080800*  5000-LIST-ELSEWHERE - HELD IDS NO BLOCK WALK REACHED: LISTED *
080900*                        WHEN THE ID NEVER REACHED THE POSTED   *
081000*                        MASTER                                 *
081100*===============================================================*
081200 5000-LIST-ELSEWHERE.
081300     MOVE 1 TO EX
081400     PERFORM UNTIL EX > WS-ELSE-CNT
081500         IF WE-LISTED-SW(EX) NOT = 'Y'
081600             MOVE WE-ID(EX) TO POST-ID
081700             READ POST-FILE
081800                 INVALID KEY
081900                     PERFORM 4400-WRITE-HELD THRU 4400-EXIT
082000             END-READ
082100         END-IF
082200         ADD 1 TO EX
082300     END-PERFORM.
082400 5000-EXIT.
082500     EXIT.
082600
082700*===============================================================*
082800*  6000-PREFIX-TOTALS - ONE LINE PER BATCH-ID PREFIX            *
082900*===============================================================*
083000 6000-PREFIX-TOTALS.
083100     MOVE SPACES TO REPT-REC
083200     WRITE REPT-REC
083300     WRITE REPT-REC FROM WS-PFX-HEADING
083400     MOVE 1 TO PX
083500     PERFORM UNTIL PX > WS-PFX-CNT
083600         MOVE WP-PREFIX(PX)    TO WX-PREFIX
083700         MOVE WP-POSTED(PX)    TO WX-POSTED
083800         MOVE WP-MISSING(PX)   TO WX-MISSING
083900         MOVE WP-AGED(PX)      TO WX-AGED
084000         MOVE WP-ELSEWHERE(PX) TO WX-ELSEWHERE
084100         MOVE WP-ORDER(PX)     TO WX-ORDER
084200         WRITE REPT-REC FROM WS-PFX-LINE
084300         ADD 1 TO PX
084400     END-PERFORM.
084500 6000-EXIT.
084600     EXIT.
084700
084800*===============================================================*
084900*  9000-TERMINATE - WRITE TOTALS, LOG THE RUN, CLOSE FILES      *
085000*===============================================================*
085100 9000-TERMINATE.
085200     MOVE SPACES TO REPT-REC
085300     WRITE REPT-REC
085400     MOVE WS-POST-IN     TO WT-POST-IN
085500     MOVE WS-IDB-IN      TO WT-IDB-IN
085600     WRITE REPT-REC FROM WS-TOTALS-LINE
085700     MOVE WS-MISSING-CNT TO WT-MISSING
085800     MOVE WS-AGED-CNT    TO WT-AGED
085900     WRITE REPT-REC FROM WS-TOTALS-LINE-2
086000     IF WS-AGED-CNT > ZERO
086100         MOVE WS-TOL-DAYS TO WS-EDIT-TOL
086200         MOVE SPACES TO REPT-REC
086300         STRING 'GAPS MARKED AGED HAVE STOOD UNEXPLAINED MORE '
086400             'THAN' WS-EDIT-TOL ' DAYS'
086500             DELIMITED BY SIZE INTO REPT-REC
086600         END-STRING
086700         WRITE REPT-REC
086800     END-IF
086900     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
087000     IF NOT POST-MISSING
087100         CLOSE POST-FILE
087200     END-IF
087300     CLOSE REPT-FILE.
087400 9000-EXIT.
087500     EXIT.
087600
087700*===============================================================*
087800*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE     *
087900*===============================================================*
088000 9500-WRITE-AUDIT.
088100     ACCEPT WS-AUDIT-TIME FROM TIME
088200     MOVE 'IDGAPRPT'      TO AUDIT-PROGRAM-ID
088300     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
088400     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
088500     MOVE WS-POST-IN      TO AUDIT-RECS-IN
088600     MOVE WS-IDS-WALKED   TO AUDIT-RECS-OUT
088700     MOVE WS-MISSING-CNT  TO AUDIT-RECS-REJ
088800     MOVE SPACES          TO AUDIT-BATCH-ID
088900     MOVE ZERO            TO AUDIT-DUP-CNT
089000     MOVE WS-START-TIME   TO AUDIT-START-TIME
089100     CALL 'AUDITLOG' USING AUDIT-PARM.
089200 9500-EXIT.
089300     EXIT.
089400
089500*===============================================================*
089600*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 WHEN A   *
089700*                         GAP HAS STOOD UNEXPLAINED PAST THE    *
089800*                         TOLERANCE, 12 WHEN THE POSTED MASTER  *
089900*                         IS MISSING OR EMPTY                   *
090000*===============================================================*
090100 9900-SET-RETURN-CODE.
090200     MOVE 0 TO RETURN-CODE
090300     IF WS-AGED-CNT > 0
090400         MOVE 4 TO RETURN-CODE
090500     END-IF
090600     IF WS-POST-IN = 0
090700         MOVE 12 TO RETURN-CODE
090800     END-IF.
090900 9900-EXIT.
091000     EXIT.
