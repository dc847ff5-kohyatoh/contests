000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUBMMNT.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL SUBMITTER MASTER MAINTENANCE, IN   *
001100*                   THE ACCTMNT MOLD. APPLIES A DECK OF         *
001200*                   ADD/CHANGE/DELETE CARDS AGAINST THE         *
001300*                   SUBMITTER MASTER (SEE COPY/SUBMREC.CPY): A  *
001400*                   DUPLICATE ADD, A CHANGE OR DELETE NAMING AN *
001500*                   UNKNOWN PREFIX, A BLANK PREFIX OR           *
001600*                   DEPARTMENT, A TYPE LETTER OTHER THAN A, B,  *
001700*                   C, D OR P, AN ACCOUNT RANGE WHOSE LOW CODE  *
001800*                   IS ABOVE ITS HIGH, OR A NON-NUMERIC CEILING *
001900*                   IS REJECTED. A CHANGE REPLACES THE WHOLE    *
002000*                   ENTRY. EVERY ACTION AND REJECT GOES ON THE  *
002100*                   MAINTENANCE AUDIT REPORT. THE NEW FILE IS   *
002200*                   WRITTEN WHOLE (SUBMNEW) SO THE OLD          *
002300*                   GENERATION SURVIVES UNTIL IT IS CATALOGED   *
002400*                   OVER.                                       *
002500*===============================================================*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL SUBM-FILE ASSIGN TO "SUBMMST"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400     SELECT TRAN-FILE   ASSIGN TO "SUBMTRAN"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT NEW-FILE    ASSIGN TO "SUBMNEW"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT REPT-FILE   ASSIGN TO "SUBMRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  SUBM-FILE
004400     RECORDING MODE IS F.
004500 COPY SUBMREC.
004600
004700*---------------------------------------------------------------*
004800*  MAINTENANCE CARD - ACTION A (ADD), C (CHANGE), D (DELETE)    *
004900*  PLUS THE SUBMITTER ENTRY FIELDS IN MASTER ORDER. A RANGE     *
005000*  WITH A BLANK HIGH CODE IS THE SINGLE LOW CODE; A BLANK       *
005100*  CEILING IS NO CEILING.                                       *
005200*---------------------------------------------------------------*
005300 FD  TRAN-FILE
005400     RECORDING MODE IS F.
005500 01  TRAN-REC.
005600     05  ST-ACTION          PIC X(01).
005700         88  ST-ADD                     VALUE 'A'.
005800         88  ST-CHANGE                  VALUE 'C'.
005900         88  ST-DELETE                  VALUE 'D'.
006000     05  ST-PREFIX          PIC X(02).
006100     05  ST-DEPT            PIC X(04).
006200     05  ST-CONTACT         PIC X(20).
006300     05  ST-TYPES           PIC X(05).
006400     05  ST-RANGE           OCCURS 4.
006500         10  ST-ACCT-LOW    PIC X(04).
006600         10  ST-ACCT-HIGH   PIC X(04).
006700     05  ST-CEILING         PIC X(12).
006800     05  FILLER             PIC X(04).
006900
007000 FD  NEW-FILE
007100     RECORDING MODE IS F.
007200 01  NEW-REC                PIC X(80).
007300
007400 FD  REPT-FILE
007500     RECORDING MODE IS F.
007600 01  REPT-REC               PIC X(80).
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-SWITCHES.
008000     05  WS-SUBM-EOF-SW     PIC X(01)   VALUE 'N'.
008100         88  SUBM-EOF                   VALUE 'Y'.
008200     05  WS-TRAN-EOF-SW     PIC X(01)   VALUE 'N'.
008300         88  TRAN-EOF                   VALUE 'Y'.
008400     05  WS-FOUND-SW        PIC X(01)   VALUE 'N'.
008500         88  PREFIX-FOUND               VALUE 'Y'.
008600         88  PREFIX-NOT-FOUND           VALUE 'N'.
008700
008800 01  WS-COUNTERS.
008900     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
009000     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
009100     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
009200
009300 01  K                      PIC 9(03)   VALUE ZEROES.
009400 01  KX                     PIC 9(03)   VALUE ZEROES.
009500 01  RX                     PIC 9(01)   VALUE ZERO.
009600 01  TX                     PIC 9(01)   VALUE ZERO.
009700 01  WS-NEW-CEILING         PIC 9(12)   VALUE ZEROES.
009800
009900*---------------------------------------------------------------*
010000*  SUBMITTER TABLE - THE WHOLE SUBMITTER MASTER, UPDATED IN     *
010100*  PLACE AND REWRITTEN AT END OF RUN. A DELETED ENTRY IS JUST   *
010200*  FLAGGED.                                                     *
010300*---------------------------------------------------------------*
010400 01  WS-SUBM-CNT            PIC 9(03)   COMP    VALUE ZERO.
010500 01  WS-SUBM-TABLE.
010600     05  WS-SUBM-ENTRY      OCCURS 200.
010700         10  WK-SUB-REC     PIC X(80).
010800         10  WK-DEL-SW      PIC X(01).
010900
011000*---------------------------------------------------------------*
011100*  MAINTENANCE AUDIT LINE                                       *
011200*---------------------------------------------------------------*
011300 01  WS-MAINT-LINE.
011400     05  WL-ACTION          PIC X(08).
011500     05  FILLER             PIC X(02)   VALUE SPACES.
011600     05  WL-PREFIX          PIC X(02).
011700     05  FILLER             PIC X(02)   VALUE SPACES.
011800     05  WL-DETAIL          PIC X(45)   VALUE SPACES.
011900     05  FILLER             PIC X(21)   VALUE SPACES.
012000
012100 PROCEDURE DIVISION.
012200*===============================================================*
012300*  0000-MAINLINE                                                *
012400*===============================================================*
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
012700     PERFORM 2000-APPLY-TRANS     THRU 2000-EXIT
012800     PERFORM 3000-WRITE-NEW-FILE  THRU 3000-EXIT
012900     PERFORM 9000-TERMINATE       THRU 9000-EXIT
013000     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
013100     STOP RUN.
013200
013300*===============================================================*
013400*  1000-INITIALIZE - OPEN FILES AND LOAD THE SUBMITTER MASTER   *
013500*===============================================================*
013600 1000-INITIALIZE.
013700     OPEN INPUT  SUBM-FILE
013800          INPUT  TRAN-FILE
013900          OUTPUT NEW-FILE
014000          OUTPUT REPT-FILE
014100     PERFORM 1100-READ-SUBM THRU 1100-EXIT
014200     PERFORM UNTIL SUBM-EOF
014300         IF WS-SUBM-CNT < 200
014400             ADD 1 TO WS-SUBM-CNT
014500             MOVE SUB-REC     TO WK-SUB-REC(WS-SUBM-CNT)
014600             MOVE ' '         TO WK-DEL-SW(WS-SUBM-CNT)
014700         ELSE
014800             DISPLAY 'SUBMMNT: SUBMITTER TABLE FULL - ENTRY '
014900                 SUB-PREFIX ' NOT LOADED'
015000         END-IF
015100         PERFORM 1100-READ-SUBM THRU 1100-EXIT
015200     END-PERFORM
015300     CLOSE SUBM-FILE.
015400 1000-EXIT.
015500     EXIT.
015600
015700*===============================================================*
015800*  1100-READ-SUBM                                               *
015900*===============================================================*
016000 1100-READ-SUBM.
016100     READ SUBM-FILE
016200         AT END
016300             SET SUBM-EOF TO TRUE
016400             GO TO 1100-EXIT
016500     END-READ.
016600 1100-EXIT.
016700     EXIT.
016800
016900*===============================================================*
017000*  2000-APPLY-TRANS - ONE PASS OVER THE MAINTENANCE DECK        *
017100*===============================================================*
017200 2000-APPLY-TRANS.
017300     PERFORM 2100-READ-TRAN THRU 2100-EXIT
017400     PERFORM UNTIL TRAN-EOF
017500         PERFORM 2200-APPLY-ONE THRU 2200-EXIT
017600         PERFORM 2100-READ-TRAN THRU 2100-EXIT
017700     END-PERFORM.
017800 2000-EXIT.
017900     EXIT.
018000
018100*===============================================================*
018200*  2100-READ-TRAN                                               *
018300*===============================================================*
018400 2100-READ-TRAN.
018500     READ TRAN-FILE
018600         AT END
018700             SET TRAN-EOF TO TRUE
018800             GO TO 2100-EXIT
018900     END-READ
019000     ADD 1 TO WS-RECS-IN.
019100 2100-EXIT.
019200     EXIT.
019300
019400*===============================================================*
019500*  2200-APPLY-ONE - FIND THE NAMED ENTRY, EDIT THE CARD AND     *
019600*                   APPLY THE ACTION                            *
019700*===============================================================*
019800 2200-APPLY-ONE.
019900     SET PREFIX-NOT-FOUND TO TRUE
020000     MOVE ZERO TO KX
020100     MOVE 1 TO K
020200     PERFORM UNTIL K > WS-SUBM-CNT OR PREFIX-FOUND
020300         IF WK-SUB-REC(K)(1:2) = ST-PREFIX
020400                 AND WK-DEL-SW(K) NOT = 'D'
020500             SET PREFIX-FOUND TO TRUE
020600             MOVE K TO KX
020700         ELSE
020800             ADD 1 TO K
020900         END-IF
021000     END-PERFORM
021100     MOVE SPACES    TO WL-DETAIL
021200     MOVE ST-PREFIX TO WL-PREFIX
021300     IF ST-PREFIX = SPACES
021400         MOVE 'BATCH-ID PREFIX IS BLANK' TO WL-DETAIL
021500         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
021600         GO TO 2200-EXIT
021700     END-IF
021800     IF ST-ADD OR ST-CHANGE
021900         PERFORM 2300-EDIT-CARD THRU 2300-EXIT
022000         IF WL-DETAIL NOT = SPACES
022100             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
022200             GO TO 2200-EXIT
022300         END-IF
022400     END-IF
022500     IF ST-ADD
022600         IF PREFIX-FOUND
022700             MOVE 'DUPLICATE ADD - PREFIX ALREADY ON FILE'
022800                            TO WL-DETAIL
022900             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
023000         ELSE
023100             IF WS-SUBM-CNT < 200
023200                 ADD 1 TO WS-SUBM-CNT
023300                 PERFORM 2400-BUILD-ENTRY THRU 2400-EXIT
023400                 MOVE SUB-REC   TO WK-SUB-REC(WS-SUBM-CNT)
023500                 MOVE ' '       TO WK-DEL-SW(WS-SUBM-CNT)
023600                 MOVE 'ADDED'   TO WL-ACTION
023700                 MOVE SPACES    TO WL-DETAIL
023800                 WRITE REPT-REC FROM WS-MAINT-LINE
023900             ELSE
024000                 MOVE 'SUBMITTER TABLE FULL' TO WL-DETAIL
024100                 PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
024200             END-IF
024300         END-IF
024400         GO TO 2200-EXIT
024500     END-IF
024600     IF ST-CHANGE
024700         IF PREFIX-NOT-FOUND
024800             MOVE 'CHANGE TO UNKNOWN BATCH-ID PREFIX' TO WL-DETAIL
024900             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
025000         ELSE
025100             PERFORM 2400-BUILD-ENTRY THRU 2400-EXIT
025200             MOVE SUB-REC   TO WK-SUB-REC(KX)
025300             MOVE 'CHANGED' TO WL-ACTION
025400             MOVE SPACES    TO WL-DETAIL
025500             WRITE REPT-REC FROM WS-MAINT-LINE
025600         END-IF
025700         GO TO 2200-EXIT
025800     END-IF
025900     IF ST-DELETE
026000         IF PREFIX-NOT-FOUND
026100             MOVE 'DELETE OF UNKNOWN BATCH-ID PREFIX' TO WL-DETAIL
026200             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
026300         ELSE
026400             MOVE 'D'       TO WK-DEL-SW(KX)
026500             MOVE 'DELETED' TO WL-ACTION
026600             MOVE SPACES    TO WL-DETAIL
026700             WRITE REPT-REC FROM WS-MAINT-LINE
026800         END-IF
026900         GO TO 2200-EXIT
027000     END-IF
027100     MOVE 'UNRECOGNIZED ACTION CODE' TO WL-DETAIL
027200     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
027300 2200-EXIT.
027400     EXIT.
027500
027600*===============================================================*
027700*  2300-EDIT-CARD - THE DEPARTMENT, TYPE LETTERS, ACCOUNT       *
027800*                   RANGES AND CEILING OF AN ADD OR CHANGE.     *
027900*                   WL-DETAIL COMES BACK WITH THE REASON WHEN   *
028000*                   THE CARD IS BAD.                            *
028100*===============================================================*
028200 2300-EDIT-CARD.
028300     IF ST-DEPT = SPACES
028400         MOVE 'DEPARTMENT CODE IS BLANK' TO WL-DETAIL
028500         GO TO 2300-EXIT
028600     END-IF
028700     MOVE 1 TO TX
028800     PERFORM UNTIL TX > 5 OR WL-DETAIL NOT = SPACES
028900         IF ST-TYPES(TX:1) NOT = SPACE
029000                 AND ST-TYPES(TX:1) NOT = 'A'
029100                 AND ST-TYPES(TX:1) NOT = 'B'
029200                 AND ST-TYPES(TX:1) NOT = 'C'
029300                 AND ST-TYPES(TX:1) NOT = 'D'
029400                 AND ST-TYPES(TX:1) NOT = 'P'
029500             MOVE 'TYPE NOT A, B, C, D OR P' TO WL-DETAIL
029600         END-IF
029700         ADD 1 TO TX
029800     END-PERFORM
029900     IF WL-DETAIL NOT = SPACES
030000         GO TO 2300-EXIT
030100     END-IF
030200     MOVE 1 TO RX
030300     PERFORM UNTIL RX > 4 OR WL-DETAIL NOT = SPACES
030400         IF ST-ACCT-HIGH(RX) = SPACES
030500             MOVE ST-ACCT-LOW(RX) TO ST-ACCT-HIGH(RX)
030600         END-IF
030700         IF ST-ACCT-LOW(RX) = SPACES
030800                 AND ST-ACCT-HIGH(RX) NOT = SPACES
030900             MOVE 'ACCOUNT RANGE HAS NO LOW CODE' TO WL-DETAIL
031000         END-IF
031100         IF ST-ACCT-LOW(RX) > ST-ACCT-HIGH(RX)
031200             MOVE 'ACCOUNT RANGE LOW CODE ABOVE HIGH' TO WL-DETAIL
031300         END-IF
031400         ADD 1 TO RX
031500     END-PERFORM
031600     IF WL-DETAIL NOT = SPACES
031700         GO TO 2300-EXIT
031800     END-IF
031900     MOVE ZEROES TO WS-NEW-CEILING
032000     IF ST-CEILING NOT = SPACES
032100         IF ST-CEILING IS NUMERIC
032200             MOVE ST-CEILING TO WS-NEW-CEILING
032300         ELSE
032400             MOVE 'DECK CEILING NOT NUMERIC' TO WL-DETAIL
032500         END-IF
032600     END-IF.
032700 2300-EXIT.
032800     EXIT.
032900
033000*===============================================================*
033100*  2400-BUILD-ENTRY - CARD FIELDS INTO THE MASTER RECORD        *
033200*===============================================================*
033300 2400-BUILD-ENTRY.
033400     MOVE SPACES            TO SUB-REC
033500     MOVE ST-PREFIX         TO SUB-PREFIX
033600     MOVE ST-DEPT           TO SUB-DEPT
033700     MOVE ST-CONTACT        TO SUB-CONTACT
033800     MOVE ST-TYPES          TO SUB-TYPES
033900     MOVE 1 TO RX
034000     PERFORM UNTIL RX > 4
034100         MOVE ST-ACCT-LOW(RX)  TO SUB-ACCT-LOW(RX)
034200         MOVE ST-ACCT-HIGH(RX) TO SUB-ACCT-HIGH(RX)
034300         ADD 1 TO RX
034400     END-PERFORM
034500     MOVE WS-NEW-CEILING    TO SUB-CEILING.
034600 2400-EXIT.
034700     EXIT.
034800
034900*===============================================================*
035000*  2900-WRITE-REJECT - THE REASON IS ALREADY IN WL-DETAIL       *
035100*===============================================================*
035200 2900-WRITE-REJECT.
035300     MOVE 'REJECT' TO WL-ACTION
035400     WRITE REPT-REC FROM WS-MAINT-LINE
035500     ADD 1 TO WS-RECS-REJ.
035600 2900-EXIT.
035700     EXIT.
035800
035900*===============================================================*
036000*  3000-WRITE-NEW-FILE - SURVIVING ENTRIES OUT TO SUBMNEW       *
036100*===============================================================*
036200 3000-WRITE-NEW-FILE.
036300     MOVE 1 TO K
036400     PERFORM UNTIL K > WS-SUBM-CNT
036500         IF WK-DEL-SW(K) NOT = 'D'
036600             WRITE NEW-REC FROM WK-SUB-REC(K)
036700             ADD 1 TO WS-RECS-OUT
036800         END-IF
036900         ADD 1 TO K
037000     END-PERFORM.
037100 3000-EXIT.
037200     EXIT.
037300
037400*===============================================================*
037500*  9000-TERMINATE - CLOSE FILES                                 *
037600*===============================================================*
037700 9000-TERMINATE.
037800     CLOSE TRAN-FILE
037900           NEW-FILE
038000           REPT-FILE.
038100 9000-EXIT.
038200     EXIT.
038300
038400*===============================================================*
038500*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
038600*                         REJECTED CARD, 12 EMPTY DECK          *
038700*===============================================================*
038800 9900-SET-RETURN-CODE.
038900     MOVE 0 TO RETURN-CODE
039000     IF WS-RECS-REJ > 0
039100         MOVE 4 TO RETURN-CODE
039200     END-IF
039300     IF WS-RECS-IN = 0
039400         MOVE 12 TO RETURN-CODE
039500     END-IF.
039600 9900-EXIT.
039700     EXIT.
