000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FLAGMNT.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL FLAG DEFINITION FILE MAINTENANCE,  *
001100*                   IN THE KEYMNT MOLD. APPLIES A DECK OF       *
001200*                   ADD/CHANGE/DELETE CARDS AGAINST THE FLAGDEF *
001300*                   FILE (SEE COPY/FLAGREC.CPY) THAT DRIVES THE *
001400*                   BIT-FLAG DECODE MODE OF B.COB AND DISPATCH. *
001500*                   AN ENTRY IS KEYED BY LAYOUT, LOW-ORDER BIT  *
001600*                   AND VALUE. AN ADD MUST DESCRIBE A FIELD OF  *
001700*                   1-16 BITS ENDING AT OR BELOW BIT 33, A      *
001800*                   VALUE THAT FITS THE FIELD, AND THE SAME     *
001900*                   WIDTH AND NAME AS ANY FIELD ALREADY AT THAT *
002000*                   BIT, WITHOUT OVERLAPPING ANOTHER FIELD OF   *
002100*                   THE LAYOUT; A CHANGE REPLACES THE MEANING   *
002200*                   ONLY. A DUPLICATE ADD, A CHANGE OR DELETE   *
002300*                   NAMING AN ENTRY NOT ON FILE, OR A CARD      *
002400*                   FAILING THOSE RULES IS REJECTED. EVERY      *
002500*                   ACTION AND REJECT GOES ON THE MAINTENANCE   *
002600*                   AUDIT REPORT. THE NEW FILE IS WRITTEN WHOLE *
002700*                   (FLAGNEW) BY LAYOUT, HIGH-ORDER FIELD       *
002800*                   FIRST, THEN BY VALUE.                       *
002900*===============================================================*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL FLAG-FILE ASSIGN TO "FLAGDEF"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT TRAN-FILE   ASSIGN TO "FLAGTRAN"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT NEW-FILE    ASSIGN TO "FLAGNEW"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT REPT-FILE   ASSIGN TO "FLAGRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  FLAG-FILE
004800     RECORDING MODE IS F.
004900 COPY FLAGREC.
005000
005100*---------------------------------------------------------------*
005200*  MAINTENANCE CARD - ACTION A (ADD), C (CHANGE), D (DELETE)    *
005300*  PLUS THE DEFINITION FIELDS. A DELETE NEEDS ONLY THE KEY      *
005400*  (LAYOUT, LOW-ORDER BIT, VALUE); A CHANGE THE KEY AND THE     *
005500*  NEW MEANING.                                                 *
005600*---------------------------------------------------------------*
005700 FD  TRAN-FILE
005800     RECORDING MODE IS F.
005900 01  TRAN-REC.
006000     05  FT-ACTION          PIC X(01).
006100         88  FT-ADD                     VALUE 'A'.
006200         88  FT-CHANGE                  VALUE 'C'.
006300         88  FT-DELETE                  VALUE 'D'.
006400     05  FT-LAYOUT          PIC X(08).
006500     05  FT-LOW-BIT         PIC X(02).
006600     05  FT-LOW-BIT-N REDEFINES FT-LOW-BIT
006700                            PIC 9(02).
006800     05  FT-BIT-LEN         PIC X(02).
006900     05  FT-BIT-LEN-N REDEFINES FT-BIT-LEN
007000                            PIC 9(02).
007100     05  FT-VALUE           PIC X(05).
007200     05  FT-VALUE-N   REDEFINES FT-VALUE
007300                            PIC 9(05).
007400     05  FT-FIELD           PIC X(16).
007500     05  FT-MEANING         PIC X(30).
007600     05  FILLER             PIC X(16).
007700
007800 FD  NEW-FILE
007900     RECORDING MODE IS F.
008000 01  NEW-REC                PIC X(80).
008100
008200 FD  REPT-FILE
008300     RECORDING MODE IS F.
008400 01  REPT-REC               PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-SWITCHES.
008800     05  WS-FLAG-EOF-SW     PIC X(01)   VALUE 'N'.
008900         88  FLAG-EOF                   VALUE 'Y'.
009000     05  WS-TRAN-EOF-SW     PIC X(01)   VALUE 'N'.
009100         88  TRAN-EOF                   VALUE 'Y'.
009200     05  WS-FOUND-SW        PIC X(01)   VALUE 'N'.
009300         88  ENTRY-FOUND                VALUE 'Y'.
009400         88  ENTRY-NOT-FOUND            VALUE 'N'.
009500     05  WS-CARD-OK-SW      PIC X(01)   VALUE 'Y'.
009600         88  CARD-OK                    VALUE 'Y'.
009700         88  CARD-BAD                   VALUE 'N'.
009800
009900 01  WS-COUNTERS.
010000     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
010100     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
010200     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
010300
010400 01  K                      PIC 9(03)   VALUE ZEROES.
010500 01  KX                     PIC 9(03)   VALUE ZEROES.
010600 01  KS                     PIC 9(03)   VALUE ZEROES.
010700
010800*---------------------------------------------------------------*
010900*  FIELD-RULE WORK FIELDS                                       *
011000*---------------------------------------------------------------*
011100 01  WS-CARD-HIGH           PIC 9(02)   VALUE ZEROES.
011200 01  WS-ENTRY-HIGH          PIC 9(02)   VALUE ZEROES.
011300 01  WS-FIELD-LIMIT         PIC 9(05)   VALUE ZEROES.
011400 01  WS-POWER-CNT           PIC 9(02)   VALUE ZEROES.
011500
011600*---------------------------------------------------------------*
011700*  DEFINITION TABLE - THE WHOLE FLAG FILE, UPDATED IN PLACE AND *
011800*  REWRITTEN IN ORDER AT END OF RUN. A DELETED ENTRY IS JUST    *
011900*  FLAGGED.                                                     *
012000*---------------------------------------------------------------*
012100 01  WS-DEF-CNT             PIC 9(03)   COMP    VALUE ZERO.
012200 01  WS-DEF-TABLE.
012300     05  WS-DEF-ENTRY       OCCURS 500.
012400         10  WK-LAYOUT      PIC X(08).
012500         10  WK-LOW-BIT     PIC 9(02).
012600         10  WK-BIT-LEN     PIC 9(02).
012700         10  WK-VALUE       PIC 9(05).
012800         10  WK-FIELD       PIC X(16).
012900         10  WK-MEANING     PIC X(30).
013000         10  WK-DEL-SW      PIC X(01).
013100 01  WS-SWAP-ENTRY          PIC X(64).
013200
013300*---------------------------------------------------------------*
013400*  MAINTENANCE AUDIT LINE                                       *
013500*---------------------------------------------------------------*
013600 01  WS-MAINT-LINE.
013700     05  WL-ACTION          PIC X(08).
013800     05  FILLER             PIC X(02)   VALUE SPACES.
013900     05  WL-LAYOUT          PIC X(08).
014000     05  FILLER             PIC X(01)   VALUE SPACES.
014100     05  WL-LOW-BIT         PIC X(02).
014200     05  FILLER             PIC X(01)   VALUE SPACES.
014300     05  WL-VALUE           PIC X(05).
014400     05  FILLER             PIC X(02)   VALUE SPACES.
014500     05  WL-DETAIL          PIC X(51)   VALUE SPACES.
014600
014700 PROCEDURE DIVISION.
014800*===============================================================*
014900*  0000-MAINLINE                                                *
015000*===============================================================*
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
015300     PERFORM 2000-APPLY-TRANS     THRU 2000-EXIT
015400     PERFORM 3000-SORT-DEFS       THRU 3000-EXIT
015500     PERFORM 4000-WRITE-NEW-FILE  THRU 4000-EXIT
015600     PERFORM 9000-TERMINATE       THRU 9000-EXIT
015700     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
015800     STOP RUN.
015900
016000*===============================================================*
016100*  1000-INITIALIZE - OPEN FILES, LOAD THE DEFINITION FILE       *
016200*===============================================================*
016300 1000-INITIALIZE.
016400     OPEN INPUT  FLAG-FILE
016500          INPUT  TRAN-FILE
016600          OUTPUT NEW-FILE
016700          OUTPUT REPT-FILE
016800     PERFORM 1100-READ-FLAG THRU 1100-EXIT
016900     PERFORM UNTIL FLAG-EOF
017000         IF WS-DEF-CNT < 500
017100             ADD 1 TO WS-DEF-CNT
017200             MOVE FDF-LAYOUT  TO WK-LAYOUT(WS-DEF-CNT)
017300             MOVE FDF-LOW-BIT TO WK-LOW-BIT(WS-DEF-CNT)
017400             MOVE FDF-BIT-LEN TO WK-BIT-LEN(WS-DEF-CNT)
017500             MOVE FDF-VALUE   TO WK-VALUE(WS-DEF-CNT)
017600             MOVE FDF-FIELD   TO WK-FIELD(WS-DEF-CNT)
017700             MOVE FDF-MEANING TO WK-MEANING(WS-DEF-CNT)
017800             MOVE ' '         TO WK-DEL-SW(WS-DEF-CNT)
017900         ELSE
018000             DISPLAY 'FLAGMNT: DEFINITION TABLE FULL - ENTRY '
018100                 FDF-LAYOUT ' ' FDF-FIELD ' NOT LOADED'
018200         END-IF
018300         PERFORM 1100-READ-FLAG THRU 1100-EXIT
018400     END-PERFORM
018500     CLOSE FLAG-FILE.
018600 1000-EXIT.
018700     EXIT.
018800
018900*===============================================================*
019000*  1100-READ-FLAG                                               *
019100*===============================================================*
019200 1100-READ-FLAG.
019300     READ FLAG-FILE
019400         AT END
019500             SET FLAG-EOF TO TRUE
019600             GO TO 1100-EXIT
019700     END-READ.
019800 1100-EXIT.
019900     EXIT.
020000
020100*===============================================================*
020200*  2000-APPLY-TRANS - ONE PASS OVER THE MAINTENANCE DECK        *
020300*===============================================================*
020400 2000-APPLY-TRANS.
020500     PERFORM 2100-READ-TRAN THRU 2100-EXIT
020600     PERFORM UNTIL TRAN-EOF
020700         PERFORM 2200-APPLY-ONE THRU 2200-EXIT
020800         PERFORM 2100-READ-TRAN THRU 2100-EXIT
020900     END-PERFORM.
021000 2000-EXIT.
021100     EXIT.
021200
021300*===============================================================*
021400*  2100-READ-TRAN                                               *
021500*===============================================================*
021600 2100-READ-TRAN.
021700     READ TRAN-FILE
021800         AT END
021900             SET TRAN-EOF TO TRUE
022000             GO TO 2100-EXIT
022100     END-READ
022200     ADD 1 TO WS-RECS-IN.
022300 2100-EXIT.
022400     EXIT.
022500
022600*===============================================================*
022700*  2200-APPLY-ONE - VALIDATE THE CARD, FIND THE NAMED ENTRY     *
022800*                   AND APPLY THE ACTION                        *
022900*===============================================================*
023000 2200-APPLY-ONE.
023100     MOVE FT-LAYOUT  TO WL-LAYOUT
023200     MOVE FT-LOW-BIT TO WL-LOW-BIT
023300     MOVE FT-VALUE   TO WL-VALUE
023400     MOVE SPACES     TO WL-DETAIL
023500     IF NOT FT-ADD AND NOT FT-CHANGE AND NOT FT-DELETE
023600         MOVE 'UNRECOGNIZED ACTION CODE' TO WL-DETAIL
023700         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
023800         GO TO 2200-EXIT
023900     END-IF
024000     PERFORM 2250-CHECK-CARD THRU 2250-EXIT
024100     IF CARD-BAD
024200         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
024300         GO TO 2200-EXIT
024400     END-IF
024500     SET ENTRY-NOT-FOUND TO TRUE
024600     MOVE ZERO TO KX
024700     MOVE 1 TO K
024800     PERFORM UNTIL K > WS-DEF-CNT OR ENTRY-FOUND
024900         IF WK-LAYOUT(K) = FT-LAYOUT
025000                 AND WK-LOW-BIT(K) = FT-LOW-BIT-N
025100                 AND WK-VALUE(K) = FT-VALUE-N
025200                 AND WK-DEL-SW(K) NOT = 'D'
025300             SET ENTRY-FOUND TO TRUE
025400             MOVE K TO KX
025500         ELSE
025600             ADD 1 TO K
025700         END-IF
025800     END-PERFORM
025900     IF FT-ADD
026000         IF ENTRY-FOUND
026100             MOVE 'DUPLICATE ADD - VALUE ALREADY DEFINED'
026200                            TO WL-DETAIL
026300             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
026400             GO TO 2200-EXIT
026500         END-IF
026600         PERFORM 2270-CHECK-FIELD THRU 2270-EXIT
026700         IF CARD-BAD
026800             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
026900             GO TO 2200-EXIT
027000         END-IF
027100         IF WS-DEF-CNT NOT < 500
027200             MOVE 'DEFINITION TABLE FULL' TO WL-DETAIL
027300             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
027400             GO TO 2200-EXIT
027500         END-IF
027600         ADD 1 TO WS-DEF-CNT
027700         MOVE FT-LAYOUT    TO WK-LAYOUT(WS-DEF-CNT)
027800         MOVE FT-LOW-BIT-N TO WK-LOW-BIT(WS-DEF-CNT)
027900         MOVE FT-BIT-LEN-N TO WK-BIT-LEN(WS-DEF-CNT)
028000         MOVE FT-VALUE-N   TO WK-VALUE(WS-DEF-CNT)
028100         MOVE FT-FIELD     TO WK-FIELD(WS-DEF-CNT)
028200         MOVE FT-MEANING   TO WK-MEANING(WS-DEF-CNT)
028300         MOVE ' '          TO WK-DEL-SW(WS-DEF-CNT)
028400         MOVE 'ADDED'      TO WL-ACTION
028500         STRING FT-FIELD ' ' FT-MEANING
028600             DELIMITED BY SIZE INTO WL-DETAIL
028700         END-STRING
028800         WRITE REPT-REC FROM WS-MAINT-LINE
028900         GO TO 2200-EXIT
029000     END-IF
029100     IF FT-CHANGE
029200         IF ENTRY-NOT-FOUND
029300             MOVE 'CHANGE TO VALUE NOT DEFINED' TO WL-DETAIL
029400             PERFORM 2290-REJECT-CARD THRU 2290-EXIT
029500         ELSE
029600             MOVE FT-MEANING TO WK-MEANING(KX)
029700             MOVE 'CHANGED'  TO WL-ACTION
029800             STRING WK-FIELD(KX) ' ' FT-MEANING
029900                 DELIMITED BY SIZE INTO WL-DETAIL
030000             END-STRING
030100             WRITE REPT-REC FROM WS-MAINT-LINE
030200         END-IF
030300         GO TO 2200-EXIT
030400     END-IF
030500     IF ENTRY-NOT-FOUND
030600         MOVE 'DELETE OF VALUE NOT DEFINED' TO WL-DETAIL
030700         PERFORM 2290-REJECT-CARD THRU 2290-EXIT
030800     ELSE
030900         MOVE 'D'       TO WK-DEL-SW(KX)
031000         MOVE 'DELETED' TO WL-ACTION
031100         STRING WK-FIELD(KX) ' ' WK-MEANING(KX)
031200             DELIMITED BY SIZE INTO WL-DETAIL
031300         END-STRING
031400         WRITE REPT-REC FROM WS-MAINT-LINE
031500     END-IF.
031600 2200-EXIT.
031700     EXIT.
031800
031900*===============================================================*
032000*  2250-CHECK-CARD - THE KEY ON EVERY CARD: A LAYOUT NAME, A    *
032100*                    NUMERIC LOW-ORDER BIT OF 0-33 AND A        *
032200*                    NUMERIC VALUE; A MEANING ON AN ADD OR      *
032300*                    CHANGE; ON AN ADD ALSO A FIELD NAME AND A  *
032400*                    WIDTH OF 1-16 BITS THAT STAYS INSIDE BIT   *
032500*                    33 AND HOLDS THE VALUE                     *
032600*===============================================================*
032700 2250-CHECK-CARD.
032800     SET CARD-OK TO TRUE
032900     IF FT-LAYOUT = SPACES
033000         MOVE 'LAYOUT NAME IS BLANK' TO WL-DETAIL
033100         SET CARD-BAD TO TRUE
033200         GO TO 2250-EXIT
033300     END-IF
033400     IF FT-LOW-BIT IS NOT NUMERIC OR FT-LOW-BIT-N > 33
033500         MOVE 'LOW-ORDER BIT NOT NUMERIC 00-33' TO WL-DETAIL
033600         SET CARD-BAD TO TRUE
033700         GO TO 2250-EXIT
033800     END-IF
033900     IF FT-VALUE IS NOT NUMERIC
034000         MOVE 'VALUE NOT NUMERIC' TO WL-DETAIL
034100         SET CARD-BAD TO TRUE
034200         GO TO 2250-EXIT
034300     END-IF
034400     IF FT-DELETE
034500         GO TO 2250-EXIT
034600     END-IF
034700     IF FT-MEANING = SPACES
034800         MOVE 'MEANING IS BLANK' TO WL-DETAIL
034900         SET CARD-BAD TO TRUE
035000         GO TO 2250-EXIT
035100     END-IF
035200     IF FT-CHANGE
035300         GO TO 2250-EXIT
035400     END-IF
035500     IF FT-FIELD = SPACES
035600         MOVE 'FIELD NAME IS BLANK' TO WL-DETAIL
035700         SET CARD-BAD TO TRUE
035800         GO TO 2250-EXIT
035900     END-IF
036000     IF FT-BIT-LEN IS NOT NUMERIC
036100             OR FT-BIT-LEN-N = ZERO OR FT-BIT-LEN-N > 16
036200         MOVE 'FIELD WIDTH NOT 01-16 BITS' TO WL-DETAIL
036300         SET CARD-BAD TO TRUE
036400         GO TO 2250-EXIT
036500     END-IF
036600     IF FT-LOW-BIT-N + FT-BIT-LEN-N > 34
036700         MOVE 'FIELD RUNS PAST BIT 33' TO WL-DETAIL
036800         SET CARD-BAD TO TRUE
036900         GO TO 2250-EXIT
037000     END-IF
037100     MOVE 1 TO WS-FIELD-LIMIT
037200     MOVE ZERO TO WS-POWER-CNT
037300     PERFORM UNTIL WS-POWER-CNT >= FT-BIT-LEN-N
037400         COMPUTE WS-FIELD-LIMIT = WS-FIELD-LIMIT * 2
037500         ADD 1 TO WS-POWER-CNT
037600     END-PERFORM
037700     IF FT-VALUE-N NOT < WS-FIELD-LIMIT
037800         MOVE 'VALUE DOES NOT FIT THE FIELD WIDTH' TO WL-DETAIL
037900         SET CARD-BAD TO TRUE
038000     END-IF.
038100 2250-EXIT.
038200     EXIT.
038300
038400*===============================================================*
038500*  2270-CHECK-FIELD - AN ADD AGAINST THE LAYOUT'S OTHER LIVE    *
038600*                     ENTRIES: AT THE SAME LOW-ORDER BIT THE    *
038700*                     WIDTH AND FIELD NAME MUST MATCH; ANY      *
038800*                     OTHER FIELD MAY NOT SHARE A BIT WITH IT   *
038900*===============================================================*
039000 2270-CHECK-FIELD.
039100     SET CARD-OK TO TRUE
039200     COMPUTE WS-CARD-HIGH = FT-LOW-BIT-N + FT-BIT-LEN-N - 1
039300     MOVE 1 TO K
039400     PERFORM UNTIL K > WS-DEF-CNT OR CARD-BAD
039500         IF WK-LAYOUT(K) = FT-LAYOUT AND WK-DEL-SW(K) NOT = 'D'
039600             COMPUTE WS-ENTRY-HIGH = WK-LOW-BIT(K)
039700                                   + WK-BIT-LEN(K) - 1
039800             IF WK-LOW-BIT(K) = FT-LOW-BIT-N
039900                 IF WK-BIT-LEN(K) NOT = FT-BIT-LEN-N
040000                         OR WK-FIELD(K) NOT = FT-FIELD
040100                     STRING 'WIDTH/NAME DIFFER FROM FIELD '
040200                         WK-FIELD(K)
040300                         DELIMITED BY SIZE INTO WL-DETAIL
040400                     END-STRING
040500                     SET CARD-BAD TO TRUE
040600                 END-IF
040700             ELSE
040800                 IF WK-LOW-BIT(K) NOT > WS-CARD-HIGH
040900                         AND FT-LOW-BIT-N NOT > WS-ENTRY-HIGH
041000                     STRING 'BITS OVERLAP FIELD ' WK-FIELD(K)
041100                         DELIMITED BY SIZE INTO WL-DETAIL
041200                     END-STRING
041300                     SET CARD-BAD TO TRUE
041400                 END-IF
041500             END-IF
041600         END-IF
041700         ADD 1 TO K
041800     END-PERFORM.
041900 2270-EXIT.
042000     EXIT.
042100
042200*===============================================================*
042300*  2290-REJECT-CARD - LIST THE CARD AND ITS REASON (STAGED IN   *
042400*                     WL-DETAIL) ON THE AUDIT REPORT            *
042500*===============================================================*
042600 2290-REJECT-CARD.
042700     MOVE 'REJECT' TO WL-ACTION
042800     WRITE REPT-REC FROM WS-MAINT-LINE
042900     ADD 1 TO WS-RECS-REJ.
043000 2290-EXIT.
043100     EXIT.
043200
043300*===============================================================*
043400*  3000-SORT-DEFS - SURVIVING ENTRIES INTO LAYOUT ORDER, THE    *
043500*                   HIGH-ORDER FIELD FIRST WITHIN A LAYOUT AND  *
043600*                   VALUE ORDER WITHIN A FIELD, SO THE NEW FILE *
043700*                   READS LIKE THE FIELD CHART IT REPLACES      *
043800*===============================================================*
043900 3000-SORT-DEFS.
044000     MOVE 1 TO K
044100     PERFORM UNTIL K NOT < WS-DEF-CNT
044200         MOVE 1 TO KS
044300         PERFORM UNTIL KS NOT < WS-DEF-CNT
044400             IF WK-LAYOUT(KS) > WK-LAYOUT(KS + 1)
044500                     OR (WK-LAYOUT(KS) = WK-LAYOUT(KS + 1)
044600                     AND WK-LOW-BIT(KS) < WK-LOW-BIT(KS + 1))
044700                     OR (WK-LAYOUT(KS) = WK-LAYOUT(KS + 1)
044800                     AND WK-LOW-BIT(KS) = WK-LOW-BIT(KS + 1)
044900                     AND WK-VALUE(KS) > WK-VALUE(KS + 1))
045000                 MOVE WS-DEF-ENTRY(KS)     TO WS-SWAP-ENTRY
045100                 MOVE WS-DEF-ENTRY(KS + 1) TO WS-DEF-ENTRY(KS)
045200                 MOVE WS-SWAP-ENTRY TO WS-DEF-ENTRY(KS + 1)
045300             END-IF
045400             ADD 1 TO KS
045500         END-PERFORM
045600         ADD 1 TO K
045700     END-PERFORM.
045800 3000-EXIT.
045900     EXIT.
046000
046100*===============================================================*
046200*  4000-WRITE-NEW-FILE - SURVIVING ENTRIES OUT TO FLAGNEW       *
046300*===============================================================*
046400 4000-WRITE-NEW-FILE.
046500     MOVE 1 TO K
046600     PERFORM UNTIL K > WS-DEF-CNT
046700         IF WK-DEL-SW(K) NOT = 'D'
046800             MOVE SPACES        TO FLAG-DEF-REC
046900             MOVE WK-LAYOUT(K)  TO FDF-LAYOUT
047000             MOVE WK-LOW-BIT(K) TO FDF-LOW-BIT
047100             MOVE WK-BIT-LEN(K) TO FDF-BIT-LEN
047200             MOVE WK-VALUE(K)   TO FDF-VALUE
047300             MOVE WK-FIELD(K)   TO FDF-FIELD
047400             MOVE WK-MEANING(K) TO FDF-MEANING
047500             WRITE NEW-REC FROM FLAG-DEF-REC
047600             ADD 1 TO WS-RECS-OUT
047700         END-IF
047800         ADD 1 TO K
047900     END-PERFORM.
048000 4000-EXIT.
048100     EXIT.
048200
048300*===============================================================*
048400*  9000-TERMINATE - CLOSE FILES                                 *
048500*===============================================================*
048600 9000-TERMINATE.
048700     CLOSE TRAN-FILE
048800           NEW-FILE
048900           REPT-FILE.
049000 9000-EXIT.
049100     EXIT.
049200
049300*===============================================================*
049400*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY      *
049500*                         REJECTED CARD, 12 EMPTY DECK          *
049600*===============================================================*
049700 9900-SET-RETURN-CODE.
049800     MOVE 0 TO RETURN-CODE
049900     IF WS-RECS-REJ > 0
050000         MOVE 4 TO RETURN-CODE
050100     END-IF
050200     IF WS-RECS-IN = 0
050300         MOVE 12 TO RETURN-CODE
050400     END-IF.
050500 9900-EXIT.
050600     EXIT.
