000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FLAGRTN.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL BIT-FLAG DECODER, SHARED BY B.COB  *
001100*                   AND DISPATCH.COB. ON THE FIRST CALL THE     *
001200*                   FLAGDEF FLAG DEFINITION FILE (SEE COPY/     *
001300*                   FLAGREC.CPY) IS LOADED ONCE; EACH CALL      *
001400*                   THEN BREAKS THE GIVEN WORD INTO THE NAMED   *
001500*                   LAYOUT'S FIELDS THROUGH BINRTN'S FIELD      *
001600*                   MODE, LOOKS UP THE MEANING OF EACH FIELD'S  *
001700*                   VALUE, AND LISTS EVERY BIT THAT IS SET BUT  *
001800*                   BELONGS TO NO DEFINED FIELD. CALLED WITH A  *
001900*                   FLAG-PARM COMMUNICATION AREA (SEE COPY/     *
002000*                   FLAGPARM.CPY).                              *
002100*===============================================================*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL FLAG-FILE ASSIGN TO "FLAGDEF"
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  FLAG-FILE
003400     RECORDING MODE IS F.
003500 COPY FLAGREC.
003600
003700 WORKING-STORAGE SECTION.
003800*---------------------------------------------------------------*
003900*  FLAG DEFINITION TABLE - LOADED FROM FLAGDEF ON THE FIRST     *
004000*  CALL, THEN HELD FOR THE REST OF THE RUN                      *
004100*---------------------------------------------------------------*
004200 01  WS-FLAG-LOAD-SW    PIC X(01)   VALUE 'N'.
004300     88  FLAGS-LOADED               VALUE 'Y'.
004400 01  WS-FLAG-EOF-SW     PIC X(01)   VALUE 'N'.
004500     88  FLAG-EOF                   VALUE 'Y'.
004600 01  WS-DEF-CNT         PIC 9(03)   VALUE ZEROES.
004700 01  WS-DEF-TABLE.
004800     05  WS-DEF-ENTRY   OCCURS 500.
004900         10  WD-LAYOUT  PIC X(08).
005000         10  WD-LOW-BIT PIC 9(02).
005100         10  WD-BIT-LEN PIC 9(02).
005200         10  WD-VALUE   PIC 9(05).
005300         10  WD-FIELD   PIC X(16).
005400         10  WD-MEANING PIC X(30).
005500
005600*---------------------------------------------------------------*
005700*  DECODE WORK FIELDS.  WS-COVER-MAP RUNS PARALLEL TO           *
005800*  FLAG-WORD-BITS (POSITION 1 IS BIT 33, POSITION 34 IS BIT 0)  *
005900*  AND MARKS 'Y' EVERY BIT SOME DEFINED FIELD OWNS.             *
006000*---------------------------------------------------------------*
006100 01  WS-COVER-MAP       PIC X(34)   VALUE SPACES.
006200 01  KP                 PIC 9(03)   VALUE ZEROES.
006300 01  KV                 PIC 9(03)   VALUE ZEROES.
006400 01  WS-DEF-HIT         PIC 9(03)   VALUE ZEROES.
006500 01  WS-BIT             PIC 9(02)   VALUE ZEROES.
006600 01  BX                 PIC 9(02)   VALUE ZEROES.
006700 01  CX                 PIC 9(02)   VALUE ZEROES.
006800 01  FX                 PIC 9(02)   VALUE ZEROES.
006900 COPY BINPARM.
007000
007100 LINKAGE SECTION.
007200 COPY FLAGPARM.
007300
007400 PROCEDURE DIVISION USING FLAG-PARM.
007500*===============================================================*
007600*  0000-MAINLINE                                                *
007700*===============================================================*
007800 0000-MAINLINE.
007900     IF NOT FLAGS-LOADED
008000         PERFORM 0600-LOAD-FLAG-FILE THRU 0600-EXIT
008100     END-IF
008200     SET FLAG-OK TO TRUE
008300     MOVE ZERO   TO FLAG-FIELD-CNT
008400     MOVE ZERO   TO FLAG-UNDEF-CNT
008500     MOVE SPACES TO FLAG-WORD-BITS
008600     MOVE ZERO TO WS-DEF-HIT
008700     MOVE 1 TO KP
008800     PERFORM UNTIL KP > WS-DEF-CNT
008900         IF WD-LAYOUT(KP) = FLAG-LAYOUT
009000             MOVE KP TO WS-DEF-HIT
009100             MOVE WS-DEF-CNT TO KP
009200         END-IF
009300         ADD 1 TO KP
009400     END-PERFORM
009500     IF WS-DEF-HIT = ZERO
009600         SET FLAG-LAYOUT-UNKNOWN TO TRUE
009700         GOBACK
009800     END-IF
009900     SET BIN-FN-FIELD TO TRUE
010000     MOVE FLAG-VALUE TO BIN-DECIMAL
010100     MOVE ZERO TO BIN-FLD-POS
010200     MOVE 34   TO BIN-FLD-LEN
010300     CALL 'BINRTN' USING BIN-PARM
010400     MOVE BIN-BITS TO FLAG-WORD-BITS
010500     MOVE SPACES TO WS-COVER-MAP
010600     PERFORM 1000-DECODE-FIELDS THRU 1000-EXIT
010700     PERFORM 2000-FIND-UNDEFINED THRU 2000-EXIT
010800     GOBACK.
010900
011000*===============================================================*
011100*  0600-LOAD-FLAG-FILE                                          *
011200*===============================================================*
011300 0600-LOAD-FLAG-FILE.
011400     SET FLAGS-LOADED TO TRUE
011500     OPEN INPUT FLAG-FILE
011600     PERFORM 0650-READ-FLAG THRU 0650-EXIT
011700     PERFORM UNTIL FLAG-EOF
011800         IF WS-DEF-CNT < 500
011900             ADD 1 TO WS-DEF-CNT
012000             MOVE FDF-LAYOUT  TO WD-LAYOUT(WS-DEF-CNT)
012100             MOVE FDF-LOW-BIT TO WD-LOW-BIT(WS-DEF-CNT)
012200             MOVE FDF-BIT-LEN TO WD-BIT-LEN(WS-DEF-CNT)
012300             MOVE FDF-VALUE   TO WD-VALUE(WS-DEF-CNT)
012400             MOVE FDF-FIELD   TO WD-FIELD(WS-DEF-CNT)
012500             MOVE FDF-MEANING TO WD-MEANING(WS-DEF-CNT)
012600         ELSE
012700             DISPLAY 'FLAGRTN: DEFINITION TABLE FULL - '
012800                 FDF-LAYOUT ' ' FDF-FIELD ' NOT LOADED'
012900         END-IF
013000         PERFORM 0650-READ-FLAG THRU 0650-EXIT
013100     END-PERFORM
013200     CLOSE FLAG-FILE.
013300 0600-EXIT.
013400     EXIT.
013500
013600*===============================================================*
013700*  0650-READ-FLAG                                               *
013800*===============================================================*
013900 0650-READ-FLAG.
014000     READ FLAG-FILE
014100         AT END
014200             SET FLAG-EOF TO TRUE
014300             GO TO 0650-EXIT
014400     END-READ.
014500 0650-EXIT.
014600     EXIT.
014700
014800*===============================================================*
014900*  1000-DECODE-FIELDS - WALK THE WORD FROM BIT 33 DOWN TO BIT   *
015000*                       0; WHERE A FIELD OF THE LAYOUT HAS ITS  *
015100*                       LOW-ORDER BIT, PULL THE FIELD OUT AND   *
015200*                       DECODE IT. FIELDS NEVER OVERLAP, SO     *
015300*                       THIS LISTS THEM HIGH-ORDER FIRST.       *
015400*===============================================================*
015500 1000-DECODE-FIELDS.
015600     MOVE 1 TO BX
015700     PERFORM UNTIL BX > 34
015800         COMPUTE WS-BIT = 34 - BX
015900         MOVE ZERO TO WS-DEF-HIT
016000         MOVE 1 TO KP
016100         PERFORM UNTIL KP > WS-DEF-CNT
016200             IF WD-LAYOUT(KP) = FLAG-LAYOUT
016300                     AND WD-LOW-BIT(KP) = WS-BIT
016400                 MOVE KP TO WS-DEF-HIT
016500                 MOVE WS-DEF-CNT TO KP
016600             END-IF
016700             ADD 1 TO KP
016800         END-PERFORM
016900         IF WS-DEF-HIT NOT = ZERO
017000             PERFORM 1100-DECODE-ONE THRU 1100-EXIT
017100         END-IF
017200         ADD 1 TO BX
017300     END-PERFORM.
017400 1000-EXIT.
017500     EXIT.
017600
017700*===============================================================*
017800*  1100-DECODE-ONE - THE FIELD AT WS-DEF-HIT: ITS RAW BITS AND  *
017900*                    VALUE FROM BINRTN, THE MEANING ON FILE FOR *
018000*                    THAT VALUE, AND ITS BITS MARKED AS OWNED   *
018100*===============================================================*
018200 1100-DECODE-ONE.
018300     SET BIN-FN-FIELD TO TRUE
018400     MOVE FLAG-VALUE              TO BIN-DECIMAL
018500     MOVE WD-LOW-BIT(WS-DEF-HIT)  TO BIN-FLD-POS
018600     MOVE WD-BIT-LEN(WS-DEF-HIT)  TO BIN-FLD-LEN
018700     CALL 'BINRTN' USING BIN-PARM
018800     IF BIN-VAL-OVERFLOW
018900         GO TO 1100-EXIT
019000     END-IF
019100     ADD 1 TO FLAG-FIELD-CNT
019200     MOVE FLAG-FIELD-CNT TO FX
019300     MOVE WD-FIELD(WS-DEF-HIT)    TO FLAG-F-NAME(FX)
019400     MOVE WD-LOW-BIT(WS-DEF-HIT)  TO FLAG-F-LOW(FX)
019500     COMPUTE FLAG-F-HIGH(FX) = WD-LOW-BIT(WS-DEF-HIT)
019600                             + WD-BIT-LEN(WS-DEF-HIT) - 1
019700     MOVE BIN-BITS                TO FLAG-F-BITS(FX)
019800     MOVE BIN-FLD-VALUE           TO FLAG-F-VALUE(FX)
019900     SET FLAG-F-UNDEFINED(FX) TO TRUE
020000     MOVE '*** VALUE NOT DEFINED' TO FLAG-F-MEANING(FX)
020100     MOVE 1 TO KV
020200     PERFORM UNTIL KV > WS-DEF-CNT
020300         IF WD-LAYOUT(KV) = FLAG-LAYOUT
020400                 AND WD-LOW-BIT(KV) = WD-LOW-BIT(WS-DEF-HIT)
020500                 AND WD-VALUE(KV) = BIN-FLD-VALUE
020600             SET FLAG-F-DEFINED(FX) TO TRUE
020700             MOVE WD-MEANING(KV) TO FLAG-F-MEANING(FX)
020800             MOVE WS-DEF-CNT TO KV
020900         END-IF
021000         ADD 1 TO KV
021100     END-PERFORM
021200     COMPUTE CX = 34 - FLAG-F-HIGH(FX)
021300     PERFORM UNTIL CX > 34 - FLAG-F-LOW(FX)
021400         MOVE 'Y' TO WS-COVER-MAP(CX:1)
021500         ADD 1 TO CX
021600     END-PERFORM.
021700 1100-EXIT.
021800     EXIT.
021900
022000*===============================================================*
022100*  2000-FIND-UNDEFINED - EVERY BIT SET IN THE WORD THAT NO      *
022200*                        DEFINED FIELD OWNS, HIGH-ORDER FIRST   *
022300*===============================================================*
022400 2000-FIND-UNDEFINED.
022500     MOVE 1 TO BX
022600     PERFORM UNTIL BX > 34
022700         IF FLAG-WORD-BITS(BX:1) = '1'
022800                 AND WS-COVER-MAP(BX:1) NOT = 'Y'
022900             ADD 1 TO FLAG-UNDEF-CNT
023000             COMPUTE FLAG-UNDEF-BIT(FLAG-UNDEF-CNT) = 34 - BX
023100         END-IF
023200         ADD 1 TO BX
023300     END-PERFORM.
023400 2000-EXIT.
023500     EXIT.
