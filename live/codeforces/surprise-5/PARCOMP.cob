000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PARCOMP.
000300 AUTHOR.        BATCH SUPPORT UNIT.
000400 INSTALLATION.  ADJUSTMENTS PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*===============================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  2026-10-15 BSU   ORIGINAL PARALLEL-RUN COMPARE.  A CMPCTL    *
001100*                   CARD NAMES THE SUITE OUTPUT (SUMCSV,        *
001200*                   PTSCSV, GLJRNL OR POSTMST); THE OLD AND NEW *
001300*                   RUNS' COPIES ARE TABLED, ORDERED ON THE     *
001400*                   FILE'S NATURAL KEY AND MATCHED.  RECORDS ON *
001500*                   ONE SIDE ONLY ARE LISTED WHOLE; MATCHED     *
001600*                   RECORDS THAT DIFFER ARE LISTED FIELD BY     *
001700*                   FIELD.  ANY DISAGREEMENT ENDS THE RUN WITH  *
001800*                   CONDITION CODE 4 SO THE PARALLEL RUN CAN    *
001900*                   GATE A LOAD LIBRARY PROMOTION.              *
002000*  2026-10-15 BSU   PTSCSV NOW ALSO CARRIES E.COB'S CONVEX HULL *
002100*                   LINES: HULL VERTEX (SHAPE V, KEYED ON SET   *
002200*                   ID, GROUP AND POINT ID), ON-BOUNDARY POINT  *
002300*                   (SHAPE B, SAME KEY) AND HULL SUMMARY (SHAPE *
002400*                   A, KEYED ON SET ID AND GROUP), EACH WITH    *
002500*                   ITS OWN FIELD NAMES.                        *
002600*  2026-10-15 BSU   PTSCSV NOW ALSO CARRIES E.COB'S TRAVERSE    *
002700*                   CLOSURE LINES: TRAVERSE LEG (SHAPE L, KEYED *
002800*                   ON SET ID AND LEG NUMBER) AND TRAVERSE      *
002900*                   CLOSURE (SHAPE C, KEYED ON SET ID), EACH    *
003000*                   WITH ITS OWN FIELD NAMES.                   *
003100*===============================================================*
003200*  NATURAL KEYS:  SUMCSV - ACCOUNT AND RECORD NUMBER.  PTSCSV - *
003300*  SET ID AND THE PAIR'S POINT IDS (NEAREST-NEIGHBOUR LINES:    *
003400*  POINT AND NEIGHBOUR ID; GROUPED LINES: SOURCE AND POINT      *
003500*  IDS; HULL VERTEX AND BOUNDARY LINES: SET ID, GROUP AND       *
003600*  POINT ID; HULL SUMMARY LINES: SET ID AND GROUP; TRAVERSE     *
003700*  LEG LINES: SET ID AND LEG NUMBER; TRAVERSE CLOSURE LINES:    *
003800*  SET ID).  GLJRNL -                                           *
003900*  ACCOUNT, THE BATCH HEADER AND TRAILER EACH                   *
004000*  MATCHING ITS OPPOSITE NUMBER.  POSTMST - POST-ID, READ       *
004100*  STRAIGHT FROM THE TWO INDEXED MASTERS (DD OLDPOST/NEWPOST);  *
004200*  THE OTHER FILES COME ON DD OLDFILE/NEWFILE.  SUMCSV CARRIES  *
004300*  EVERY DECK OF THE NIGHT, SO A KEY MAY REPEAT: REPEATS PAIR   *
004400*  OFF IN THE ORDER EACH FILE HOLDS THEM.                       *
004500*===============================================================*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT OPTIONAL CTL-FILE ASSIGN TO "CMPCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT OLD-FILE    ASSIGN TO "OLDFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS  IS WS-OLD-STATUS.
005700     SELECT NEW-FILE    ASSIGN TO "NEWFILE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS  IS WS-NEW-STATUS.
006000     SELECT OLDP-FILE   ASSIGN TO "OLDPOST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE  IS SEQUENTIAL
006300         RECORD KEY   IS OLDP-ID
006400         FILE STATUS  IS WS-OLD-STATUS.
006500     SELECT NEWP-FILE   ASSIGN TO "NEWPOST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE  IS SEQUENTIAL
006800         RECORD KEY   IS NEWP-ID
006900         FILE STATUS  IS WS-NEW-STATUS.
007000     SELECT REPT-FILE   ASSIGN TO "CMPRPT"
007100         ORGANIZATION IS LINE SEQUENTIAL.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CTL-FILE.
007600 01  CTL-REC.
007700     05  CTL-FILE-NAME      PIC X(08).
007800     05  FILLER             PIC X(72).
007900
008000 FD  OLD-FILE
008100     RECORDING MODE IS F.
008200 01  OLD-REC                PIC X(80).
008300
008400 FD  NEW-FILE
008500     RECORDING MODE IS F.
008600 01  NEW-REC                PIC X(80).
008700
008800 FD  OLDP-FILE.
008900 01  OLDP-REC.
009000     05  OLDP-ID            PIC 9(06).
009100     05  FILLER             PIC X(74).
009200
009300 FD  NEWP-FILE.
009400 01  NEWP-REC.
009500     05  NEWP-ID            PIC 9(06).
009600     05  FILLER             PIC X(74).
009700
009800 FD  REPT-FILE
009900     RECORDING MODE IS F.
010000 01  REPT-REC               PIC X(80).
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-OLD-STATUS          PIC X(02)   VALUE SPACES.
010400 01  WS-NEW-STATUS          PIC X(02)   VALUE SPACES.
010500 01  WS-SWITCHES.
010600     05  WS-SIDE-EOF-SW     PIC X(01)   VALUE 'N'.
010700         88  SIDE-EOF                   VALUE 'Y'.
010800     05  WS-REFUSE-SW       PIC X(01)   VALUE 'N'.
010900         88  RUN-REFUSED                VALUE 'Y'.
011000     05  WS-OLD-OPEN-SW     PIC X(01)   VALUE 'N'.
011100         88  OLD-SIDE-OPEN              VALUE 'Y'.
011200     05  WS-NEW-OPEN-SW     PIC X(01)   VALUE 'N'.
011300         88  NEW-SIDE-OPEN              VALUE 'Y'.
011400     05  WS-SIFT-SW         PIC X(01)   VALUE 'N'.
011500         88  SIFT-DONE                  VALUE 'Y'.
011600     05  WS-BALANCE-SW      PIC X(01)   VALUE 'Y'.
011700         88  ALL-IN-BALANCE             VALUE 'Y'.
011800         88  OUT-OF-BALANCE             VALUE 'N'.
011900
012000*---------------------------------------------------------------*
012100*  THE FILE BEING COMPARED, FROM THE CMPCTL CARD                *
012200*---------------------------------------------------------------*
012300 01  WS-FILE-NAME           PIC X(08)   VALUE SPACES.
012400     88  COMPARE-SUMCSV                 VALUE 'SUMCSV'.
012500     88  COMPARE-PTSCSV                 VALUE 'PTSCSV'.
012600     88  COMPARE-GLJRNL                 VALUE 'GLJRNL'.
012700     88  COMPARE-POSTMST                VALUE 'POSTMST'.
012800     88  COMPARE-NAME-OK                VALUE 'SUMCSV' 'PTSCSV'
012900                                              'GLJRNL' 'POSTMST'.
013000 01  WS-REFUSE-REASON       PIC X(50)   VALUE SPACES.
013100
013200 01  WS-COUNTERS.
013300     05  WS-SAME-CNT        PIC 9(08)   COMP    VALUE ZERO.
013400     05  WS-DIFF-CNT        PIC 9(08)   COMP    VALUE ZERO.
013500     05  WS-FIELD-CNT       PIC 9(08)   COMP    VALUE ZERO.
013600     05  WS-OLD-ONLY-CNT    PIC 9(08)   COMP    VALUE ZERO.
013700     05  WS-NEW-ONLY-CNT    PIC 9(08)   COMP    VALUE ZERO.
013800     05  WS-CHECK-CNT       PIC 9(08)   COMP    VALUE ZERO.
013900     05  WS-RECS-IN         PIC 9(08)   COMP    VALUE ZERO.
014000     05  WS-DISAGREE-CNT    PIC 9(08)   COMP    VALUE ZERO.
014100     05  WS-REC-DIFFS       PIC 9(04)   COMP    VALUE ZERO.
014200
014300 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
014400 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
014500
014600*---------------------------------------------------------------*
014700*  THE TWO SIDES: SIDE 1 IS THE OLD RUN, SIDE 2 THE NEW.  EACH  *
014800*  RECORD IS TABLED WITH ITS NATURAL KEY; WT-ORDER IS A         *
014900*  PERMUTATION OF 1..WT-CNT PUTTING THE SIDE IN KEY ORDER       *
015000*---------------------------------------------------------------*
015100 01  SX                     PIC 9(01)   COMP    VALUE ZERO.
015200 01  P1                     PIC 9(06)   COMP    VALUE ZERO.
015300 01  P2                     PIC 9(06)   COMP    VALUE ZERO.
015400 01  E1                     PIC 9(06)   COMP    VALUE ZERO.
015500 01  E2                     PIC 9(06)   COMP    VALUE ZERO.
015600 01  SI                     PIC 9(06)   COMP    VALUE ZERO.
015700 01  SJ                     PIC 9(06)   COMP    VALUE ZERO.
015800 01  GAP                    PIC 9(06)   COMP    VALUE ZERO.
015900 01  TMPI                   PIC 9(06)   COMP    VALUE ZERO.
016000 01  FX                     PIC 9(02)   COMP    VALUE ZERO.
016100 01  FM                     PIC 9(02)   COMP    VALUE ZERO.
016200 01  WS-TABLE-MAX           PIC 9(06)   COMP    VALUE 50000.
016300 01  WS-SIDE-TABLE.
016400     05  WS-SIDE            OCCURS 2.
016500         10  WT-CNT         PIC 9(06)   COMP.
016600         10  WT-ENTRY       OCCURS 50000.
016700             15  WT-KEY     PIC X(25).
016800             15  WT-REC     PIC X(80).
016900             15  WT-ORDER   PIC 9(06)   COMP.
017000
017100*---------------------------------------------------------------*
017200*  ONE RECORD BROKEN INTO ITS NAMED FIELDS.  WK-SHAPE SAYS      *
017300*  WHICH LAYOUT THE RECORD HAS AND LEADS THE KEY:               *
017400*    S SUMCSV LINE        M PTSCSV PAIR LINE                    *
017500*    N PTSCSV NEAREST-NEIGHBOUR LINE                            *
017600*    G PTSCSV GROUPED LINE                                      *
017700*    V PTSCSV HULL VERTEX B PTSCSV HULL BOUNDARY POINT          *
017800*    A PTSCSV HULL SUMMARY (PERIMETER AND AREA)                 *
017900*    D GLJRNL DETAIL      H GLJRNL HEADER    T GLJRNL TRAILER   *
018000*    P POSTMST POSTING                                          *
018100*---------------------------------------------------------------*
018200 01  WS-SPLIT-REC           PIC X(80)   VALUE SPACES.
018300 01  WS-SPLIT.
018400     05  WK-KEY.
018500         10  WK-SHAPE       PIC X(01).
018600         10  WK-PART-1      PIC X(08).
018700         10  WK-PART-2      PIC X(08).
018800         10  WK-PART-3      PIC X(08).
018900     05  WK-FLD-CNT         PIC 9(02)   COMP.
019000     05  WK-VAL             PIC X(20)   OCCURS 10.
019100 01  WS-OLD-SPLIT.
019200     05  WO-KEY             PIC X(25).
019300     05  WO-FLD-CNT         PIC 9(02)   COMP.
019400     05  WO-VAL             PIC X(20)   OCCURS 10.
019500 01  WS-NEW-SPLIT.
019600     05  WN-KEY             PIC X(25).
019700     05  WN-FLD-CNT         PIC 9(02)   COMP.
019800     05  WN-VAL             PIC X(20)   OCCURS 10.
019900
020000 01  WS-EDIT-AMT            PIC -(12)9.
020100 01  WS-EDIT-OPD            PIC -(10)9.
020200 COPY GLJREC.
020300 COPY POSTREC.
020400 COPY BATCHCTL.
020500
020600*---------------------------------------------------------------*
020700*  FIELD NAMES BY RECORD SHAPE - SHAPE, FIELD COUNT, THEN TEN   *
020800*  TWELVE-BYTE NAMES                                            *
020900*---------------------------------------------------------------*
021000 01  WS-NAME-VALUES.
021100     05  FILLER             PIC X(03)   VALUE 'S06'.
021200     05  FILLER             PIC X(24)   VALUE
021300         'ACCOUNT     RECORD NO   '.
021400     05  FILLER             PIC X(24)   VALUE
021500         'OPERAND-A   OPERATOR    '.
021600     05  FILLER             PIC X(24)   VALUE
021700         'OPERAND-B   SUM         '.
021800     05  FILLER             PIC X(48)   VALUE SPACES.
021900     05  FILLER             PIC X(03)   VALUE 'M09'.
022000     05  FILLER             PIC X(24)   VALUE
022100         'SET ID      MODE        '.
022200     05  FILLER             PIC X(24)   VALUE
022300         'DISTANCE    INDEX-I     '.
022400     05  FILLER             PIC X(24)   VALUE
022500         'INDEX-J     POINT-ID-I  '.
022600     05  FILLER             PIC X(24)   VALUE
022700         'POINT-ID-J  SOURCE-I    '.
022800     05  FILLER             PIC X(12)   VALUE
022900         'SOURCE-J    '.
023000     05  FILLER             PIC X(12)   VALUE SPACES.
023100     05  FILLER             PIC X(03)   VALUE 'N05'.
023200     05  FILLER             PIC X(24)   VALUE
023300         'MODE        POINT ID    '.
023400     05  FILLER             PIC X(24)   VALUE
023500         'SOURCE      NEIGHBOUR ID'.
023600     05  FILLER             PIC X(12)   VALUE
023700         'DISTANCE    '.
023800     05  FILLER             PIC X(60)   VALUE SPACES.
023900     05  FILLER             PIC X(03)   VALUE 'G05'.
024000     05  FILLER             PIC X(24)   VALUE
024100         'MODE        SOURCE      '.
024200     05  FILLER             PIC X(24)   VALUE
024300         'DISTANCE    POINT-ID-I  '.
024400     05  FILLER             PIC X(12)   VALUE
024500         'POINT-ID-J  '.
024600     05  FILLER             PIC X(60)   VALUE SPACES.
024700     05  FILLER             PIC X(03)   VALUE 'D03'.
024800     05  FILLER             PIC X(24)   VALUE
024900         'ACCOUNT     DATE        '.
025000     05  FILLER             PIC X(12)   VALUE
025100         'NET         '.
025200     05  FILLER             PIC X(84)   VALUE SPACES.
025300     05  FILLER             PIC X(03)   VALUE 'H03'.
025400     05  FILLER             PIC X(24)   VALUE
025500         'RECORD TYPE BATCH ID    '.
025600     05  FILLER             PIC X(12)   VALUE
025700         'CREATED     '.
025800     05  FILLER             PIC X(84)   VALUE SPACES.
025900     05  FILLER             PIC X(03)   VALUE 'T03'.
026000     05  FILLER             PIC X(24)   VALUE
026100         'RECORD TYPE RECORD COUNT'.
026200     05  FILLER             PIC X(12)   VALUE
026300         'HASH TOTAL  '.
026400     05  FILLER             PIC X(84)   VALUE SPACES.
026500     05  FILLER             PIC X(03)   VALUE 'P10'.
026600     05  FILLER             PIC X(24)   VALUE
026700         'POST-ID     DATE        '.
026800     05  FILLER             PIC X(24)   VALUE
026900         'ACCOUNT     OPERATOR    '.
027000     05  FILLER             PIC X(24)   VALUE
027100         'OPERAND-A   OPERAND-B   '.
027200     05  FILLER             PIC X(24)   VALUE
027300         'RESULT      REVERSAL OF '.
027400     05  FILLER             PIC X(24)   VALUE
027500         'REV FLAG    BATCH ID    '.
027600     05  FILLER             PIC X(03)   VALUE 'V09'.
027700     05  FILLER             PIC X(24)   VALUE
027800         'MODE        SET ID      '.
027900     05  FILLER             PIC X(24)   VALUE
028000         'GROUP       RECORD TYPE '.
028100     05  FILLER             PIC X(24)   VALUE
028200         'SEQUENCE    POINT ID    '.
028300     05  FILLER             PIC X(24)   VALUE
028400         'SOURCE      X           '.
028500     05  FILLER             PIC X(12)   VALUE
028600         'Y           '.
028700     05  FILLER             PIC X(12)   VALUE SPACES.
028800     05  FILLER             PIC X(03)   VALUE 'B08'.
028900     05  FILLER             PIC X(24)   VALUE
029000         'MODE        SET ID      '.
029100     05  FILLER             PIC X(24)   VALUE
029200         'GROUP       RECORD TYPE '.
029300     05  FILLER             PIC X(24)   VALUE
029400         'POINT ID    SOURCE      '.
029500     05  FILLER             PIC X(24)   VALUE
029600         'X           Y           '.
029700     05  FILLER             PIC X(24)   VALUE SPACES.
029800     05  FILLER             PIC X(03)   VALUE 'A08'.
029900     05  FILLER             PIC X(24)   VALUE
030000         'MODE        SET ID      '.
030100     05  FILLER             PIC X(24)   VALUE
030200         'GROUP       RECORD TYPE '.
030300     05  FILLER             PIC X(24)   VALUE
030400         'VERTICES    PERIMETER   '.
030500     05  FILLER             PIC X(24)   VALUE
030600         'AREA        ON BOUNDARY '.
030700     05  FILLER             PIC X(24)   VALUE SPACES.
030800     05  FILLER             PIC X(03)   VALUE 'L08'.
030900     05  FILLER             PIC X(24)   VALUE
031000         'MODE        SET ID      '.
031100     05  FILLER             PIC X(24)   VALUE
031200         'RECORD TYPE LEG         '.
031300     05  FILLER             PIC X(24)   VALUE
031400         'FROM POINT  TO POINT    '.
031500     05  FILLER             PIC X(24)   VALUE
031600         'LEG LENGTH  CUMULATIVE  '.
031700     05  FILLER             PIC X(24)   VALUE SPACES.
031800     05  FILLER             PIC X(03)   VALUE 'C08'.
031900     05  FILLER             PIC X(24)   VALUE
032000         'MODE        SET ID      '.
032100     05  FILLER             PIC X(24)   VALUE
032200         'RECORD TYPE LEGS        '.
032300     05  FILLER             PIC X(24)   VALUE
032400         'LENGTH      MISCLOSURE  '.
032500     05  FILLER             PIC X(24)   VALUE
032600         'PRECISION 1:FLAGGED     '.
032700     05  FILLER             PIC X(24)   VALUE SPACES.
032800 01  WS-NAME-TABLE REDEFINES WS-NAME-VALUES.
032900     05  WS-NAME-ROW        OCCURS 13.
033000         10  WM-SHAPE       PIC X(01).
033100         10  WM-FLD-CNT     PIC 9(02).
033200         10  WM-NAME        PIC X(12)   OCCURS 10.
033300 01  M                      PIC 9(02)   COMP    VALUE ZERO.
033400
033500*---------------------------------------------------------------*
033600*  DETAIL LINES                                                 *
033700*---------------------------------------------------------------*
033800 01  WS-KEY-LINE.
033900     05  WD-TAG             PIC X(13).
034000     05  FILLER             PIC X(04)   VALUE 'KEY '.
034100     05  WD-PART-1          PIC X(08).
034200     05  FILLER             PIC X(01)   VALUE SPACE.
034300     05  WD-PART-2          PIC X(08).
034400     05  FILLER             PIC X(01)   VALUE SPACE.
034500     05  WD-PART-3          PIC X(08).
034600     05  FILLER             PIC X(37)   VALUE SPACES.
034700
034800 01  WS-REC-LINE.
034900     05  FILLER             PIC X(08)   VALUE SPACES.
035000     05  WL-REC             PIC X(72).
035100
035200 01  WS-FIELD-LINE.
035300     05  FILLER             PIC X(04)   VALUE SPACES.
035400     05  WF-NAME            PIC X(12).
035500     05  FILLER             PIC X(06)   VALUE ' OLD: '.
035600     05  WF-OLD             PIC X(20).
035700     05  FILLER             PIC X(07)   VALUE '  NEW: '.
035800     05  WF-NEW             PIC X(20).
035900     05  FILLER             PIC X(11)   VALUE SPACES.
036000
036100 01  WS-CONTROL-LINE.
036200     05  WC-LABEL           PIC X(40).
036300     05  WC-COUNT           PIC ZZZ,ZZZ,ZZ9.
036400     05  FILLER             PIC X(02)   VALUE SPACES.
036500     05  WC-RESULT          PIC X(14).
036600     05  FILLER             PIC X(13)   VALUE SPACES.
036700
036800 01  WS-RESULT-LINE.
036900     05  FILLER             PIC X(40)   VALUE
037000         'PARALLEL RUN RESULT .................: '.
037100     05  WR-RESULT          PIC X(40).
037200
037300*---------------------------------------------------------------*
037400*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES        *
037500*---------------------------------------------------------------*
037600 01  WS-PRINT-CONTROL.
037700     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
037800     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
037900     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
038000 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
038100
038200 01  WS-HEADING-1.
038300     05  FILLER             PIC X(26)   VALUE
038400         'PARALLEL-RUN COMPARE'.
038500     05  FILLER             PIC X(06)   VALUE 'BDATE'.
038600     05  WH-DATE            PIC 9(08).
038700     05  FILLER             PIC X(07)   VALUE '  TIME '.
038800     05  WH-TIME            PIC 9(06).
038900     05  FILLER             PIC X(07)   VALUE '  PAGE '.
039000     05  WH-PAGE            PIC ZZZZ9.
039100     05  FILLER             PIC X(15)   VALUE SPACES.
039200
039300 01  WS-HEADING-2.
039400     05  FILLER             PIC X(16)   VALUE 'FILE COMPARED: '.
039500     05  WH-FILE            PIC X(08).
039600     05  FILLER             PIC X(56)   VALUE
039700         '   OLD RUN AGAINST NEW RUN'.
039800
039900*---------------------------------------------------------------*
040000*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES               *
040100*---------------------------------------------------------------*
040200 COPY AUDITPARM.
040300 COPY BUSDPARM.
040400 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
040500
040600 PROCEDURE DIVISION.
040700*===============================================================*
040800*  0000-MAINLINE                                                *
040900*===============================================================*
041000 0000-MAINLINE.
041100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
041200     IF NOT RUN-REFUSED
041300         PERFORM 2000-LOAD-SIDES  THRU 2000-EXIT
041400     END-IF
041500     IF NOT RUN-REFUSED
041600         PERFORM 4000-MATCH-SIDES   THRU 4000-EXIT
041700         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
041800     END-IF
041900     IF RUN-REFUSED
042000         PERFORM 1900-PRINT-REFUSAL THRU 1900-EXIT
042100     END-IF
042200     PERFORM 9000-TERMINATE       THRU 9000-EXIT
042300     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
042400     STOP RUN.
042500
042600*===============================================================*
042700*  1000-INITIALIZE - DATE THE RUN, READ THE CONTROL CARD AND    *
042800*                    OPEN THE TWO SIDES IT NAMES                *
042900*===============================================================*
043000 1000-INITIALIZE.
043100     OPEN OUTPUT REPT-FILE
043200     ACCEPT WS-RUN-TIME FROM TIME
043300     CALL 'BUSDATE' USING BUSD-PARM
043400     MOVE BUSD-DATE TO WS-TODAY
043500     MOVE ZERO TO WT-CNT(1)
043600     MOVE ZERO TO WT-CNT(2)
043700     OPEN INPUT CTL-FILE
043800     READ CTL-FILE
043900         AT END
044000             MOVE SPACES TO CTL-REC
044100     END-READ
044200     CLOSE CTL-FILE
044300     MOVE CTL-FILE-NAME TO WS-FILE-NAME
044400     MOVE WS-FILE-NAME  TO WH-FILE
044500     IF WS-FILE-NAME = SPACES
044600         MOVE 'NO CMPCTL CARD NAMING THE FILE TO COMPARE'
044700             TO WS-REFUSE-REASON
044800         SET RUN-REFUSED TO TRUE
044900         GO TO 1000-EXIT
045000     END-IF
045100     IF NOT COMPARE-NAME-OK
045200         MOVE 'CMPCTL NAMES A FILE THIS PROGRAM CANNOT COMPARE'
045300             TO WS-REFUSE-REASON
045400         SET RUN-REFUSED TO TRUE
045500         GO TO 1000-EXIT
045600     END-IF
045700     PERFORM 1100-OPEN-SIDES THRU 1100-EXIT.
045800 1000-EXIT.
045900     EXIT.
046000
046100*===============================================================*
046200*  1100-OPEN-SIDES - THE INDEXED MASTERS FOR POSTMST, THE       *
046300*                    SEQUENTIAL COPIES FOR EVERYTHING ELSE.     *
046400*                    EITHER SIDE MISSING REFUSES THE RUN        *
046500*===============================================================*
046600 1100-OPEN-SIDES.
046700     IF COMPARE-POSTMST
046800         OPEN INPUT OLDP-FILE
046900     ELSE
047000         OPEN INPUT OLD-FILE
047100     END-IF
047200     IF WS-OLD-STATUS = '00'
047300         SET OLD-SIDE-OPEN TO TRUE
047400     ELSE
047500         MOVE 'OLD RUN FILE WILL NOT OPEN - STATUS'
047600             TO WS-REFUSE-REASON
047700         MOVE WS-OLD-STATUS TO WS-REFUSE-REASON(37:2)
047800         SET RUN-REFUSED TO TRUE
047900         GO TO 1100-EXIT
048000     END-IF
048100     IF COMPARE-POSTMST
048200         OPEN INPUT NEWP-FILE
048300     ELSE
048400         OPEN INPUT NEW-FILE
048500     END-IF
048600     IF WS-NEW-STATUS = '00'
048700         SET NEW-SIDE-OPEN TO TRUE
048800     ELSE
048900         MOVE 'NEW RUN FILE WILL NOT OPEN - STATUS'
049000             TO WS-REFUSE-REASON
049100         MOVE WS-NEW-STATUS TO WS-REFUSE-REASON(37:2)
049200         SET RUN-REFUSED TO TRUE
049300     END-IF.
049400 1100-EXIT.
049500     EXIT.
049600
049700*===============================================================*
049800*  1900-PRINT-REFUSAL - WHY NOTHING WAS COMPARED                *
049900*===============================================================*
050000 1900-PRINT-REFUSAL.
050100     DISPLAY 'PARCOMP: RUN REFUSED - ' WS-REFUSE-REASON
050200     MOVE SPACES TO WS-PRINT-LINE
050300     STRING 'RUN REFUSED - ' WS-REFUSE-REASON
050400         DELIMITED BY SIZE INTO WS-PRINT-LINE
050500     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
050600 1900-EXIT.
050700     EXIT.
050800
050900*===============================================================*
051000*  2000-LOAD-SIDES - TABLE EACH SIDE WITH ITS KEYS, THEN PUT    *
051100*                    IT IN KEY ORDER                            *
051200*===============================================================*
051300 2000-LOAD-SIDES.
051400     MOVE 1 TO SX
051500     PERFORM UNTIL SX > 2 OR RUN-REFUSED
051600         PERFORM 2100-LOAD-SIDE THRU 2100-EXIT
051700         IF NOT RUN-REFUSED
051800             PERFORM 3000-SORT-SIDE THRU 3000-EXIT
051900         END-IF
052000         ADD 1 TO SX
052100     END-PERFORM.
052200 2000-EXIT.
052300     EXIT.
052400
052500*===============================================================*
052600*  2100-LOAD-SIDE - EVERY RECORD OF SIDE S INTO THE TABLE.  A   *
052700*                   SIDE TOO BIG FOR THE TABLE REFUSES THE RUN: *
052800*                   A PART COMPARE WOULD PROVE NOTHING          *
052900*===============================================================*
053000 2100-LOAD-SIDE.
053100     MOVE 'N' TO WS-SIDE-EOF-SW
053200     PERFORM 2200-READ-SIDE THRU 2200-EXIT
053300     PERFORM UNTIL SIDE-EOF OR RUN-REFUSED
053400         IF WT-CNT(SX) NOT < WS-TABLE-MAX
053500             MOVE 'MORE RECORDS THAN THE COMPARE TABLE HOLDS'
053600                 TO WS-REFUSE-REASON
053700             SET RUN-REFUSED TO TRUE
053800         ELSE
053900             ADD 1 TO WT-CNT(SX)
054000             ADD 1 TO WS-RECS-IN
054100             PERFORM 4100-SPLIT-RECORD THRU 4100-EXIT
054200             MOVE WK-KEY       TO WT-KEY(SX, WT-CNT(SX))
054300             MOVE WS-SPLIT-REC TO WT-REC(SX, WT-CNT(SX))
054400             PERFORM 2200-READ-SIDE THRU 2200-EXIT
054500         END-IF
054600     END-PERFORM.
054700 2100-EXIT.
054800     EXIT.
054900
055000*===============================================================*
055100*  2200-READ-SIDE - NEXT RECORD OF SIDE S INTO WS-SPLIT-REC     *
055200*===============================================================*
055300 2200-READ-SIDE.
055400     IF COMPARE-POSTMST
055500         IF SX = 1
055600             READ OLDP-FILE NEXT
055700                 AT END
055800                     SET SIDE-EOF TO TRUE
055900                     GO TO 2200-EXIT
056000             END-READ
056100             MOVE OLDP-REC TO WS-SPLIT-REC
056200         ELSE
056300             READ NEWP-FILE NEXT
056400                 AT END
056500                     SET SIDE-EOF TO TRUE
056600                     GO TO 2200-EXIT
056700             END-READ
056800             MOVE NEWP-REC TO WS-SPLIT-REC
056900         END-IF
057000     ELSE
057100         IF SX = 1
057200             READ OLD-FILE
057300                 AT END
057400                     SET SIDE-EOF TO TRUE
057500                     GO TO 2200-EXIT
057600             END-READ
057700             MOVE OLD-REC TO WS-SPLIT-REC
057800         ELSE
057900             READ NEW-FILE
058000                 AT END
058100                     SET SIDE-EOF TO TRUE
058200                     GO TO 2200-EXIT
058300             END-READ
058400             MOVE NEW-REC TO WS-SPLIT-REC
058500         END-IF
058600     END-IF.
058700 2200-EXIT.
058800     EXIT.
058900
059000*===============================================================*
059100*  3000-SORT-SIDE - BUILD THE 1..N ORDER PERMUTATION OF SIDE S  *
059200*                   AND SHELL-SORT IT BY KEY.  EQUAL KEYS KEEP  *
059300*                   THEIR FILE ORDER                            *
059400*===============================================================*
059500 3000-SORT-SIDE.
059600     MOVE ZERO TO SI
059700     PERFORM UNTIL SI = WT-CNT(SX)
059800         ADD 1 TO SI
059900         MOVE SI TO WT-ORDER(SX, SI)
060000     END-PERFORM
060100     COMPUTE GAP = WT-CNT(SX) / 2
060200     PERFORM UNTIL GAP = 0
060300         MOVE GAP TO SI
060400         PERFORM UNTIL SI NOT < WT-CNT(SX)
060500             ADD 1 TO SI
060600             MOVE WT-ORDER(SX, SI) TO TMPI
060700             MOVE SI TO SJ
060800             PERFORM 3100-SIFT-DOWN THRU 3100-EXIT
060900             MOVE TMPI TO WT-ORDER(SX, SJ)
061000         END-PERFORM
061100         COMPUTE GAP = GAP / 2
061200     END-PERFORM.
061300 3000-EXIT.
061400     EXIT.
061500
061600*===============================================================*
061700*  3100-SIFT-DOWN - SHIFT EVERY ENTRY GAP APART THAT SORTS      *
061800*                   AFTER TMPI UP ONE STEP; SJ ENDS ON TMPI'S   *
061900*                   SLOT                                        *
062000*===============================================================*
062100 3100-SIFT-DOWN.
062200     MOVE 'N' TO WS-SIFT-SW
062300     PERFORM UNTIL SJ NOT > GAP OR SIFT-DONE
062400         COMPUTE E1 = SJ - GAP
062500         MOVE WT-ORDER(SX, E1) TO E2
062600         IF WT-KEY(SX, E2) < WT-KEY(SX, TMPI)
062700         OR (WT-KEY(SX, E2) = WT-KEY(SX, TMPI) AND E2 < TMPI)
062800             SET SIFT-DONE TO TRUE
062900         ELSE
063000             MOVE E2 TO WT-ORDER(SX, SJ)
063100             MOVE E1 TO SJ
063200         END-IF
063300     END-PERFORM.
063400 3100-EXIT.
063500     EXIT.
063600
063700*===============================================================*
063800*  4000-MATCH-SIDES - WALK BOTH SIDES IN KEY ORDER: A KEY ON    *
063900*                     ONE SIDE ONLY IS LISTED WHOLE, A MATCHED  *
064000*                     PAIR IS COMPARED                          *
064100*===============================================================*
064200 4000-MATCH-SIDES.
064300     MOVE 1 TO P1
064400     MOVE 1 TO P2
064500     PERFORM UNTIL P1 > WT-CNT(1) AND P2 > WT-CNT(2)
064600         IF P1 > WT-CNT(1)
064700             MOVE WT-ORDER(2, P2) TO E2
064800             MOVE 2 TO SX
064900             PERFORM 4200-LIST-ONE-SIDE THRU 4200-EXIT
065000             ADD 1 TO P2
065100         ELSE
065200             IF P2 > WT-CNT(2)
065300                 MOVE WT-ORDER(1, P1) TO E1
065400                 MOVE 1 TO SX
065500                 PERFORM 4200-LIST-ONE-SIDE THRU 4200-EXIT
065600                 ADD 1 TO P1
065700             ELSE
065800                 MOVE WT-ORDER(1, P1) TO E1
065900                 MOVE WT-ORDER(2, P2) TO E2
066000                 IF WT-KEY(1, E1) < WT-KEY(2, E2)
066100                     MOVE 1 TO SX
066200                     PERFORM 4200-LIST-ONE-SIDE THRU 4200-EXIT
066300                     ADD 1 TO P1
066400                 ELSE
066500                     IF WT-KEY(1, E1) > WT-KEY(2, E2)
066600                         MOVE 2 TO SX
066700                         PERFORM 4200-LIST-ONE-SIDE THRU 4200-EXIT
066800                         ADD 1 TO P2
066900                     ELSE
067000                         PERFORM 4300-COMPARE-PAIR THRU 4300-EXIT
067100                         ADD 1 TO P1
067200                         ADD 1 TO P2
067300                     END-IF
067400                 END-IF
067500             END-IF
067600         END-IF
067700     END-PERFORM.
067800 4000-EXIT.
067900     EXIT.
068000
068100*===============================================================*
068200*  4100-SPLIT-RECORD - WS-SPLIT-REC INTO ITS KEY AND NAMED      *
068300*                      FIELDS FOR THE FILE BEING COMPARED       *
068400*===============================================================*
068500 4100-SPLIT-RECORD.
068600     MOVE SPACES TO WS-SPLIT
068700     MOVE ZERO TO WK-FLD-CNT
068800     IF COMPARE-SUMCSV
068900         MOVE 'S' TO WK-SHAPE
069000         UNSTRING WS-SPLIT-REC DELIMITED BY ','
069100             INTO WK-VAL(1) WK-VAL(2) WK-VAL(3)
069200                  WK-VAL(4) WK-VAL(5) WK-VAL(6)
069300             TALLYING IN WK-FLD-CNT
069400         END-UNSTRING
069500         MOVE WK-VAL(1) TO WK-PART-1
069600         MOVE WK-VAL(2) TO WK-PART-2
069700     END-IF
069800     IF COMPARE-PTSCSV
069900         PERFORM 4110-SPLIT-PTSCSV THRU 4110-EXIT
070000     END-IF
070100     IF COMPARE-GLJRNL
070200         PERFORM 4120-SPLIT-GLJRNL THRU 4120-EXIT
070300     END-IF
070400     IF COMPARE-POSTMST
070500         PERFORM 4130-SPLIT-POSTMST THRU 4130-EXIT
070600     END-IF.
070700 4100-EXIT.
070800     EXIT.
070900
071000*===============================================================*
071100*  4110-SPLIT-PTSCSV - MODE H WITH A V, B OR A RECORD TYPE IS  *
071200*                      A HULL LINE; MODE T WITH AN L OR C       *
071300*                      RECORD TYPE A TRAVERSE LINE; NINE FIELDS *
071400*                      IS A SET'S PAIR                          *
071500*                      LINE; FIVE LEADING WITH MODE N A         *
071600*                      NEAREST-NEIGHBOUR LINE; ANY OTHER FIVE A *
071700*                      GROUPED LINE                             *
071800*===============================================================*
071900 4110-SPLIT-PTSCSV.
072000     UNSTRING WS-SPLIT-REC DELIMITED BY ','
072100         INTO WK-VAL(1) WK-VAL(2) WK-VAL(3) WK-VAL(4) WK-VAL(5)
072200              WK-VAL(6) WK-VAL(7) WK-VAL(8) WK-VAL(9)
072300         TALLYING IN WK-FLD-CNT
072400     END-UNSTRING
072500     IF WK-VAL(1) = 'H'
072600             AND (WK-VAL(4) = 'V' OR WK-VAL(4) = 'B'
072700                  OR WK-VAL(4) = 'A')
072800         MOVE WK-VAL(4) TO WK-SHAPE
072900         MOVE WK-VAL(2) TO WK-PART-1
073000         MOVE WK-VAL(3) TO WK-PART-2
073100         IF WK-VAL(4) = 'V'
073200             MOVE WK-VAL(6) TO WK-PART-3
073300         END-IF
073400         IF WK-VAL(4) = 'B'
073500             MOVE WK-VAL(5) TO WK-PART-3
073600         END-IF
073700         GO TO 4110-EXIT
073800     END-IF
073900     IF WK-VAL(1) = 'T'
074000             AND (WK-VAL(3) = 'L' OR WK-VAL(3) = 'C')
074100         MOVE WK-VAL(3) TO WK-SHAPE
074200         MOVE WK-VAL(2) TO WK-PART-1
074300         IF WK-VAL(3) = 'L'
074400             MOVE WK-VAL(4) TO WK-PART-2
074500         END-IF
074600         GO TO 4110-EXIT
074700     END-IF
074800     IF WK-FLD-CNT = 9
074900         MOVE 'M' TO WK-SHAPE
075000         MOVE WK-VAL(1) TO WK-PART-1
075100         MOVE WK-VAL(6) TO WK-PART-2
075200         MOVE WK-VAL(7) TO WK-PART-3
075300         GO TO 4110-EXIT
075400     END-IF
075500     IF WK-VAL(1) = 'N'
075600         MOVE 'N' TO WK-SHAPE
075700         MOVE WK-VAL(2) TO WK-PART-1
075800         MOVE WK-VAL(4) TO WK-PART-2
075900         GO TO 4110-EXIT
076000     END-IF
076100     MOVE 'G' TO WK-SHAPE
076200     MOVE WK-VAL(2) TO WK-PART-1
076300     MOVE WK-VAL(4) TO WK-PART-2
076400     MOVE WK-VAL(5) TO WK-PART-3.
076500 4110-EXIT.
076600     EXIT.
076700
076800*===============================================================*
076900*  4120-SPLIT-GLJRNL - A RECORD BLANK PAST COLUMN 17 IS THE     *
077000*                      BATCH HEADER OR TRAILER (SEE             *
077100*                      COPY/BATCHCTL.CPY), ANYTHING ELSE AN     *
077200*                      ACCOUNT DETAIL                           *
077300*===============================================================*
077400 4120-SPLIT-GLJRNL.
077500     IF WS-SPLIT-REC(18:63) = SPACES
077600         MOVE WS-SPLIT-REC(1:17) TO BATCH-CTL-REC
077700         MOVE 3 TO WK-FLD-CNT
077800         MOVE BCR-TYPE TO WK-VAL(1)
077900         IF BCR-HEADER
078000             MOVE 'H'            TO WK-SHAPE
078100             MOVE 'HEADER'       TO WK-PART-1
078200             MOVE BCH-BATCH-ID   TO WK-VAL(2)
078300             MOVE BCH-CRE-DATE   TO WK-VAL(3)
078400         ELSE
078500             MOVE 'T'            TO WK-SHAPE
078600             MOVE 'TRAILER'      TO WK-PART-1
078700             MOVE BCT-REC-COUNT  TO WK-VAL(2)
078800             MOVE BCT-HASH-TOTAL TO WK-VAL(3)
078900         END-IF
079000         GO TO 4120-EXIT
079100     END-IF
079200     MOVE WS-SPLIT-REC TO GLJ-REC
079300     MOVE 'D'      TO WK-SHAPE
079400     MOVE 3        TO WK-FLD-CNT
079500     MOVE GLJ-ACCT TO WK-PART-1
079600     MOVE GLJ-ACCT TO WK-VAL(1)
079700     MOVE GLJ-DATE TO WK-VAL(2)
079800     MOVE GLJ-NET  TO WS-EDIT-AMT
079900     MOVE WS-EDIT-AMT TO WK-VAL(3).
080000 4120-EXIT.
080100     EXIT.
080200
080300*===============================================================*
080400*  4130-SPLIT-POSTMST - ONE POSTING (SEE COPY/POSTREC.CPY)      *
080500*===============================================================*
080600 4130-SPLIT-POSTMST.
080700     MOVE WS-SPLIT-REC  TO POST-REC
080800     MOVE 'P'           TO WK-SHAPE
080900     MOVE 10            TO WK-FLD-CNT
081000     MOVE POST-ID       TO WK-PART-1
081100     MOVE POST-ID       TO WK-VAL(1)
081200     MOVE POST-DATE     TO WK-VAL(2)
081300     MOVE POST-ACCT     TO WK-VAL(3)
081400     MOVE POST-OP       TO WK-VAL(4)
081500     MOVE POST-A        TO WS-EDIT-OPD
081600     MOVE WS-EDIT-OPD   TO WK-VAL(5)
081700     MOVE POST-B        TO WS-EDIT-OPD
081800     MOVE WS-EDIT-OPD   TO WK-VAL(6)
081900     MOVE POST-RESULT   TO WS-EDIT-OPD
082000     MOVE WS-EDIT-OPD   TO WK-VAL(7)
082100     MOVE POST-REV-OF   TO WK-VAL(8)
082200     MOVE POST-REV-FLAG TO WK-VAL(9)
082300     MOVE POST-BATCH-ID TO WK-VAL(10).
082400 4130-EXIT.
082500     EXIT.
082600
082700*===============================================================*
082800*  4200-LIST-ONE-SIDE - A KEY ON SIDE S ONLY: THE KEY, THEN THE *
082900*                       RECORD AS THAT RUN WROTE IT             *
083000*===============================================================*
083100 4200-LIST-ONE-SIDE.
083200     IF SX = 1
083300         MOVE 'OLD RUN ONLY' TO WD-TAG
083400         MOVE WT-KEY(1, E1)  TO WK-KEY
083500         MOVE WT-REC(1, E1)  TO WL-REC
083600         ADD 1 TO WS-OLD-ONLY-CNT
083700     ELSE
083800         MOVE 'NEW RUN ONLY' TO WD-TAG
083900         MOVE WT-KEY(2, E2)  TO WK-KEY
084000         MOVE WT-REC(2, E2)  TO WL-REC
084100         ADD 1 TO WS-NEW-ONLY-CNT
084200     END-IF
084300     PERFORM 4400-PRINT-KEY THRU 4400-EXIT
084400     MOVE WS-REC-LINE TO WS-PRINT-LINE
084500     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
084600 4200-EXIT.
084700     EXIT.
084800
084900*===============================================================*
085000*  4300-COMPARE-PAIR - THE SAME KEY ON BOTH SIDES.  IDENTICAL   *
085100*                      RECORDS ARE ONLY COUNTED; OTHERWISE      *
085200*                      EVERY FIELD THAT DIFFERS IS LISTED       *
085300*===============================================================*
085400 4300-COMPARE-PAIR.
085500     IF WT-REC(1, E1) = WT-REC(2, E2)
085600         ADD 1 TO WS-SAME-CNT
085700         GO TO 4300-EXIT
085800     END-IF
085900     ADD 1 TO WS-DIFF-CNT
086000     MOVE WT-REC(1, E1) TO WS-SPLIT-REC
086100     PERFORM 4100-SPLIT-RECORD THRU 4100-EXIT
086200     MOVE WS-SPLIT TO WS-OLD-SPLIT
086300     MOVE WT-REC(2, E2) TO WS-SPLIT-REC
086400     PERFORM 4100-SPLIT-RECORD THRU 4100-EXIT
086500     MOVE WS-SPLIT TO WS-NEW-SPLIT
086600     MOVE 'DIFFERENT'   TO WD-TAG
086700     PERFORM 4400-PRINT-KEY THRU 4400-EXIT
086800     PERFORM 4500-FIND-NAMES THRU 4500-EXIT
086900     MOVE WO-FLD-CNT TO FM
087000     IF WN-FLD-CNT > FM
087100         MOVE WN-FLD-CNT TO FM
087200     END-IF
087300     MOVE ZERO TO WS-REC-DIFFS
087400     MOVE 1 TO FX
087500     PERFORM UNTIL FX > FM
087600         IF WO-VAL(FX) NOT = WN-VAL(FX)
087700             PERFORM 4600-PRINT-FIELD THRU 4600-EXIT
087800         END-IF
087900         ADD 1 TO FX
088000     END-PERFORM
088100     IF WS-REC-DIFFS = ZERO
088200         MOVE 'REST OF REC' TO WF-NAME
088300         MOVE WT-REC(1, E1)(61:20) TO WF-OLD
088400         MOVE WT-REC(2, E2)(61:20) TO WF-NEW
088500         MOVE WS-FIELD-LINE TO WS-PRINT-LINE
088600         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
088700         ADD 1 TO WS-FIELD-CNT
088800     END-IF.
088900 4300-EXIT.
089000     EXIT.
089100
089200*===============================================================*
089300*  4400-PRINT-KEY - THE KEY LINE FOR WK-KEY                     *
089400*===============================================================*
089500 4400-PRINT-KEY.
089600     MOVE WK-PART-1 TO WD-PART-1
089700     MOVE WK-PART-2 TO WD-PART-2
089800     MOVE WK-PART-3 TO WD-PART-3
089900     MOVE WS-KEY-LINE TO WS-PRINT-LINE
090000     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
090100 4400-EXIT.
090200     EXIT.
090300
090400*===============================================================*
090500*  4500-FIND-NAMES - THE NAME ROW FOR THE PAIR'S SHAPE; M IS    *
090600*                    ZERO WHEN THE SHAPE HAS NO ROW             *
090700*===============================================================*
090800 4500-FIND-NAMES.
090900     MOVE ZERO TO M
091000     MOVE 1 TO SI
091100     PERFORM UNTIL SI > 13 OR M > ZERO
091200         IF WM-SHAPE(SI) = WO-KEY(1:1)
091300             MOVE SI TO M
091400         END-IF
091500         ADD 1 TO SI
091600     END-PERFORM.
091700 4500-EXIT.
091800     EXIT.
091900
092000*===============================================================*
092100*  4600-PRINT-FIELD - ONE FIELD THAT DIFFERS, OLD BESIDE NEW    *
092200*===============================================================*
092300 4600-PRINT-FIELD.
092400     MOVE SPACES TO WF-NAME
092500     IF M > ZERO
092600         MOVE WM-NAME(M, FX) TO WF-NAME
092700     END-IF
092800     IF WF-NAME = SPACES
092900         MOVE 'FIELD' TO WF-NAME
093000         MOVE FX TO WF-NAME(7:2)
093100     END-IF
093200     MOVE WO-VAL(FX) TO WF-OLD
093300     MOVE WN-VAL(FX) TO WF-NEW
093400     MOVE WS-FIELD-LINE TO WS-PRINT-LINE
093500     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
093600     ADD 1 TO WS-REC-DIFFS
093700     ADD 1 TO WS-FIELD-CNT.
093800 4600-EXIT.
093900     EXIT.
094000
094100*===============================================================*
094200*  5000-PRINT-SUMMARY - MATCHED, DIFFERENT AND ONE-SIDED        *
094300*                       COUNTS, EACH SIDE PROVED AGAINST WHAT   *
094400*                       WAS READ, AND THE VERDICT               *
094500*===============================================================*
094600 5000-PRINT-SUMMARY.
094700     MOVE SPACES TO WS-PRINT-LINE
094800     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
094900     MOVE SPACES TO WC-RESULT
095000     MOVE 'RECORDS ON THE OLD RUN ..............: ' TO WC-LABEL
095100     MOVE WT-CNT(1)       TO WC-COUNT
095200     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
095300     MOVE 'RECORDS ON THE NEW RUN ..............: ' TO WC-LABEL
095400     MOVE WT-CNT(2)       TO WC-COUNT
095500     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
095600     MOVE 'MATCHED AND IDENTICAL ...............: ' TO WC-LABEL
095700     MOVE WS-SAME-CNT     TO WC-COUNT
095800     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
095900     MOVE 'MATCHED AND DIFFERENT ...............: ' TO WC-LABEL
096000     MOVE WS-DIFF-CNT     TO WC-COUNT
096100     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
096200     MOVE '  FIELDS DIFFERENT ..................: ' TO WC-LABEL
096300     MOVE WS-FIELD-CNT    TO WC-COUNT
096400     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
096500     MOVE 'ON THE OLD RUN ONLY .................: ' TO WC-LABEL
096600     MOVE WS-OLD-ONLY-CNT TO WC-COUNT
096700     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
096800     MOVE 'ON THE NEW RUN ONLY .................: ' TO WC-LABEL
096900     MOVE WS-NEW-ONLY-CNT TO WC-COUNT
097000     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
097100     COMPUTE WS-CHECK-CNT = WS-SAME-CNT + WS-DIFF-CNT
097200                          + WS-OLD-ONLY-CNT
097300     MOVE 'OLD RUN ACCOUNTED FOR ...............: ' TO WC-LABEL
097400     MOVE WS-CHECK-CNT    TO WC-COUNT
097500     IF WS-CHECK-CNT = WT-CNT(1)
097600         MOVE 'AGREE'          TO WC-RESULT
097700     ELSE
097800         MOVE 'OUT OF BALANCE' TO WC-RESULT
097900         SET OUT-OF-BALANCE TO TRUE
098000     END-IF
098100     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
098200     COMPUTE WS-CHECK-CNT = WS-SAME-CNT + WS-DIFF-CNT
098300                          + WS-NEW-ONLY-CNT
098400     MOVE 'NEW RUN ACCOUNTED FOR ...............: ' TO WC-LABEL
098500     MOVE WS-CHECK-CNT    TO WC-COUNT
098600     IF WS-CHECK-CNT = WT-CNT(2)
098700         MOVE 'AGREE'          TO WC-RESULT
098800     ELSE
098900         MOVE 'OUT OF BALANCE' TO WC-RESULT
099000         SET OUT-OF-BALANCE TO TRUE
099100     END-IF
099200     PERFORM 5100-WRITE-CONTROL THRU 5100-EXIT
099300     COMPUTE WS-DISAGREE-CNT = WS-DIFF-CNT + WS-OLD-ONLY-CNT
099400                             + WS-NEW-ONLY-CNT
099500     MOVE SPACES TO WS-PRINT-LINE
099600     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
099700     IF WS-DISAGREE-CNT = ZERO
099800         MOVE 'RUNS AGREE' TO WR-RESULT
099900     ELSE
100000         MOVE 'RUNS DISAGREE - DO NOT PROMOTE' TO WR-RESULT
100100     END-IF
100200     MOVE WS-RESULT-LINE TO WS-PRINT-LINE
100300     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
100400 5000-EXIT.
100500     EXIT.
100600
100700*===============================================================*
100800*  5100-WRITE-CONTROL                                           *
100900*===============================================================*
101000 5100-WRITE-CONTROL.
101100     MOVE WS-CONTROL-LINE TO WS-PRINT-LINE
101200     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
101300 5100-EXIT.
101400     EXIT.
101500
101600*===============================================================*
101700*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING   *
101800*                        BLOCK EVERY 60 LINES, THEN THE LINE    *
101900*                        STAGED IN WS-PRINT-LINE                *
102000*===============================================================*
102100 8000-WRITE-REPT-LINE.
102200     IF WS-LINE-CNT > WS-PAGE-MAX
102300         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
102400     END-IF
102500     WRITE REPT-REC FROM WS-PRINT-LINE
102600     ADD 1 TO WS-LINE-CNT.
102700 8000-EXIT.
102800     EXIT.
102900
103000*===============================================================*
103100*  8100-PRINT-HEADINGS                                          *
103200*===============================================================*
103300 8100-PRINT-HEADINGS.
103400     ADD 1 TO WS-PAGE-CNT
103500     MOVE WS-TODAY         TO WH-DATE
103600     MOVE WS-RUN-TIME(1:6) TO WH-TIME
103700     MOVE WS-PAGE-CNT      TO WH-PAGE
103800     WRITE REPT-REC FROM WS-HEADING-1
103900     WRITE REPT-REC FROM WS-HEADING-2
104000     MOVE SPACES TO REPT-REC
104100     WRITE REPT-REC
104200     MOVE 3 TO WS-LINE-CNT.
104300 8100-EXIT.
104400     EXIT.
104500
104600*===============================================================*
104700*  9000-TERMINATE - LOG THE RUN, CLOSE FILES                    *
104800*===============================================================*
104900 9000-TERMINATE.
105000     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
105100     IF OLD-SIDE-OPEN
105200         IF COMPARE-POSTMST
105300             CLOSE OLDP-FILE
105400         ELSE
105500             CLOSE OLD-FILE
105600         END-IF
105700     END-IF
105800     IF NEW-SIDE-OPEN
105900         IF COMPARE-POSTMST
106000             CLOSE NEWP-FILE
106100         ELSE
106200             CLOSE NEW-FILE
106300         END-IF
106400     END-IF
106500     CLOSE REPT-FILE.
106600 9000-EXIT.
106700     EXIT.
106800
106900*===============================================================*
107000*  9500-WRITE-AUDIT - LOG THIS RUN TO THE SHARED AUDIT FILE     *
107100*===============================================================*
107200 9500-WRITE-AUDIT.
107300     ACCEPT WS-AUDIT-TIME FROM TIME
107400     MOVE 'PARCOMP'       TO AUDIT-PROGRAM-ID
107500     MOVE WS-TODAY(3:6)   TO AUDIT-RUN-DATE
107600     MOVE WS-AUDIT-TIME   TO AUDIT-RUN-TIME
107700     MOVE WS-RECS-IN      TO AUDIT-RECS-IN
107800     MOVE WS-SAME-CNT     TO AUDIT-RECS-OUT
107900     MOVE WS-DISAGREE-CNT TO AUDIT-RECS-REJ
108000     MOVE WS-FILE-NAME    TO AUDIT-BATCH-ID
108100     MOVE ZERO            TO AUDIT-DUP-CNT
108200     MOVE WS-RUN-TIME     TO AUDIT-START-TIME
108300     CALL 'AUDITLOG' USING AUDIT-PARM.
108400 9500-EXIT.
108500     EXIT.
108600
108700*===============================================================*
108800*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 THE RUNS AGREE,   *
108900*                         4 THEY DISAGREE (OR THE COUNTS DO     *
109000*                         NOT PROVE), 8 THE RUN WAS REFUSED,    *
109100*                         12 BOTH SIDES EMPTY                   *
109200*===============================================================*
109300 9900-SET-RETURN-CODE.
109400     MOVE 0 TO RETURN-CODE
109500     IF WS-DISAGREE-CNT > 0 OR OUT-OF-BALANCE
109600         MOVE 4 TO RETURN-CODE
109700     END-IF
109800     IF RUN-REFUSED
109900         MOVE 8 TO RETURN-CODE
110000         GO TO 9900-EXIT
110100     END-IF
110200     IF WS-RECS-IN = 0
110300         MOVE 12 TO RETURN-CODE
110400     END-IF.
110500 9900-EXIT.
110600     EXIT.
