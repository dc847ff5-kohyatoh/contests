001800*                   NIGHT'S WORK ACROSS TWO BUSINESS DATES.      *
001900*                   THE CARD IS READ ON THE FIRST CALL AND THE   *
002000*                   ANSWER HELD FOR THE REST OF THE RUN.         *
002015*  2026-10-15 BSU   WHEN THE STEP HAS THE BUSINESS-DATE HISTORY  *
002029*                   (BDHIST, SEE COPY/BDHREC.CPY) ALLOCATED, A   *
002043*                   DATE THE EODROLL STEP HAS ALREADY CLOSED     *
002057*                   REFUSES THE RUN WITH CONDITION CODE 8 BEFORE *
002071*                   THE CALLER DOES ANY WORK, UNLESS THE         *
002085*                   PROCDATE CARD CARRIES THE RERUN FLAG.        *
002100*===============================================================*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL CTL-FILE ASSIGN TO "PROCDATE"
002900         ORGANIZATION IS LINE SEQUENTIAL.
002934     SELECT OPTIONAL HIST-FILE ASSIGN TO "BDHIST"
002967         ORGANIZATION IS LINE SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003400     RECORDING MODE IS F.
003500 COPY PROCDATE.
003600
003620 FD  HIST-FILE
003640     RECORDING MODE IS F.
003660 COPY BDHREC.
003680
003700 WORKING-STORAGE SECTION.
003800 01  WS-LOAD-SW             PIC X(01)   VALUE 'N'.
003900     88  DATE-RESOLVED                  VALUE 'Y'.
004000 01  WS-BUS-DATE            PIC 9(08)   VALUE ZEROES.
004100 01  WS-SOURCE              PIC X(01)   VALUE 'S'.
004115 01  WS-RERUN-SW            PIC X(01)   VALUE SPACE.
004129     88  RERUN-AUTHORIZED               VALUE 'R'.
004143 01  WS-HIST-EOF-SW         PIC X(01)   VALUE 'N'.
004157     88  HIST-EOF                       VALUE 'Y'.
004171 01  WS-CLOSED-SW           PIC X(01)   VALUE 'N'.
004185     88  DATE-CLOSED                    VALUE 'Y'.
004200
004300 LINKAGE SECTION.
004400 COPY BUSDPARM.
007200                     AND PDC-BUS-DATE NOT = ZEROES
007300                 MOVE PDC-BUS-DATE TO WS-BUS-DATE
007400                 MOVE 'C' TO WS-SOURCE
007450                 MOVE PDC-RERUN-SW TO WS-RERUN-SW
007500             END-IF
007600     END-READ
007700     CLOSE CTL-FILE
007800     IF WS-BUS-DATE = ZEROES
007900         ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
008000         MOVE 'S' TO WS-SOURCE
008067     END-IF
008133     PERFORM 2000-CHECK-CLOSED THRU 2000-EXIT.
008200 1000-EXIT.
008300     EXIT.
008400
008500*===============================================================*
008600*  2000-CHECK-CLOSED - REFUSE THE RUN WHEN THE BUSINESS DATE IS *
008700*                      ALREADY ON THE HISTORY AS CLOSED. A STEP *
008800*                      WITHOUT THE HISTORY ALLOCATED READS IT   *
008900*                      AS EMPTY AND IS NEVER REFUSED            *
009000*===============================================================*
009100 2000-CHECK-CLOSED.
009200     OPEN INPUT HIST-FILE
009300     PERFORM UNTIL HIST-EOF
009400         READ HIST-FILE
009500             AT END
009600                 SET HIST-EOF TO TRUE
009700             NOT AT END
009800                 IF BDH-BUS-DATE = WS-BUS-DATE
009900                     SET DATE-CLOSED TO TRUE
010000                 END-IF
010100         END-READ
010200     END-PERFORM
010300     CLOSE HIST-FILE
010400     IF NOT DATE-CLOSED
010500         GO TO 2000-EXIT
010600     END-IF
010700     IF RERUN-AUTHORIZED
010800         DISPLAY 'BUSDATE: BUSINESS DATE ' WS-BUS-DATE
010900             ' ALREADY CLOSED - RERUN AUTHORIZED BY PROCDATE'
011000         GO TO 2000-EXIT
011100     END-IF
011200     DISPLAY 'BUSDATE: BUSINESS DATE ' WS-BUS-DATE
011300         ' ALREADY CLOSED - RUN REFUSED'
011400     MOVE 8 TO RETURN-CODE
011500     STOP RUN.
011600 2000-EXIT.
011700     EXIT.
