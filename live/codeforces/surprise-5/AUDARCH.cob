001950*                   CARD. A BAD PARAMETER FILE REFUSES THE RUN   *
001960*                   AT THE TOP WITH CONDITION CODE 8, AND THE    *
001970*                   CUTOFF IN EFFECT IS ECHOED ON THE REPORT.    *
001972*  2026-10-15 BSU   AUDIT LINE NOW 110 BYTES, SEALED WITH A      *
001973*                   SEQUENCE NUMBER AND CHAIN VALUE. THE RUN NOW *
001974*                   LEAVES ITS OWN RECORD AT THE END OF THE NEW  *
001976*                   LIVE LOG, SEALED ONE ABOVE THE LAST RECORD   *
001977*                   IT READ, SO THE CHAIN RUNS UNBROKEN FROM THE *
001978*                   ARCHIVE INTO THE LIVE LOG EVEN WHEN EVERY    *
001980*                   RECORD WAS ARCHIVED, AND THE ARCHIVAL ITSELF *
001981*                   IS ON THE LOG FOR AUDVERFY TO PROVE.         *
001982*  2026-10-15 BSU   THE CLOSED PERIOD CAN NOW FOLLOW THE FISCAL  *
001984*                   CALENDAR: WITH PERIOD-BASIS=F ON THE SUITE   *
001985*                   PARAMETER FILE AND NO ARCH-CUTOFF, THE       *
001986*                   CUTOFF IS THE END OF THE LATEST FISCAL       *
001988*                   PERIOD THE BUSINESS DATE HAS CLOSED, FROM    *
001989*                   DATERTN'S FISCAL-PERIOD FUNCTION AGAINST THE *
001990*                   FISCAL CALENDAR FILE, AND RECORDS ARE SPLIT  *
001992*                   BY WHOLE RUN DATE (YYMMDD) INSTEAD OF MONTH. *
001993*                   AN ARCH-CUTOFF CARD STILL WINS. THE BASIS IS *
001994*                   ECHOED WITH THE CUTOFF. A BUSINESS DATE THE  *
001996*                   CALENDAR DOES NOT COVER REFUSES THE RUN WITH *
001997*                   8 BEFORE ANYTHING IS ARCHIVED, SINCE THE     *
001998*                   LIVE LOG IS ONLY REPLACED ON A CLEAN END.    *
002000*===============================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004500     05  AI-PROGRAM-ID      PIC X(08).
004600     05  FILLER             PIC X(02).
004700     05  AI-RUN-DATE        PIC 9(06).
004734     05  FILLER             PIC X(72).
004767     05  AI-SEQ-NO          PIC 9(08).
004800     05  FILLER             PIC X(02).
004833     05  AI-CHAIN           PIC 9(10).
004866     05  FILLER             PIC X(02).

004900 FD  ARCH-FILE
005000     RECORDING MODE IS F.
005100 01  ARCH-REC               PIC X(110).

005200 FD  NEW-FILE
005300     RECORDING MODE IS F.
005400 01  NEW-REC                PIC X(110).

005500 FD  REPT-FILE
005600     RECORDING MODE IS F.
006900     05  WS-RECS-KEPT       PIC 9(08)   COMP    VALUE ZERO.

007000 01  WS-CUTOFF-YYMM         PIC 9(04)   VALUE ZEROES.
007015 01  WS-CUTOFF-YYMMDD       PIC 9(06)   VALUE ZEROES.
007029 01  WS-CUTOFF-DATE         PIC 9(08)   VALUE ZEROES.
007043 01  WS-BASIS-SW            PIC X(01)   VALUE 'C'.
007057     88  CALENDAR-BASIS                 VALUE 'C'.
007071     88  FISCAL-BASIS                   VALUE 'F'.
007085 01  WS-BASIS-SOURCE        PIC X(10)   VALUE SPACES.
007100 01  WS-TODAY               PIC 9(06)   VALUE ZEROES.
007200 01  WS-YY                  PIC 9(02)   VALUE ZEROES.
007300 01  WS-MM                  PIC 9(02)   VALUE ZEROES.
007322 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
007344 01  WS-START-TIME          PIC 9(08)   VALUE ZEROES.
007366 COPY BUSDPARM.
007388 COPY DATEPARM.

007410*---------------------------------------------------------------*
007420*  COMMUNICATION AREA FOR THE SHARED SUITE PARAMETER PARSER,     *
007800 01  WS-TOTALS-LINE.
007900     05  FILLER             PIC X(20)   VALUE
008000         'CUTOFF PERIOD ....: '.
008100     05  WT-CUTOFF          PIC X(06).
008200     05  FILLER             PIC X(14)   VALUE SPACES.
008300     05  FILLER             PIC X(20)   VALUE
008400         'RECORDS READ .....: '.
008500     05  WT-RECS-IN         PIC ZZZ,ZZ9.
009400     05  WT-RECS-KEPT       PIC ZZZ,ZZ9.
009500     05  FILLER             PIC X(13)   VALUE SPACES.

009503 01  WS-SEAL-LINE.
009505     05  FILLER             PIC X(20)   VALUE
009508         'RUN RECORD SEALED : '.
009510     05  FILLER             PIC X(09)   VALUE 'SEQUENCE '.
009513     05  WT-SEQ-NO          PIC 9(08).
009515     05  FILLER             PIC X(07)   VALUE ' CHAIN '.
009518     05  WT-CHAIN           PIC 9(10).
009520     05  FILLER             PIC X(26)   VALUE SPACES.

009523*---------------------------------------------------------------*
009525*  THE SEQUENCE NUMBER AND CHAIN VALUE OF THE LAST RECORD READ, *
009528*  AND THIS RUN'S OWN AUDIT RECORD IN THE AUDITLOG.COB LAYOUT,  *
009530*  SEALED FROM THEM THROUGH THE SHARED CHAIN ROUTINE            *
009533*---------------------------------------------------------------*
009535 01  WS-LAST-SEQ-NO         PIC 9(08)   VALUE ZEROES.
009538 01  WS-LAST-CHAIN          PIC 9(10)   VALUE ZEROES.
009540 01  WS-RUN-LINE.
009543     05  WR-PROGRAM-ID      PIC X(08)   VALUE 'AUDARCH'.
009545     05  FILLER             PIC X(02)   VALUE SPACES.
009548     05  WR-RUN-DATE        PIC 9(06).
009550     05  FILLER             PIC X(02)   VALUE SPACES.
009552     05  WR-RUN-TIME        PIC 9(08).
009555     05  FILLER             PIC X(02)   VALUE SPACES.
009557     05  WR-RECS-IN         PIC ZZZZZZZ9.
009560     05  FILLER             PIC X(02)   VALUE SPACES.
009562     05  WR-RECS-OUT        PIC ZZZZZZZ9.
009565     05  FILLER             PIC X(02)   VALUE SPACES.
009567     05  WR-RECS-REJ        PIC ZZZZZZZ9.
009570     05  FILLER             PIC X(02)   VALUE SPACES.
009572     05  WR-BATCH-ID        PIC X(08)   VALUE SPACES.
009575     05  FILLER             PIC X(02)   VALUE SPACES.
009577     05  WR-DUP-CNT         PIC ZZZZZZZ9.
009580     05  FILLER             PIC X(02)   VALUE SPACES.
009582     05  WR-START-TIME      PIC 9(08).
009585     05  FILLER             PIC X(02)   VALUE SPACES.
009587     05  WR-SEQ-NO          PIC 9(08).
009590     05  FILLER             PIC X(02)   VALUE SPACES.
009592     05  WR-CHAIN           PIC 9(10).
009595     05  FILLER             PIC X(02)   VALUE SPACES.
009597 COPY CHNPARM.

009600 PROCEDURE DIVISION.
009700*===============================================================*
009800*  0000-MAINLINE                                                *
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
010200     PERFORM 2000-SPLIT-AUDIT-LOG THRU 2000-EXIT
010250     PERFORM 8000-WRITE-RUN-RECORD THRU 8000-EXIT
010300     PERFORM 9000-TERMINATE       THRU 9000-EXIT
010400     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
010500     STOP RUN.

010600*===============================================================*
010650*  1000-INITIALIZE - OPEN FILES AND FIX THE CUTOFF PERIOD -     *
010700*                    LAST MONTH BY DEFAULT, THE END OF THE LAST *
010750*                    FISCAL PERIOD UNDER THE FISCAL BASIS       *
010800*===============================================================*
010900 1000-INITIALIZE.
010934     ACCEPT WS-START-TIME FROM TIME
010967     CALL 'BUSDATE' USING BUSD-PARM
011000     OPEN INPUT  AUDIT-FILE
011100          EXTEND ARCH-FILE
011200          OUTPUT NEW-FILE
011300          OUTPUT REPT-FILE
011400     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
011512     IF WS-CUTOFF-YYMM = ZEROES AND FISCAL-BASIS
011623         PERFORM 1950-FISCAL-CUTOFF THRU 1950-EXIT
011734         MOVE 'ARCH-CUTOFF' TO WPE-KEYWORD
011845         MOVE WS-CUTOFF-YYMMDD TO WPE-VALUE
011956         WRITE REPT-REC FROM WS-PARM-ECHO
012067         PERFORM 1990-ECHO-BASIS THRU 1990-EXIT
012178         GO TO 1000-EXIT
012289     END-IF
012400     IF WS-CUTOFF-YYMM = ZEROES
012500         ACCEPT WS-TODAY FROM DATE
012600         MOVE WS-TODAY(1:2) TO WS-YY
013600     END-IF
013610     MOVE 'ARCH-CUTOFF' TO WPE-KEYWORD
013620     MOVE WS-CUTOFF-YYMM TO WPE-VALUE
013640     WRITE REPT-REC FROM WS-PARM-ECHO
013660     COMPUTE WS-CUTOFF-YYMMDD = (WS-CUTOFF-YYMM * 100) + 99
013680     PERFORM 1990-ECHO-BASIS THRU 1990-EXIT.
013700 1000-EXIT.
013800     EXIT.

013810*===============================================================*
013820*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
013830*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
013837*                    FILE AND PICK UP THE CLOSED PERIOD AND     *
013843*                    THE PERIOD BASIS (CALENDAR WHEN OMITTED)   *
013850*===============================================================*
013860 1900-LOAD-PARMS.
013870     SET PARM-FUNC-LOAD TO TRUE
013906     MOVE SPACES        TO PARM-QUALIFIER
013907     CALL 'PARMRTN' USING PARM-PARM
013908     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
013910         MOVE PARM-VALUE-NUM TO WS-CUTOFF-YYMM
013911         MOVE '(SUITEPRM)' TO WPE-SOURCE
013912     ELSE
013913         MOVE '(DEFAULT)'  TO WPE-SOURCE
013915     END-IF
013916     MOVE 'PERIOD-BASIS' TO PARM-KEYWORD
013917     MOVE SPACES         TO PARM-QUALIFIER
013918     CALL 'PARMRTN' USING PARM-PARM
013920     IF PARM-OK AND PARM-VALUE(1:1) NOT = SPACE
013921         MOVE PARM-VALUE(1:1) TO WS-BASIS-SW
013922         MOVE '(SUITEPRM)' TO WS-BASIS-SOURCE
013923     ELSE
013925         MOVE '(DEFAULT)'  TO WS-BASIS-SOURCE
013926     END-IF.
013927 1900-EXIT.
013928     EXIT.

013930*===============================================================*
013931*  1950-FISCAL-CUTOFF - THE LAST DAY OF THE LATEST FISCAL       *
013932*                       PERIOD CLOSED BY THE BUSINESS DATE: THE *
013933*                       BUSINESS DATE ITSELF WHEN IT ENDS ITS   *
013935*                       PERIOD (THE MONTH-END RUN), OTHERWISE   *
013936*                       THE DAY BEFORE ITS PERIOD BEGAN. A DATE *
013937*                       OFF THE FISCAL CALENDAR REFUSES THE RUN *
013938*                       BEFORE ANYTHING IS ARCHIVED             *
013940*===============================================================*
013941 1950-FISCAL-CUTOFF.
013942     MOVE BUSD-DATE(7:2) TO DATE-IN-DD
013943     MOVE BUSD-DATE(5:2) TO DATE-IN-MM
013945     MOVE BUSD-DATE(1:4) TO DATE-IN-YYYY
013946     MOVE SPACE TO DATE-ADJ-FLAG
013947     MOVE 'F'   TO DATE-FUNCTION
013948     CALL 'DATERTN' USING DATE-PARM
013950     IF DATE-FIS-NOT-FOUND
013951         DISPLAY 'AUDARCH: BUSINESS DATE ' BUSD-DATE
013952             ' NOT ON THE FISCAL CALENDAR - RUN REFUSED'
013953         MOVE 'BUSINESS DATE NOT ON FISCAL CALENDAR - RUN REFUSED'
013955             TO REPT-REC
013956         WRITE REPT-REC
013957         CLOSE AUDIT-FILE
013958               ARCH-FILE
013960               NEW-FILE
013961               REPT-FILE
013962         MOVE 8 TO RETURN-CODE
013963         STOP RUN
013965     END-IF
013966     MOVE '(FISCAL)' TO WPE-SOURCE
013967     IF BUSD-DATE = DATE-OUT-PER-END
013968         MOVE BUSD-DATE(3:6) TO WS-CUTOFF-YYMMDD
013970         GO TO 1950-EXIT
013971     END-IF
013972     MOVE DATE-OUT-PER-START(7:2) TO DATE-IN-DD
013973     MOVE DATE-OUT-PER-START(5:2) TO DATE-IN-MM
013975     MOVE DATE-OUT-PER-START(1:4) TO DATE-IN-YYYY
013976     MOVE -1    TO DATE-OFFSET
013977     MOVE 'A'   TO DATE-FUNCTION
013978     CALL 'DATERTN' USING DATE-PARM
013980     COMPUTE WS-CUTOFF-DATE = (DATE-OUT-YYYY * 10000)
013981         + (DATE-OUT-MM * 100) + DATE-OUT-DD
013982     MOVE WS-CUTOFF-DATE(3:6) TO WS-CUTOFF-YYMMDD.
013983 1950-EXIT.
013985     EXIT.

013986*===============================================================*
013987*  1990-ECHO-BASIS - ECHO THE PERIOD BASIS THE RUN USED         *
013988*===============================================================*
013990 1990-ECHO-BASIS.
013991     MOVE 'PERIOD-BASIS'  TO WPE-KEYWORD
013992     MOVE WS-BASIS-SW     TO WPE-VALUE
013993     MOVE WS-BASIS-SOURCE TO WPE-SOURCE
013995     WRITE REPT-REC FROM WS-PARM-ECHO.
013996 1990-EXIT.
013997     EXIT.

013998*===============================================================*
014000*  2000-SPLIT-AUDIT-LOG - CLOSED-PERIOD RECORDS TO THE ARCHIVE, *
014100*                         OPEN-PERIOD RECORDS TO THE NEW LOG    *
014200*===============================================================*
014300 2000-SPLIT-AUDIT-LOG.
014400     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
014500     PERFORM UNTIL AUDIT-EOF
014650         IF AI-RUN-DATE NOT > WS-CUTOFF-YYMMDD
014800             WRITE ARCH-REC FROM ARCH-IN-REC
014900             ADD 1 TO WS-RECS-ARCH
015000         ELSE
016400             SET AUDIT-EOF TO TRUE
016500             GO TO 2100-EXIT
016600     END-READ
016623     ADD 1 TO WS-RECS-IN
016645     IF AI-SEQ-NO IS NUMERIC AND AI-CHAIN IS NUMERIC
016667         MOVE AI-SEQ-NO TO WS-LAST-SEQ-NO
016689         MOVE AI-CHAIN  TO WS-LAST-CHAIN
016711     ELSE
016733         MOVE ZEROES    TO WS-LAST-SEQ-NO
016755                           WS-LAST-CHAIN
016777     END-IF.
016800 2100-EXIT.
016804     EXIT.

016808*===============================================================*
016812*  8000-WRITE-RUN-RECORD - THIS RUN'S OWN AUDIT RECORD, SEALED  *
016816*                          ONE ABOVE THE LAST RECORD READ, AT   *
016820*                          THE END OF THE NEW LIVE LOG          *
016824*===============================================================*
016828 8000-WRITE-RUN-RECORD.
016832     ACCEPT WS-RUN-TIME FROM TIME
016836     MOVE BUSD-DATE(3:6)  TO WR-RUN-DATE
016840     MOVE WS-RUN-TIME     TO WR-RUN-TIME
016844     MOVE WS-RECS-IN      TO WR-RECS-IN
016848     COMPUTE WR-RECS-OUT = WS-RECS-ARCH + WS-RECS-KEPT
016852     MOVE ZEROES          TO WR-RECS-REJ
016856                             WR-DUP-CNT
016860     MOVE WS-START-TIME   TO WR-START-TIME
016864     COMPUTE WR-SEQ-NO = WS-LAST-SEQ-NO + 1
016868     MOVE WS-LAST-CHAIN   TO CHN-PREV-VALUE
016872     MOVE WS-RUN-LINE(1:96) TO CHN-RECORD
016876     CALL 'CHAINRTN' USING CHN-PARM
016880     MOVE CHN-VALUE       TO WR-CHAIN
016884     WRITE NEW-REC FROM WS-RUN-LINE
016888     MOVE WR-SEQ-NO       TO WT-SEQ-NO
016892     MOVE WR-CHAIN        TO WT-CHAIN.
016896 8000-EXIT.
016900     EXIT.

017000*===============================================================*
017100*  9000-TERMINATE - WRITE TOTALS AND CLOSE FILES                *
017200*===============================================================*
017300 9000-TERMINATE.
017334     IF WS-CUTOFF-YYMM = ZEROES
017367         MOVE WS-CUTOFF-YYMMDD TO WT-CUTOFF
017400     ELSE
017433         MOVE WS-CUTOFF-YYMM TO WT-CUTOFF
017466     END-IF
017500     MOVE WS-RECS-IN     TO WT-RECS-IN
017600     WRITE REPT-REC FROM WS-TOTALS-LINE
017700     MOVE WS-RECS-ARCH   TO WT-RECS-ARCH
017800     MOVE WS-RECS-KEPT   TO WT-RECS-KEPT
017900     WRITE REPT-REC FROM WS-TOTALS-LINE-2
017950     WRITE REPT-REC FROM WS-SEAL-LINE
018000     CLOSE AUDIT-FILE
018100           ARCH-FILE
018200           NEW-FILE
