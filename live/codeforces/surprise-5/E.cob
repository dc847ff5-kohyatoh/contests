002118*                   THE POINT RECORDS AS READ, IS REFUSED      *
002119*                   WITH CONDITION CODE 8 - A SHORT FILE IS A  *
002121*                   HARD STOP LIKE EVERY OTHER SUITE DECK.     *
002122*  2026-10-15 BSU   EVERY LINE OF PTSOUT IS ALSO WRITTEN TO    *
002124*                   THE RPTARCH REPORT ARCHIVE THROUGH THE     *
002125*                   SHARED RPTARCH SUBROUTINE (SEE             *
002126*                   COPY/RPTAPARM.CPY), UNDER THE BUSINESS     *
002128*                   DATE AND RUN START TIME, SO THE REPORT CAN *
002129*                   BE REPRINTED BY RPTPRINT AFTER THE SPOOL   *
002131*                   PURGE. PTSOUT HAS NO PAGING, SO IT IS      *
002132*                   FILED AS PAGE 1.                           *
002133*  2026-10-15 BSU   CONVEX HULL MODE: HDR-MODE 'H' TRACES THE  *
002135*                   CONVEX HULL OF THE SET, OR OF EACH PD-SRC  *
002136*                   SOURCE WHEN THE GROUP BYTE IS G. PTSOUT    *
002138*                   AND PTSCSV LIST THE HULL VERTICES COUNTER- *
002139*                   CLOCKWISE FROM THE WESTERNMOST (THEN       *
002140*                   SOUTHERNMOST) POINT BY POINT ID AND        *
002142*                   SOURCE, FLAG EVERY OTHER POINT LYING       *
002143*                   EXACTLY ON A HULL EDGE, AND CLOSE WITH THE *
002145*                   PERIMETER AND ENCLOSED AREA. A GROUP OF    *
002146*                   FEWER THAN THREE POINTS GETS A NO-HULL     *
002147*                   LINE; A COLLINEAR ONE IS FLAGGED AS        *
002149*                   ENCLOSING NO AREA.                         *
002150*  2026-10-15 BSU   NEW MODE T, TRAVERSE CLOSURE: THE SET IS   *
002151*                   ONE SURVEY TRAVERSE, ITS POINTS THE        *
002153*                   STATIONS IN OCCUPIED ORDER (BUILT FROM A   *
002154*                   TRAVERSE REQUEST DECK BY TRVEXTR). EACH    *
002156*                   LEG'S LENGTH AND THE RUNNING LENGTH ARE    *
002157*                   LISTED, THEN THE LINEAR MISCLOSURE BETWEEN *
002158*                   THE LAST STATION AND THE FIRST AND THE     *
002160*                   RELATIVE PRECISION AS 1:N (TOTAL LENGTH    *
002161*                   OVER MISCLOSURE). A TRAVERSE POORER THAN   *
002163*                   THE TRV-MIN-RATIO SUITEPRM LIMIT IS        *
002164*                   FLAGGED, SO THE SUITE PARAMETER FILE IS    *
002165*                   NOW LOADED AT THE TOP AND A BAD ONE        *
002167*                   REFUSES THE RUN WITH CONDITION CODE 8.     *
002168*===============================================================*
002170 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
009732     05  WGS-SRC     PIC X(04).
009735     05  FILLER      PIC X(35)   VALUE
009738         ' FEWER THAN TWO POINTS - NO PAIR   '.
009740     05  FILLER      PIC X(41)   VALUE SPACES.

009741 01  WS-GRP-CSV-LINE.
009742     05  WGC-MODE    PIC X(01).
009743     05  FILLER      PIC X(01)   VALUE ','.
009744     05  WGC-SRC     PIC X(04).
009745     05  FILLER      PIC X(01)   VALUE ','.
009746     05  WGC-DIST    PIC Z(3)9.999999.
009747     05  FILLER      PIC X(01)   VALUE ','.
009748     05  WGC-ID-BI   PIC Z(5)9.
009749     05  FILLER      PIC X(01)   VALUE ','.
009750     05  WGC-ID-BJ   PIC Z(5)9.
009751     05  FILLER      PIC X(49)   VALUE SPACES.

009752*---------------------------------------------------------------*
009754*  CONVEX HULL FIELDS - THE HM-CNT POINTS OF THE SET OR SOURCE   *
009755*  GROUP BEING TRACED ARE LISTED IN IDX AND ORDERED BY X THEN Y; *
009756*  HV IS THE HULL CHAIN BUILT OVER THEM, COUNTER-CLOCKWISE, ITS  *
009757*  LAST ENTRY REPEATING THE FIRST                                *
009758*---------------------------------------------------------------*
009759 01  HULLT.
009760     03  HV      PIC 9(10) COMP  OCCURS 100001 TIMES.
009761 01  ONHULLT.
009762     03  ON-HULL PIC X(01)       OCCURS 1 TO 100000 TIMES
009763                                 DEPENDING ON N.
009764 01  HM-CNT      PIC 9(10) COMP  VALUE ZEROES.
009765 01  HK          PIC 9(10) COMP  VALUE ZEROES.
009766 01  HL          PIC 9(10) COMP  VALUE ZEROES.
009768 01  HA          PIC 9(10) COMP  VALUE ZEROES.
009769 01  HB          PIC 9(10) COMP  VALUE ZEROES.
009770 01  HP          PIC 9(10) COMP  VALUE ZEROES.
009771 01  HCROSS      PIC S9(18)      VALUE ZEROES.
009772 01  HD2         PIC 9(18)       VALUE ZEROES.
009773 01  HAREA2      PIC S9(18)      VALUE ZEROES.
009774 01  HAREA       PIC 9(17)V9     VALUE ZEROES.
009775 01  HPERIM      PIC 9(12)V9(4)  VALUE ZEROES.
009776 01  HBDY-CNT    PIC 9(10)       VALUE ZEROES.
009777 01  WS-HULL-TAG PIC X(08)       VALUE SPACES.
009778 01  WS-HULL-GRP PIC X(04)       VALUE SPACES.
009779 01  WS-POP-SW   PIC X(01)       VALUE 'N'.
009780     88  CHAIN-TURNS-LEFT        VALUE 'Y'.
009781 01  WS-BDY-SW   PIC X(01)       VALUE 'N'.
009783     88  ON-BOUNDARY             VALUE 'Y'.

009784 01  WS-HULL-VTX-LINE.
009785     05  WHV-TAG     PIC X(08).
009786     05  FILLER      PIC X(08)   VALUE ' VERTEX '.
009787     05  WHV-SEQ     PIC Z(5)9.
009788     05  FILLER      PIC X(04)   VALUE ' ID '.
009789     05  WHV-ID      PIC Z(5)9.
009790     05  FILLER      PIC X(01)   VALUE SPACE.
009791     05  WHV-SRC     PIC X(04).
009792     05  FILLER      PIC X(03)   VALUE ' X '.
009793     05  WHV-X       PIC -(10)9.
009794     05  FILLER      PIC X(03)   VALUE ' Y '.
009795     05  WHV-Y       PIC -(10)9.
009797     05  FILLER      PIC X(15)   VALUE SPACES.

009798 01  WS-HULL-BDY-LINE.
009799     05  WHB-TAG     PIC X(08).
009800     05  FILLER      PIC X(14)   VALUE ' ON BOUNDARY  '.
009801     05  FILLER      PIC X(04)   VALUE ' ID '.
009802     05  WHB-ID      PIC Z(5)9.
009803     05  FILLER      PIC X(01)   VALUE SPACE.
009804     05  WHB-SRC     PIC X(04).
009805     05  FILLER      PIC X(03)   VALUE ' X '.
009806     05  WHB-X       PIC -(10)9.
009807     05  FILLER      PIC X(03)   VALUE ' Y '.
009808     05  WHB-Y       PIC -(10)9.
009809     05  FILLER      PIC X(15)   VALUE SPACES.

009810 01  WS-HULL-SUM-LINE.
009812     05  WHT-TAG     PIC X(08).
009813     05  FILLER      PIC X(10)   VALUE ' VERTICES '.
009814     05  WHT-VTX     PIC Z(5)9.
009815     05  FILLER      PIC X(11)   VALUE ' PERIMETER '.
009816     05  WHT-PERIM   PIC Z(11)9.9999.
009817     05  FILLER      PIC X(06)   VALUE ' AREA '.
009818     05  WHT-AREA    PIC Z(17)9.9.
009819     05  FILLER      PIC X(02)   VALUE SPACES.

009820 01  WS-HULL-SHORT-LINE.
009821     05  WHS-TAG     PIC X(08).
009822     05  FILLER      PIC X(35)   VALUE
009823         ' FEWER THAN THREE POINTS - NO HULL '.
009824     05  FILLER      PIC X(37)   VALUE SPACES.

009826 01  WS-HULL-FLAT-LINE.
009827     05  WHF-TAG     PIC X(08).
009828     05  FILLER      PIC X(40)   VALUE
009829         ' POINTS ARE COLLINEAR - NO ENCLOSED AREA'.
009830     05  FILLER      PIC X(32)   VALUE SPACES.

009831 01  WS-HULL-VTX-CSV.
009832     05  WHVC-MODE   PIC X(01).
009833     05  FILLER      PIC X(01)   VALUE ','.
009834     05  WHVC-SET    PIC X(08).
009835     05  FILLER      PIC X(01)   VALUE ','.
009836     05  WHVC-GRP    PIC X(04).
009837     05  FILLER      PIC X(03)   VALUE ',V,'.
009838     05  WHVC-SEQ    PIC Z(5)9.
009839     05  FILLER      PIC X(01)   VALUE ','.
009841     05  WHVC-ID     PIC Z(5)9.
009842     05  FILLER      PIC X(01)   VALUE ','.
009843     05  WHVC-SRC    PIC X(04).
009844     05  FILLER      PIC X(01)   VALUE ','.
009845     05  WHVC-X      PIC -(10)9.
009846     05  FILLER      PIC X(01)   VALUE ','.
009847     05  WHVC-Y      PIC -(10)9.
009848     05  FILLER      PIC X(20)   VALUE SPACES.

009849 01  WS-HULL-BDY-CSV.
009850     05  WHBC-MODE   PIC X(01).
009851     05  FILLER      PIC X(01)   VALUE ','.
009852     05  WHBC-SET    PIC X(08).
009853     05  FILLER      PIC X(01)   VALUE ','.
009855     05  WHBC-GRP    PIC X(04).
009856     05  FILLER      PIC X(03)   VALUE ',B,'.
009857     05  WHBC-ID     PIC Z(5)9.
009858     05  FILLER      PIC X(01)   VALUE ','.
009859     05  WHBC-SRC    PIC X(04).
009860     05  FILLER      PIC X(01)   VALUE ','.
009861     05  WHBC-X      PIC -(10)9.
009862     05  FILLER      PIC X(01)   VALUE ','.
009863     05  WHBC-Y      PIC -(10)9.
009864     05  FILLER      PIC X(27)   VALUE SPACES.

009865 01  WS-HULL-SUM-CSV.
009866     05  WHTC-MODE   PIC X(01).
009867     05  FILLER      PIC X(01)   VALUE ','.
009868     05  WHTC-SET    PIC X(08).
009870     05  FILLER      PIC X(01)   VALUE ','.
009871     05  WHTC-GRP    PIC X(04).
009872     05  FILLER      PIC X(03)   VALUE ',A,'.
009873     05  WHTC-VTX    PIC Z(5)9.
009874     05  FILLER      PIC X(01)   VALUE ','.
009875     05  WHTC-PERIM  PIC Z(11)9.9999.
009876     05  FILLER      PIC X(01)   VALUE ','.
009877     05  WHTC-AREA   PIC Z(17)9.9.
009878     05  FILLER      PIC X(01)   VALUE ','.
009879     05  WHTC-BDY    PIC Z(9)9.
009880     05  FILLER      PIC X(06)   VALUE SPACES.

009881*---------------------------------------------------------------*
009882*  TRAVERSE CLOSURE FIELDS - THE SET'S POINTS ARE THE STATIONS   *
009884*  OF ONE TRAVERSE IN OCCUPIED ORDER; EACH LEG RUNS FROM ONE     *
009885*  STATION TO THE NEXT AND THE MISCLOSURE IS THE GAP LEFT        *
009886*  BETWEEN THE LAST STATION AND THE FIRST. TRATIO IS THE N OF    *
009887*  THE 1:N RELATIVE PRECISION, ZERO FOR AN EXACT CLOSURE         *
009888*---------------------------------------------------------------*
009889 01  TLEG        PIC 9(12)V9(4)  VALUE ZEROES.
009890 01  TLEN        PIC 9(12)V9(4)  VALUE ZEROES.
009891 01  TMISC       PIC 9(12)V9(4)  VALUE ZEROES.
009892 01  TRATIO      PIC 9(12)       VALUE ZEROES.
009893 01  WS-TRV-LIMIT PIC 9(09)      VALUE 5000.
009894 01  WS-TRV-FLAG-SW PIC X(01)    VALUE 'N'.
009895     88  TRAVERSE-FLAGGED        VALUE 'Y'.

009896 01  WS-TRV-LEG-LINE.
009897     05  WTL-TAG     PIC X(08).
009899     05  FILLER      PIC X(05)   VALUE ' LEG '.
009900     05  WTL-SEQ     PIC Z(4)9.
009901     05  FILLER      PIC X(01)   VALUE SPACE.
009902     05  WTL-FROM    PIC Z(5)9.
009903     05  FILLER      PIC X(04)   VALUE ' TO '.
009904     05  WTL-TO      PIC Z(5)9.
009905     05  FILLER      PIC X(06)   VALUE ' DIST '.
009906     05  WTL-DIST    PIC Z(11)9.9999.
009907     05  FILLER      PIC X(05)   VALUE ' CUM '.
009908     05  WTL-CUM     PIC Z(11)9.9999.

009909 01  WS-TRV-SUM-LINE.
009910     05  WTS-TAG     PIC X(08).
009911     05  FILLER      PIC X(06)   VALUE ' LEGS '.
009913     05  WTS-LEGS    PIC Z(4)9.
009914     05  FILLER      PIC X(08)   VALUE ' LENGTH '.
009915     05  WTS-LEN     PIC Z(11)9.9999.
009916     05  FILLER      PIC X(12)   VALUE ' MISCLOSURE '.
009917     05  WTS-MISC    PIC Z(11)9.9999.
009918     05  FILLER      PIC X(07)   VALUE SPACES.

009919 01  WS-TRV-PREC-LINE.
009920     05  WTP-TAG     PIC X(08).
009921     05  FILLER      PIC X(22)   VALUE
009922         ' RELATIVE PRECISION 1:'.
009923     05  WTP-RATIO   PIC Z(11)9.
009924     05  FILLER      PIC X(09)   VALUE ' LIMIT 1:'.
009925     05  WTP-LIMIT   PIC Z(8)9.
009926     05  FILLER      PIC X(20)   VALUE SPACES.

009928 01  WS-TRV-FLAG-LINE.
009929     05  WTF-TAG     PIC X(08).
009930     05  FILLER      PIC X(51)   VALUE
009931         ' *** PRECISION WORSE THAN LIMIT - TRAVERSE FLAGGED'.
009932     05  FILLER      PIC X(21)   VALUE SPACES.

009933 01  WS-TRV-EXACT-LINE.
009934     05  WTE-TAG     PIC X(08).
009935     05  FILLER      PIC X(31)   VALUE
009936         ' CLOSES EXACTLY - NO MISCLOSURE'.
009937     05  FILLER      PIC X(41)   VALUE SPACES.

009938 01  WS-TRV-SHORT-LINE.
009939     05  WTX-TAG     PIC X(08).
009940     05  FILLER      PIC X(38)   VALUE
009942         ' FEWER THAN TWO STATIONS - NO TRAVERSE'.
009943     05  FILLER      PIC X(34)   VALUE SPACES.

009944 01  WS-TRV-LEG-CSV.
009945     05  WTLC-MODE   PIC X(01).
009946     05  FILLER      PIC X(01)   VALUE ','.
009947     05  WTLC-SET    PIC X(08).
009948     05  FILLER      PIC X(03)   VALUE ',L,'.
009949     05  WTLC-SEQ    PIC Z(4)9.
009950     05  FILLER      PIC X(01)   VALUE ','.
009951     05  WTLC-FROM   PIC Z(5)9.
009952     05  FILLER      PIC X(01)   VALUE ','.
009953     05  WTLC-TO     PIC Z(5)9.
009954     05  FILLER      PIC X(01)   VALUE ','.
009955     05  WTLC-DIST   PIC Z(11)9.9999.
009957     05  FILLER      PIC X(01)   VALUE ','.
009958     05  WTLC-CUM    PIC Z(11)9.9999.
009959     05  FILLER      PIC X(12)   VALUE SPACES.

009960 01  WS-TRV-SUM-CSV.
009961     05  WTSC-MODE   PIC X(01).
009962     05  FILLER      PIC X(01)   VALUE ','.
009963     05  WTSC-SET    PIC X(08).
009964     05  FILLER      PIC X(03)   VALUE ',C,'.
009965     05  WTSC-LEGS   PIC Z(4)9.
009966     05  FILLER      PIC X(01)   VALUE ','.
009967     05  WTSC-LEN    PIC Z(11)9.9999.
009968     05  FILLER      PIC X(01)   VALUE ','.
009969     05  WTSC-MISC   PIC Z(11)9.9999.
009971     05  FILLER      PIC X(01)   VALUE ','.
009972     05  WTSC-RATIO  PIC Z(11)9.
009973     05  FILLER      PIC X(01)   VALUE ','.
009974     05  WTSC-FLAG   PIC X(01).
009975     05  FILLER      PIC X(11)   VALUE SPACES.

009976*---------------------------------------------------------------*
009977*  COMMUNICATION AREA FOR THE SHARED AUDIT LOGGER SUBROUTINE     *
009978*---------------------------------------------------------------*
009979 COPY AUDITPARM.

009980*---------------------------------------------------------------*
009981*  COMMUNICATION AREA FOR THE SHARED REPORT ARCHIVER             *
009982*---------------------------------------------------------------*
009983 COPY RPTAPARM.

009984*---------------------------------------------------------------*
009986*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
009987*---------------------------------------------------------------*
009988 COPY BUSDPARM.

009989*---------------------------------------------------------------*
009990*  COMMUNICATION AREA FOR THE SHARED SUITE PARAMETER PARSER      *
009991*---------------------------------------------------------------*
009992 COPY PARMPARM.
009993 01  WS-TODAY               PIC 9(08)   VALUE ZEROES.
009994 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.
009995 01  WS-START-TIME          PIC 9(08)   VALUE ZEROES.

009996 PROCEDURE DIVISION.
009997*===============================================================*
009998*  0000-MAINLINE                                                *
010000*===============================================================*
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
011440     MOVE BUSD-DATE TO WS-TODAY
011460     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT
011470     IF NOT RUN-BYPASSED
011475         PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
011480         OPEN OUTPUT CSV-FILE
011490     END-IF.
011500 1000-EXIT.
011681         AT END
011682             SET RSTCTL-EOF TO TRUE
011683             GO TO 1060-EXIT
011687     END-READ.
011691 1060-EXIT.
011694     EXIT.

011698*===============================================================*
011702*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
011705*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
011709*                    FILE, AND ECHO THE TRAVERSE PRECISION      *
011713*                    LIMIT IN EFFECT ON THE CONSOLE             *
011716*===============================================================*
011720 1900-LOAD-PARMS.
011723     SET PARM-FUNC-LOAD TO TRUE
011727     CALL 'PARMRTN' USING PARM-PARM
011731     IF PARM-ERR-CNT > ZERO
011734         DISPLAY 'E: SUITE PARAMETER FILE IN ERROR - '
011738             'RUN REFUSED'
011742         CLOSE POINT-FILE
011745               REPT-FILE
011749         MOVE 8 TO RETURN-CODE
011752         STOP RUN
011756     END-IF
011760     SET PARM-FUNC-GET TO TRUE
011763     MOVE 'TRV-MIN-RATIO' TO PARM-KEYWORD
011767     MOVE SPACES          TO PARM-QUALIFIER
011771     CALL 'PARMRTN' USING PARM-PARM
011774     IF PARM-OK
011778         MOVE PARM-VALUE-NUM TO WS-TRV-LIMIT
011781     END-IF
011785     DISPLAY 'E: PARM TRV-MIN-RATIO : ' WS-TRV-LIMIT.
011789 1900-EXIT.
011792     EXIT.

011796*===============================================================*
011800*  2000-LOAD-POINTS - READ THE HEADER RECORD, SIZE THE TABLES,  *
011900*                     THEN READ ONE DATA RECORD PER POINT       *
012000*===============================================================*
020507*===============================================================*
020508 4700-FIND-NEIGHBORS.
020510     MOVE ZERO TO WS-NEAR-CNT
020512     COMPUTE I = 0
020513     PERFORM UNTIL I = N
020514         COMPUTE I = I + 1
020515         MOVE 'N' TO WS-NN-SW
020516         COMPUTE J = 0
020517         PERFORM UNTIL J = N
020518             COMPUTE J = J + 1
020519             IF J NOT = I
020520                 COMPUTE K = ((X(I)-X(J))*(X(I)-X(J)))
020521                 COMPUTE K = K + ((Y(I)-Y(J))*(Y(I)-Y(J)))
020522                 IF NOT NEIGHBOR-FOUND OR K < M2
020523                     MOVE K TO M2
020524                     MOVE J TO BJ2
020525                     SET NEIGHBOR-FOUND TO TRUE
020526                 END-IF
020527             END-IF
020528         END-PERFORM
020529         IF NEIGHBOR-FOUND
020530             COMPUTE T = FUNCTION SQRT(M2)
020531             MOVE PT-ID(I)   TO WN-ID
020532             MOVE SRC(I)     TO WN-SRC
020533             MOVE PT-ID(BJ2) TO WN-NBR-ID
020534             MOVE T          TO WN-DIST
020535             WRITE REPT-REC FROM WS-NN-LINE
020536             MOVE WS-NN-LINE TO RPTA-TEXT
020537             PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020538             MOVE MD          TO WNC-MODE
020539             MOVE PT-ID(I)    TO WNC-ID
020540             MOVE SRC(I)      TO WNC-SRC
020541             MOVE PT-ID(BJ2)  TO WNC-NBR-ID
020542             MOVE T           TO WNC-DIST
020543             WRITE CSV-REC FROM WS-NN-CSV-LINE
020544             IF T < WS-TOL
020545                 ADD 1 TO WS-NEAR-CNT
020546             END-IF
020547         END-IF
020548     END-PERFORM
020549     MOVE WS-NEAR-CNT TO WN-NEAR-CNT
020550     MOVE WS-TOL      TO WN-TOL
020551     WRITE REPT-REC FROM WS-NN-TRAILER
020552     MOVE WS-NN-TRAILER TO RPTA-TEXT
020553     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT.
020554 4700-EXIT.
020555     EXIT.

020556*===============================================================*
020557*  4800-HULL-SETS - CONVEX HULL MODE: ONE HULL FOR THE SET, OR   *
020558*                   ONE PER SOURCE CODE WHEN GROUPED            *
020559*===============================================================*
020560 4800-HULL-SETS.
020561     IF GROUPED-MODE
020562         MOVE ZERO TO GRP-CNT-TOT
020563         COMPUTE I = 0
020564         PERFORM UNTIL I = N
020566             COMPUTE I = I + 1
020567             PERFORM 4600-FIND-GROUP THRU 4600-EXIT
020568             IF G > ZERO
020569                 ADD 1 TO GRP-CNT(G)
020570             END-IF
020571         END-PERFORM
020572         MOVE 1 TO GX
020573         PERFORM UNTIL GX > GRP-CNT-TOT
020574             MOVE GRP-SRC(GX) TO WS-HULL-GRP
020575             MOVE GRP-SRC(GX) TO WS-HULL-TAG
020576             MOVE ZERO TO HM-CNT
020577             COMPUTE I = 0
020578             PERFORM UNTIL I = N
020579                 COMPUTE I = I + 1
020580                 IF SRC(I) = GRP-SRC(GX)
020581                     ADD 1 TO HM-CNT
020582                     MOVE I TO IDX(HM-CNT)
020583                 END-IF
020584             END-PERFORM
020585             PERFORM 4810-ONE-HULL THRU 4810-EXIT
020586             ADD 1 TO GX
020587         END-PERFORM
020588     ELSE
020589         MOVE SPACES    TO WS-HULL-GRP
020590         MOVE WS-SET-ID TO WS-HULL-TAG
020591         MOVE N TO HM-CNT
020592         COMPUTE I = 0
020593         PERFORM UNTIL I = N
020594             COMPUTE I = I + 1
020595             MOVE I TO IDX(I)
020596         END-PERFORM
020597         PERFORM 4810-ONE-HULL THRU 4810-EXIT
020598     END-IF.
020599 4800-EXIT.
020600     EXIT.

020601*===============================================================*
020602*  4810-ONE-HULL - TRACE THE HULL OF THE HM-CNT POINTS LISTED   *
020603*                  IN IDX AND REPORT IT                         *
020604*===============================================================*
020605 4810-ONE-HULL.
020606     IF HM-CNT < 3
020607         MOVE WS-HULL-TAG TO WHS-TAG
020608         WRITE REPT-REC FROM WS-HULL-SHORT-LINE
020609         MOVE WS-HULL-SHORT-LINE TO RPTA-TEXT
020610         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020611         GO TO 4810-EXIT
020612     END-IF
020613     MOVE 1 TO SI
020614     PERFORM UNTIL SI > HM-CNT
020615         MOVE 'N' TO ON-HULL(IDX(SI))
020616         ADD 1 TO SI
020617     END-PERFORM
020618     PERFORM 4850-SORT-BY-XY      THRU 4850-EXIT
020620     PERFORM 4820-BUILD-CHAIN     THRU 4820-EXIT
020621     PERFORM 4830-MEASURE-HULL    THRU 4830-EXIT
020622     PERFORM 4860-WRITE-VERTICES  THRU 4860-EXIT
020623     PERFORM 4870-FLAG-BOUNDARY   THRU 4870-EXIT
020624     PERFORM 4880-WRITE-HULL-SUM  THRU 4880-EXIT.
020625 4810-EXIT.
020626     EXIT.

020627*===============================================================*
020628*  4820-BUILD-CHAIN - MONOTONE CHAIN OVER THE SORTED POINTS:     *
020629*                     THE LOWER HULL WEST TO EAST, THEN THE      *
020630*                     UPPER HULL BACK EAST TO WEST, DROPPING     *
020631*                     ANY CHAIN POINT THAT DOES NOT MAKE A       *
020632*                     STRICT LEFT TURN. HL IS THE SMALLEST       *
020633*                     CHAIN LENGTH A DROP MAY LEAVE BEHIND.      *
020634*===============================================================*
020635 4820-BUILD-CHAIN.
020636     MOVE ZERO TO HK
020637     MOVE 2 TO HL
020638     MOVE 1 TO SI
020639     PERFORM UNTIL SI > HM-CNT
020640         MOVE IDX(SI) TO HP
020641         PERFORM 4825-DROP-RIGHT-TURNS THRU 4825-EXIT
020642         ADD 1 TO HK
020643         MOVE HP TO HV(HK)
020644         ADD 1 TO SI
020645     END-PERFORM
020646     COMPUTE HL = HK + 1
020647     COMPUTE SI = HM-CNT - 1
020648     PERFORM UNTIL SI < 1
020649         MOVE IDX(SI) TO HP
020650         PERFORM 4825-DROP-RIGHT-TURNS THRU 4825-EXIT
020651         ADD 1 TO HK
020652         MOVE HP TO HV(HK)
020653         SUBTRACT 1 FROM SI
020654     END-PERFORM.
020655 4820-EXIT.
020656     EXIT.

020657*===============================================================*
020658*  4825-DROP-RIGHT-TURNS - POP THE CHAIN UNTIL ITS LAST TWO      *
020659*                          POINTS AND HP TURN STRICTLY LEFT      *
020660*                          (COLLINEAR AND COINCIDENT POINTS ARE  *
020661*                          DROPPED, NOT KEPT AS VERTICES)        *
020662*===============================================================*
020663 4825-DROP-RIGHT-TURNS.
020664     MOVE 'N' TO WS-POP-SW
020665     PERFORM UNTIL HK < HL OR CHAIN-TURNS-LEFT
020666         MOVE HV(HK - 1) TO HA
020667         MOVE HV(HK)     TO HB
020668         COMPUTE HCROSS = (X(HB) - X(HA)) * (Y(HP) - Y(HA))
020669                        - (Y(HB) - Y(HA)) * (X(HP) - X(HA))
020670         IF HCROSS > ZERO
020671             SET CHAIN-TURNS-LEFT TO TRUE
020672         ELSE
020674             SUBTRACT 1 FROM HK
020675         END-IF
020676     END-PERFORM.
020677 4825-EXIT.
020678     EXIT.

020679*===============================================================*
020680*  4830-MEASURE-HULL - PERIMETER AS THE SUM OF THE EDGE         *
020681*                      LENGTHS, AREA BY THE SHOELACE FORMULA    *
020682*                      (THE CHAIN RUNS COUNTER-CLOCKWISE, SO    *
020683*                      THE SUM COMES OUT POSITIVE)              *
020684*===============================================================*
020685 4830-MEASURE-HULL.
020686     MOVE ZERO TO HPERIM HAREA2
020687     MOVE 1 TO SI
020688     PERFORM UNTIL SI >= HK
020689         MOVE HV(SI)     TO HA
020690         MOVE HV(SI + 1) TO HB
020691         COMPUTE HD2 = ((X(HB) - X(HA)) * (X(HB) - X(HA)))
020692                     + ((Y(HB) - Y(HA)) * (Y(HB) - Y(HA)))
020693         COMPUTE HPERIM = HPERIM + FUNCTION SQRT(HD2)
020694         COMPUTE HAREA2 = HAREA2 + (X(HA) * Y(HB))
020695                                 - (X(HB) * Y(HA))
020696         ADD 1 TO SI
020697     END-PERFORM
020698     COMPUTE HAREA = HAREA2 / 2.
020699 4830-EXIT.
020700     EXIT.

020701*===============================================================*
020702*  4850-SORT-BY-XY - SHELL-SORT THE HM-CNT POINTS LISTED IN IDX  *
020703*                    BY ASCENDING X, THEN ASCENDING Y            *
020704*===============================================================*
020705 4850-SORT-BY-XY.
020706     COMPUTE GAP = HM-CNT / 2
020707     PERFORM UNTIL GAP = 0
020708         COMPUTE SI = GAP
020709         PERFORM UNTIL SI >= HM-CNT
020710             COMPUTE SI = SI + 1
020711             MOVE IDX(SI) TO TMPI
020712             COMPUTE SJ = SI
020713             PERFORM UNTIL SJ <= GAP
020714                     OR X(IDX(SJ - GAP)) < X(TMPI)
020715                     OR (X(IDX(SJ - GAP)) = X(TMPI)
020716                         AND Y(IDX(SJ - GAP)) <= Y(TMPI))
020717                 MOVE IDX(SJ - GAP) TO IDX(SJ)
020718                 COMPUTE SJ = SJ - GAP
020719             END-PERFORM
020720             MOVE TMPI TO IDX(SJ)
020721         END-PERFORM
020722         COMPUTE GAP = GAP / 2
020723     END-PERFORM.
020724 4850-EXIT.
020725     EXIT.

020726*===============================================================*
020727*  4860-WRITE-VERTICES - ONE REPORT AND CSV LINE PER HULL        *
020729*                        VERTEX, IN CHAIN ORDER                  *
020730*===============================================================*
020731 4860-WRITE-VERTICES.
020732     MOVE 1 TO SI
020733     PERFORM UNTIL SI >= HK
020734         MOVE HV(SI) TO HP
020735         MOVE 'Y' TO ON-HULL(HP)
020736         MOVE WS-HULL-TAG TO WHV-TAG
020737         MOVE SI          TO WHV-SEQ
020738         MOVE PT-ID(HP)   TO WHV-ID
020739         MOVE SRC(HP)     TO WHV-SRC
020740         MOVE X(HP)       TO WHV-X
020741         MOVE Y(HP)       TO WHV-Y
020742         WRITE REPT-REC FROM WS-HULL-VTX-LINE
020743         MOVE WS-HULL-VTX-LINE TO RPTA-TEXT
020744         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020745         MOVE MD          TO WHVC-MODE
020746         MOVE WS-SET-ID   TO WHVC-SET
020747         MOVE WS-HULL-GRP TO WHVC-GRP
020748         MOVE SI          TO WHVC-SEQ
020749         MOVE PT-ID(HP)   TO WHVC-ID
020750         MOVE SRC(HP)     TO WHVC-SRC
020751         MOVE X(HP)       TO WHVC-X
020752         MOVE Y(HP)       TO WHVC-Y
020753         WRITE CSV-REC FROM WS-HULL-VTX-CSV
020754         ADD 1 TO SI
020755     END-PERFORM.
020756 4860-EXIT.
020757     EXIT.

020758*===============================================================*
020759*  4870-FLAG-BOUNDARY - EVERY POINT THAT IS NOT A VERTEX BUT     *
020760*                       LIES EXACTLY ON A HULL EDGE (OR ON TOP   *
020761*                       OF A VERTEX) GETS A BOUNDARY LINE        *
020762*===============================================================*
020763 4870-FLAG-BOUNDARY.
020764     MOVE ZERO TO HBDY-CNT
020765     MOVE 1 TO SI
020766     PERFORM UNTIL SI > HM-CNT
020767         MOVE IDX(SI) TO HP
020768         IF ON-HULL(HP) NOT = 'Y'
020769             PERFORM 4875-TEST-EDGES THRU 4875-EXIT
020770             IF ON-BOUNDARY
020771                 ADD 1 TO HBDY-CNT
020772                 MOVE WS-HULL-TAG TO WHB-TAG
020773                 MOVE PT-ID(HP)   TO WHB-ID
020774                 MOVE SRC(HP)     TO WHB-SRC
020775                 MOVE X(HP)       TO WHB-X
020776                 MOVE Y(HP)       TO WHB-Y
020777                 WRITE REPT-REC FROM WS-HULL-BDY-LINE
020778                 MOVE WS-HULL-BDY-LINE TO RPTA-TEXT
020779                 PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020780                 MOVE MD          TO WHBC-MODE
020781                 MOVE WS-SET-ID   TO WHBC-SET
020783                 MOVE WS-HULL-GRP TO WHBC-GRP
020784                 MOVE PT-ID(HP)   TO WHBC-ID
020785                 MOVE SRC(HP)     TO WHBC-SRC
020786                 MOVE X(HP)       TO WHBC-X
020787                 MOVE Y(HP)       TO WHBC-Y
020788                 WRITE CSV-REC FROM WS-HULL-BDY-CSV
020789             END-IF
020790         END-IF
020791         ADD 1 TO SI
020792     END-PERFORM.
020793 4870-EXIT.
020794     EXIT.

020795*===============================================================*
020796*  4875-TEST-EDGES - HP IS ON THE BOUNDARY WHEN IT IS COLLINEAR  *
020797*                    WITH SOME HULL EDGE AND INSIDE THAT EDGE'S  *
020798*                    X AND Y RANGE                               *
020799*===============================================================*
020800 4875-TEST-EDGES.
020801     MOVE 'N' TO WS-BDY-SW
020802     MOVE 1 TO SJ
020803     PERFORM UNTIL SJ >= HK OR ON-BOUNDARY
020804         MOVE HV(SJ)     TO HA
020805         MOVE HV(SJ + 1) TO HB
020806         COMPUTE HCROSS = (X(HB) - X(HA)) * (Y(HP) - Y(HA))
020807                        - (Y(HB) - Y(HA)) * (X(HP) - X(HA))
020808         IF HCROSS = ZERO
020809             IF ((X(HP) >= X(HA) AND X(HP) <= X(HB))
020810                 OR (X(HP) <= X(HA) AND X(HP) >= X(HB)))
020811               AND ((Y(HP) >= Y(HA) AND Y(HP) <= Y(HB))
020812                 OR (Y(HP) <= Y(HA) AND Y(HP) >= Y(HB)))
020813                 SET ON-BOUNDARY TO TRUE
020814             END-IF
020815         END-IF
020816         ADD 1 TO SJ
020817     END-PERFORM.
020818 4875-EXIT.
020819     EXIT.

020820*===============================================================*
020821*  4880-WRITE-HULL-SUM - VERTEX COUNT, PERIMETER AND AREA, PLUS  *
020822*                        A FLAG WHEN THE POINTS ARE ALL ON ONE   *
020823*                        LINE (THE CHAIN HAS ONLY TWO VERTICES)  *
020824*===============================================================*
020825 4880-WRITE-HULL-SUM.
020826     MOVE WS-HULL-TAG TO WHT-TAG
020827     COMPUTE WHT-VTX = HK - 1
020828     MOVE HPERIM      TO WHT-PERIM
020829     MOVE HAREA       TO WHT-AREA
020830     WRITE REPT-REC FROM WS-HULL-SUM-LINE
020831     MOVE WS-HULL-SUM-LINE TO RPTA-TEXT
020832     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020833     MOVE MD          TO WHTC-MODE
020834     MOVE WS-SET-ID   TO WHTC-SET
020835     MOVE WS-HULL-GRP TO WHTC-GRP
020837     COMPUTE WHTC-VTX = HK - 1
020838     MOVE HPERIM      TO WHTC-PERIM
020839     MOVE HAREA       TO WHTC-AREA
020840     MOVE HBDY-CNT    TO WHTC-BDY
020841     WRITE CSV-REC FROM WS-HULL-SUM-CSV
020842     IF HK < 4
020843         MOVE WS-HULL-TAG TO WHF-TAG
020844         WRITE REPT-REC FROM WS-HULL-FLAT-LINE
020845         MOVE WS-HULL-FLAT-LINE TO RPTA-TEXT
020846         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020847     END-IF.
020848 4880-EXIT.
020849     EXIT.

020850*===============================================================*
020851*  4900-TRAVERSE - TRAVERSE CLOSURE MODE: EVERY LEG FROM ONE     *
020852*                  STATION TO THE NEXT WITH THE RUNNING LENGTH,  *
020853*                  THEN THE MISCLOSURE FROM THE LAST STATION     *
020854*                  BACK TO THE FIRST AND THE RELATIVE PRECISION  *
020855*                  AGAINST THE TRV-MIN-RATIO LIMIT               *
020856*===============================================================*
020857 4900-TRAVERSE.
020858     IF N < 2
020859         MOVE WS-SET-ID TO WTX-TAG
020860         WRITE REPT-REC FROM WS-TRV-SHORT-LINE
020861         MOVE WS-TRV-SHORT-LINE TO RPTA-TEXT
020862         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020863         GO TO 4900-EXIT
020864     END-IF
020865     MOVE ZERO TO TLEN
020866     MOVE 2 TO SI
020867     PERFORM UNTIL SI > N
020868         COMPUTE HD2 = ((X(SI) - X(SI - 1)) * (X(SI) - X(SI - 1)))
020869                     + ((Y(SI) - Y(SI - 1)) * (Y(SI) - Y(SI - 1)))
020870         COMPUTE TLEG = FUNCTION SQRT(HD2)
020871         ADD TLEG TO TLEN
020872         PERFORM 4910-WRITE-LEG THRU 4910-EXIT
020873         ADD 1 TO SI
020874     END-PERFORM
020875     COMPUTE HD2 = ((X(N) - X(1)) * (X(N) - X(1)))
020876                 + ((Y(N) - Y(1)) * (Y(N) - Y(1)))
020877     COMPUTE TMISC = FUNCTION SQRT(HD2)
020878     MOVE ZERO TO TRATIO
020879     MOVE 'N' TO WS-TRV-FLAG-SW
020880     IF TMISC > ZERO
020881         COMPUTE TRATIO = TLEN / TMISC
020882         IF TRATIO < WS-TRV-LIMIT
020883             SET TRAVERSE-FLAGGED TO TRUE
020884         END-IF
020885     END-IF
020886     PERFORM 4920-WRITE-CLOSURE THRU 4920-EXIT.
020887 4900-EXIT.
020888     EXIT.

020889*===============================================================*
020890*  4910-WRITE-LEG - ONE REPORT AND CSV LINE FOR THE LEG ENDING   *
020892*                   AT STATION SI                                *
020893*===============================================================*
020894 4910-WRITE-LEG.
020895     MOVE WS-SET-ID     TO WTL-TAG
020896     COMPUTE WTL-SEQ = SI - 1
020897     MOVE PT-ID(SI - 1) TO WTL-FROM
020898     MOVE PT-ID(SI)     TO WTL-TO
020899     MOVE TLEG          TO WTL-DIST
020900     MOVE TLEN          TO WTL-CUM
020901     WRITE REPT-REC FROM WS-TRV-LEG-LINE
020902     MOVE WS-TRV-LEG-LINE TO RPTA-TEXT
020903     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020904     MOVE MD            TO WTLC-MODE
020905     MOVE WS-SET-ID     TO WTLC-SET
020906     COMPUTE WTLC-SEQ = SI - 1
020907     MOVE PT-ID(SI - 1) TO WTLC-FROM
020908     MOVE PT-ID(SI)     TO WTLC-TO
020909     MOVE TLEG          TO WTLC-DIST
020910     MOVE TLEN          TO WTLC-CUM
020911     WRITE CSV-REC FROM WS-TRV-LEG-CSV.
020912 4910-EXIT.
020913     EXIT.

020914*===============================================================*
020915*  4920-WRITE-CLOSURE - LEG COUNT, LENGTH AND MISCLOSURE, THE    *
020916*                       RELATIVE PRECISION (OR AN EXACT-CLOSURE  *
020917*                       LINE), AND THE FLAG WHEN THE TRAVERSE IS *
020918*                       POORER THAN THE LIMIT                    *
020919*===============================================================*
020920 4920-WRITE-CLOSURE.
020921     MOVE WS-SET-ID    TO WTS-TAG
020922     COMPUTE WTS-LEGS = N - 1
020923     MOVE TLEN         TO WTS-LEN
020924     MOVE TMISC        TO WTS-MISC
020925     WRITE REPT-REC FROM WS-TRV-SUM-LINE
020926     MOVE WS-TRV-SUM-LINE TO RPTA-TEXT
020927     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020928     IF TMISC = ZERO
020929         MOVE WS-SET-ID TO WTE-TAG
020930         WRITE REPT-REC FROM WS-TRV-EXACT-LINE
020931         MOVE WS-TRV-EXACT-LINE TO RPTA-TEXT
020932         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020933     ELSE
020934         MOVE WS-SET-ID    TO WTP-TAG
020935         MOVE TRATIO       TO WTP-RATIO
020936         MOVE WS-TRV-LIMIT TO WTP-LIMIT
020937         WRITE REPT-REC FROM WS-TRV-PREC-LINE
020938         MOVE WS-TRV-PREC-LINE TO RPTA-TEXT
020939         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020940     END-IF
020941     IF TRAVERSE-FLAGGED
020942         MOVE WS-SET-ID TO WTF-TAG
020943         WRITE REPT-REC FROM WS-TRV-FLAG-LINE
020944         MOVE WS-TRV-FLAG-LINE TO RPTA-TEXT
020946         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020947     END-IF
020948     MOVE MD           TO WTSC-MODE
020949     MOVE WS-SET-ID    TO WTSC-SET
020950     COMPUTE WTSC-LEGS = N - 1
020951     MOVE TLEN         TO WTSC-LEN
020952     MOVE TMISC        TO WTSC-MISC
020953     MOVE TRATIO       TO WTSC-RATIO
020954     MOVE WS-TRV-FLAG-SW TO WTSC-FLAG
020955     WRITE CSV-REC FROM WS-TRV-SUM-CSV.
020956 4920-EXIT.
020957     EXIT.

020958*===============================================================*
020959*  5500-WRITE-GROUP-RESULTS - ONE RESULT AND CSV LINE PER        *
020960*                             SOURCE, FLAGGING GROUPS TOO SMALL  *
020961*                             TO PAIR                            *
020962*===============================================================*
020963 5500-WRITE-GROUP-RESULTS.
020964     MOVE 1 TO GX
020965     PERFORM UNTIL GX > GRP-CNT-TOT
020966         IF GRP-CNT(GX) < 2
020967             MOVE GRP-SRC(GX) TO WGS-SRC
020968             WRITE REPT-REC FROM WS-GRP-SHORT-LINE
020969             MOVE WS-GRP-SHORT-LINE TO RPTA-TEXT
020970             PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020971         ELSE
020972             COMPUTE T = FUNCTION SQRT(GRP-M(GX))
020973             MOVE GRP-SRC(GX) TO WG-SRC
020974             MOVE T TO WG-DIST
020975             MOVE PT-ID(GRP-BI(GX)) TO WG-ID-BI
020976             MOVE PT-ID(GRP-BJ(GX)) TO WG-ID-BJ
020977             WRITE REPT-REC FROM WS-GRP-LINE
020978             MOVE WS-GRP-LINE TO RPTA-TEXT
020979             PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020980             MOVE MD          TO WGC-MODE
020981             MOVE GRP-SRC(GX) TO WGC-SRC
020982             MOVE T           TO WGC-DIST
020983             MOVE PT-ID(GRP-BI(GX)) TO WGC-ID-BI
020984             MOVE PT-ID(GRP-BJ(GX)) TO WGC-ID-BJ
020985             WRITE CSV-REC FROM WS-GRP-CSV-LINE
020986         END-IF
020987         ADD 1 TO GX
020988     END-PERFORM.
020989 5500-EXIT.
020990     EXIT.

020991*===============================================================*
020992*  5000-WRITE-RESULT                                            *
020993*===============================================================*
020994 5000-WRITE-RESULT.
020995     MOVE WS-SET-ID TO WR-SET
020996     MOVE WS-SET-ID TO WC-SET
020997     COMPUTE T = FUNCTION SQRT(M)
020998     IF T < 10 THEN
021000         COMPUTE T1 = T
022000         MOVE T1 TO WR-DIST
022100     ELSE
022830     MOVE SRC(BI) TO WR-SRC-BI
022840     MOVE SRC(BJ) TO WR-SRC-BJ
022900     WRITE REPT-REC FROM WS-RESULT-LINE
022907     MOVE WS-RESULT-LINE TO RPTA-TEXT
022913     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
022920     MOVE MD      TO WC-MODE
022930     MOVE WR-DIST TO WC-DIST
022940     MOVE BI      TO WC-BI
023188     EXIT.

023189*===============================================================*
023190*  7150-CHECK-TRAILER - PROVE THE TRAILER'S COUNT AND HASH      *
023191*                       TOTAL AGAINST THE POINT RECORDS READ    *
023192*===============================================================*
023193 7150-CHECK-TRAILER.
023194     SET TRAILER-SEEN TO TRUE
023195     MOVE POINT-REC(1:17) TO BATCH-CTL-REC
023196     IF BCT-REC-COUNT NOT = WS-TRL-READ
023197             OR BCT-HASH-TOTAL NOT = WS-HASH-TOTAL
023198         SET POINT-FILE-IN-ERROR TO TRUE
023199         DISPLAY 'E: PTSIN TRAILER COUNT/HASH DOES NOT MATCH '
023200             'FILE AS READ - FILE REFUSED'
023201     END-IF.
023202 7150-EXIT.
023203     EXIT.

023204*===============================================================*
023205*  7200-PROCESS-ONE-SET - BANNER, PER-SET STATE RESET, THEN THE  *
023206*                        SCAN FOR THE SET'S MODE. A SET ALREADY  *
023207*                        COMPLETE PER THE CHECKPOINT IS READ     *
023208*                        PAST, NOT RESCANNED.                    *
023209*===============================================================*
023210 7200-PROCESS-ONE-SET.
023211     MOVE WS-SET-ID TO WB-SET-ID
023212     WRITE REPT-REC FROM WS-SET-BANNER
023213     MOVE WS-SET-BANNER TO RPTA-TEXT
023214     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
023215     IF CK-PRESENT AND WS-CK-SET > WS-SET-SEQ
023216         DISPLAY 'E: SET ' WS-SET-ID
023217             ' ALREADY COMPLETE - SKIPPED'
023218         GO TO 7200-EXIT
023219     END-IF
023220     COMPUTE M = 0
023221     COMPUTE I = 0
023222     MOVE 0  TO BI BJ
023223     MOVE 'N' TO WS-CLOSE-SW WS-FAR-SW
023224     IF CK-PRESENT AND WS-CK-SET = WS-SET-SEQ
023225             AND WS-CK-MD = MD AND WS-CK-N = N
023226         MOVE WS-CK-I  TO I
023227         MOVE WS-CK-M  TO M
023228         MOVE WS-CK-BI TO BI
023229         MOVE WS-CK-BJ TO BJ
023230         SET CHECKPOINT-FOUND TO TRUE
023231         SET CLOSEST-PAIR-FOUND TO TRUE
023232         SET FARTHEST-PAIR-FOUND TO TRUE
023233     END-IF
023234     IF MD = "H"
023235         PERFORM 4800-HULL-SETS THRU 4800-EXIT
023236         GO TO 7200-EXIT
023237     END-IF
023238     IF MD = "T"
023239         PERFORM 4900-TRAVERSE THRU 4900-EXIT
023240         GO TO 7200-EXIT
023241     END-IF
023242     IF GROUPED-MODE
023243         PERFORM 4500-FIND-GROUP-PAIRS THRU 4500-EXIT
023244         PERFORM 5500-WRITE-GROUP-RESULTS THRU 5500-EXIT
023245     ELSE
023246         IF MD = "N"
023247             PERFORM 4700-FIND-NEIGHBORS THRU 4700-EXIT
023248         ELSE
023249             IF N < 2
023250                 MOVE WS-SET-ID TO WSS-SET-ID
023251                 WRITE REPT-REC FROM WS-SET-SHORT-LINE
023252                 MOVE WS-SET-SHORT-LINE TO RPTA-TEXT
023253                 PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
023254             ELSE
023255                 IF MD = "C"
023256                     PERFORM 4100-SORTED-SCAN THRU 4100-EXIT
023258                 ELSE
023260                     PERFORM 4000-FIND-PAIR THRU 4000-EXIT
023294 7900-EXIT.
023296     EXIT.

024300*===============================================================*
024310*  8200-ARCHIVE-LINE - THE LINE JUST PRINTED, STAGED IN         *
024320*                      RPTA-TEXT, TO THE REPORT ARCHIVE         *
024330*===============================================================*
024340 8200-ARCHIVE-LINE.
024350     SET RPTA-FUNC-WRITE TO TRUE
024360     MOVE WS-TODAY          TO RPTA-BUS-DATE
024370     MOVE 'E'               TO RPTA-PROGRAM-ID
024380     MOVE 'PTSOUT'          TO RPTA-REPORT-NAME
024390     MOVE WS-START-TIME     TO RPTA-RUN-TIME
024400     MOVE 1                 TO RPTA-PAGE
024410     CALL 'RPTARCH' USING RPTA-PARM.
024420 8200-EXIT.
024430     EXIT.

023298*===============================================================*
023300*  9000-TERMINATE - LOG THE RUN AND CLOSE FILES                 *
023400*===============================================================*
023550         PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
023560         PERFORM 9600-CLEAR-CHKPT THRU 9600-EXIT
023570     END-IF
023580     SET RPTA-FUNC-CLOSE TO TRUE
023590     CALL 'RPTARCH' USING RPTA-PARM
023600     CLOSE POINT-FILE
023650           REPT-FILE.
023800 9000-EXIT.
