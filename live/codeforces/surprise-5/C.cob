001858*                   CARD. A BAD PARAMETER FILE REFUSES THE RUN  *
001859*                   AT THE TOP WITH CONDITION CODE 8, AND THE   *
001861*                   SHIFT IN EFFECT IS ECHOED ON THE REPORT.    *
001863*  2026-10-15 BSU   EVERY LINE OF CIPHOUT IS ALSO WRITTEN TO    *
001865*                   THE RPTARCH REPORT ARCHIVE THROUGH THE      *
001866*                   SHARED RPTARCH SUBROUTINE (SEE              *
001868*                   COPY/RPTAPARM.CPY), UNDER THE BUSINESS      *
001870*                   DATE, RUN START TIME AND PAGE, SO THE       *
001872*                   REPORT CAN BE REPRINTED BY RPTPRINT AFTER   *
001873*                   THE SPOOL PURGE.                            *
001875*  2026-10-15 BSU   EVERY WHOLE MESSAGE IS ALSO FILED ON THE    *
001877*                   NEW CIPHMSG MESSAGE FILE (SEE               *
001879*                   COPY/CMSGREC.CPY) UNDER A BATCH HEADER AND  *
001880*                   COUNT/HASH TRAILER - MESSAGE ID, KEY ID,    *
001882*                   SEGMENT COUNT, TEXT AND A CHECK VALUE       *
001884*                   COMPUTED FROM THE PLAIN TEXT AND THE KEY. A *
001886*                   CIPHIN RECORD MAY NOW CARRY THAT CHECK      *
001887*                   VALUE (COLUMNS 99-108); A DECRYPT           *
001889*                   RECOMPUTES IT OVER THE DECRYPTED TEXT AND A *
001891*                   MESSAGE THAT FAILS IS REPORTED AS CORRUPTED *
001893*                   INSTEAD OF BEING PRINTED, ENDING THE RUN    *
001894*                   WITH CONDITION CODE 4. EVERY SEGMENT IS NOW *
001896*                   CIPHERED BEFORE ANY IS PRINTED.             *
001898*===============================================================*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.   IBM-370.
002800         ORGANIZATION IS LINE SEQUENTIAL.
002870     SELECT OPTIONAL RSTCTL-FILE ASSIGN TO "RSTCTL"
002880         ORGANIZATION IS LINE SEQUENTIAL.
002887     SELECT CMSG-FILE   ASSIGN TO "CIPHMSG"
002893         ORGANIZATION IS LINE SEQUENTIAL.

002900 DATA DIVISION.
003000 FILE SECTION.
003510     05  CIPH-MSG-ID        PIC 9(06).
003520     05  CIPH-SEQ           PIC 9(03).
003600     05  CIPH-TEXT          PIC X(80).
003650     05  CIPH-CHECK         PIC X(10).

003700 FD  REPT-FILE
003800     RECORDING MODE IS F.
003990     RECORDING MODE IS F.
003995 COPY RSTCTL.

003997 FD  CMSG-FILE
003998     RECORDING MODE IS F.
003999 01  CMSG-OUT-REC           PIC X(440).

004000 WORKING-STORAGE SECTION.
004100 01  WS-SWITCHES.
004200     05  WS-EOF-SW          PIC X(01)   VALUE 'N'.
004500 01  WS-COUNTERS.
004600     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
004700     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
004703     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
004705     05  WS-MSGS-FILED      PIC 9(06)   COMP    VALUE ZERO.
004707     05  WS-MSGS-CORRUPT    PIC 9(06)   COMP    VALUE ZERO.

004710*---------------------------------------------------------------*
004720*  BATCH CONTROL FIELDS - DECK HEADER/TRAILER VERIFICATION       *
004874     05  WT-RECS-IN         PIC ZZZ,ZZ9.
004875     05  FILLER             PIC X(13)   VALUE SPACES.
004876     05  FILLER             PIC X(20)   VALUE
004878         'RESULTS PRINTED ..: '.
004879     05  WT-RECS-OUT        PIC ZZZ,ZZ9.
004880     05  FILLER             PIC X(13)   VALUE SPACES.

004881 01  WS-TOTALS-LINE-2.
004882     05  FILLER             PIC X(20)   VALUE
004883         'MESSAGES FILED ...: '.
004884     05  WT-MSGS-FILED      PIC ZZZ,ZZ9.
004885     05  FILLER             PIC X(13)   VALUE SPACES.
004886     05  FILLER             PIC X(20)   VALUE
004887         'CHECK FAILURES ...: '.
004888     05  WT-MSGS-CORRUPT    PIC ZZZ,ZZ9.
004889     05  FILLER             PIC X(13)   VALUE SPACES.

004890 01  WS-CTL-SWITCHES.
004891     05  WS-CTL-KEY-SW      PIC X(01)   VALUE 'N'.
004892         88  CTL-KEY-PRESENT            VALUE 'Y'.
004893 01  WS-CTL-KEY             PIC 9(10)   VALUE ZEROES.

004896 01  WS-WORK-FIELDS.
006143     05  WS-CUR-KEY-ID      PIC X(08)   VALUE SPACES.
006144     05  WS-MAX-SEQ         PIC 9(03)   VALUE ZEROES.
006145     05  SEG                PIC 9(03)   VALUE ZEROES.
006147     05  WS-SEG-CNT         PIC 9(03)   VALUE ZEROES.
006148     05  WS-CUR-CHECK       PIC X(10)   VALUE SPACES.
006149     05  WS-CALC-CHECK      PIC 9(10)   VALUE ZEROES.
006150     05  WS-CHECK-KEY       PIC 9(10)   VALUE ZEROES.
006151 01  WS-SEG-TABLE.
006152     05  WS-SEG-ENTRY       OCCURS 5.
006153         10  WS-SEG-SW      PIC X(01).
006154         10  WS-SEG-TEXT    PIC X(80).
006155         10  WS-SEG-RESULT  PIC X(80).

006156 01  WS-MSG-HDR-LINE.
006157     05  FILLER             PIC X(08)   VALUE 'MESSAGE '.
006224     05  FILLER             PIC X(08)   VALUE 'MESSAGE '.
006228     05  WD-MSG-ID          PIC X(06).
006233     05  FILLER             PIC X(05)   VALUE ' SEQ '.
006235     05  WD-SEQ             PIC X(03).
006236     05  FILLER             PIC X(33)   VALUE
006237         ' DUPLICATE - RECORD SKIPPED      '.
006238     05  FILLER             PIC X(25)   VALUE SPACES.

006239 01  WS-CORRUPT-LINE.
006240     05  FILLER             PIC X(08)   VALUE 'MESSAGE '.
006241     05  WC-MSG-ID          PIC X(06).
006242     05  FILLER             PIC X(07)   VALUE ' CHECK '.
006243     05  WC-CHECK           PIC X(10).
006244     05  FILLER             PIC X(06)   VALUE ' CALC '.
006245     05  WC-CALC            PIC 9(10).
006246     05  FILLER             PIC X(33)   VALUE
006247         ' - CORRUPTED, NOT PRINTED'.

006248*---------------------------------------------------------------*
006249*  CIPHMSG MESSAGE FILE - THE WHOLE-MESSAGE RECORD, THE BATCH    *
006250*  CONTROLS IT IS FILED UNDER, AND THE CHAIN ROUTINE'S           *
006251*  COMMUNICATION AREA FOR THE CHECK VALUE                        *
006252*---------------------------------------------------------------*
006253 01  WS-CMSG-FIELDS.
006254     05  WS-CMSG-OPEN-SW    PIC X(01)   VALUE 'N'.
006255         88  CMSG-OPEN                  VALUE 'Y'.
006256     05  WS-CMSG-HDR-SW     PIC X(01)   VALUE 'N'.
006257         88  CMSG-HEADER-WRITTEN        VALUE 'Y'.
006258     05  WS-CMSG-HASH       PIC 9(10)   VALUE ZERO.
006259     05  WS-CMSG-KEY        PIC 9(10)   VALUE ZERO.
006260 COPY CMSGREC.
006261 COPY CHNPARM.

006262*---------------------------------------------------------------*
006263*  COMMUNICATION AREA FOR THE SHARED SHIFT CIPHER SUBROUTINE     *
006264*---------------------------------------------------------------*
006266 COPY CIPHPARM.

006270*---------------------------------------------------------------*
006274*  COMMUNICATION AREA FOR THE SHARED AUDIT LOGGER SUBROUTINE     *
006276*---------------------------------------------------------------*
006277 COPY AUDITPARM.

006278*---------------------------------------------------------------*
006280*  COMMUNICATION AREA FOR THE SHARED REPORT ARCHIVER             *
006281*---------------------------------------------------------------*
006282 COPY RPTAPARM.

006283*---------------------------------------------------------------*
006285*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
006285*---------------------------------------------------------------*
006286 COPY BUSDPARM.
007610     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
007701     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT
007702     IF NOT RUN-BYPASSED
007715         PERFORM 1100-READ-BATCH-HEADER THRU 1100-EXIT
007727         PERFORM 1200-OPEN-CMSG THRU 1200-EXIT
007739     END-IF.
007752 1000-EXIT.
007800     EXIT.

007830             SET RSTCTL-EOF TO TRUE
007831             GO TO 1060-EXIT
007832     END-READ.
007833 1060-EXIT.
007834     EXIT.

007835*===============================================================*
007836*  1100-READ-BATCH-HEADER - THE DECK MUST OPEN WITH A BATCH      *
007837*                           HEADER RECORD OR THE WHOLE DECK IS   *
007838*                           REFUSED                              *
007839*===============================================================*
007840 1100-READ-BATCH-HEADER.
007841     READ CIPH-FILE
007842         AT END
007843             SET CIPH-EOF TO TRUE
007844             MOVE 'DECK IS EMPTY - NO BATCH HEADER RECORD'
007845                                  TO WF-REASON
007846             PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
007847             GO TO 1100-EXIT
007848     END-READ
007849     MOVE CIPH-REC(1:17) TO BATCH-CTL-REC
007850     IF BCR-HEADER
007851         MOVE BCH-BATCH-ID TO WS-BATCH-ID
007852     ELSE
007853         SET CIPH-EOF TO TRUE
007854         MOVE 'DECK DOES NOT OPEN WITH A BATCH HEADER RECORD'
007855                                  TO WF-REASON
007856         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
007857     END-IF.
007858 1100-EXIT.
007859     EXIT.

007860*===============================================================*
007861*  1200-OPEN-CMSG - OPEN THE CIPHMSG MESSAGE FILE AND, WHEN THE  *
007862*                   DECK OPENED WITH ITS HEADER, FILE THE       *
007863*                   BATCH HEADER UNDER THE DECK'S BATCH ID      *
007864*===============================================================*
007865 1200-OPEN-CMSG.
007866     OPEN OUTPUT CMSG-FILE
007867     SET CMSG-OPEN TO TRUE
007868     IF BATCH-REFUSED
007869         GO TO 1200-EXIT
007870     END-IF
007871     MOVE SPACES       TO BATCH-CTL-REC
007872     MOVE 'H'          TO BCR-TYPE
007873     MOVE WS-BATCH-ID  TO BCH-BATCH-ID
007874     MOVE WS-TODAY     TO BCH-CRE-DATE
007875     MOVE SPACES       TO CMSG-OUT-REC
007876     MOVE BATCH-CTL-REC TO CMSG-OUT-REC(1:17)
007877     WRITE CMSG-OUT-REC
007878     SET CMSG-HEADER-WRITTEN TO TRUE.
007879 1200-EXIT.
007880     EXIT.

007881*===============================================================*
007882*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
007883*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
007884*                    FILE, RESOLVE THE RUN-WIDE SHIFT AND ECHO  *
007885*                    WHAT IS IN EFFECT                          *
007886*===============================================================*
007887 1900-LOAD-PARMS.
007888     SET PARM-FUNC-LOAD TO TRUE
007889     CALL 'PARMRTN' USING PARM-PARM
007890     IF PARM-ERR-CNT > ZERO
007891         DISPLAY 'C: SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
007892         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
007893             TO WS-PRINT-LINE
007894         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
007895         CLOSE CIPH-FILE
007896               REPT-FILE
007897         MOVE 8 TO RETURN-CODE
007898         STOP RUN
007899     END-IF
007901     SET PARM-FUNC-GET TO TRUE
007902     MOVE 'CIPH-SHIFT' TO PARM-KEYWORD
007903     MOVE SPACES       TO PARM-QUALIFIER
007904     CALL 'PARMRTN' USING PARM-PARM
007905     IF PARM-OK AND PARM-VALUE-NUM NOT = ZEROES
007906         MOVE PARM-VALUE-NUM TO WS-CTL-KEY
007907         SET CTL-KEY-PRESENT TO TRUE
007908     END-IF
007909     MOVE 'CIPH-SHIFT' TO WPE-KEYWORD
007910     IF CTL-KEY-PRESENT
007911         MOVE WS-CTL-KEY TO WPE-VALUE
007912         MOVE '(SUITEPRM)' TO WPE-SOURCE
007913     ELSE
010810     MOVE CIPH-MSG-ID TO WS-CUR-MSG-ID
010820     MOVE CIPH-MODE   TO WS-CUR-MODE
010830     MOVE CIPH-REC-KEY-ID TO WS-CUR-KEY-ID
010835     MOVE SPACES TO WS-CUR-CHECK
010840     MOVE ZERO TO WS-MAX-SEQ
010845     MOVE ZERO TO WS-SEG-CNT
010850     MOVE 1 TO SEG
012257         GO TO 2230-EXIT
012258     END-IF
012260     MOVE CIPH-TEXT OF CIPH-REC TO WS-SEG-TEXT(CIPH-SEQ)
012263     IF CIPH-CHECK NOT = SPACES AND WS-CUR-CHECK = SPACES
012265         MOVE CIPH-CHECK TO WS-CUR-CHECK
012267     END-IF
012270     MOVE 'Y' TO WS-SEG-SW(CIPH-SEQ)
012275     ADD 1 TO WS-SEG-CNT
012280     IF CIPH-SEQ > WS-MAX-SEQ
012330*===============================================================*
012340*  2280-WRITE-MESSAGE - ONE HEADER LINE, THEN THE CIPHERED       *
012350*                       SEGMENTS IN SEQUENCE ORDER; A HOLE IN    *
012354*                       THE SEQUENCE IS FLAGGED, NOT GLOSSED.    *
012358*                       EVERY SEGMENT IS CIPHERED FIRST SO A     *
012362*                       DECRYPT CAN PROVE THE MESSAGE'S CHECK    *
012366*                       VALUE BEFORE ANY LINE OF IT IS PRINTED   *
012370*===============================================================*
012380 2280-WRITE-MESSAGE.
012390     MOVE WS-CUR-MSG-ID TO WH-MSG-ID
012565             IF NOT CIPH-KEY-OK
012566                 PERFORM 2290-REJECT-MESSAGE THRU 2290-EXIT
012567                 GO TO 2280-EXIT
012569             END-IF
012570             MOVE CIPH-RESULT TO WS-SEG-RESULT(SEG)
012571             MOVE CIPH-KEY OF CIPH-PARM TO WS-CHECK-KEY
012572         ELSE
012573             MOVE SPACES TO WS-SEG-RESULT(SEG)
012574         END-IF
012575         ADD 1 TO SEG
012576     END-PERFORM
012577     PERFORM 2285-COMPUTE-CHECK THRU 2285-EXIT
012579     IF WS-CUR-MODE = "D" AND WS-CUR-CHECK NOT = SPACES
012580             AND WS-CUR-CHECK NOT = WS-CALC-CHECK
012581         PERFORM 2295-REJECT-CORRUPT THRU 2295-EXIT
012582         GO TO 2280-EXIT
012583     END-IF
012584     MOVE 1 TO SEG
012585     PERFORM UNTIL SEG > WS-MAX-SEQ
012586         IF WS-SEG-SW(SEG) = 'Y'
012587             MOVE WS-SEG-RESULT(SEG) TO WS-PRINT-LINE
012588             PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
012590             ADD 1 TO WS-RECS-OUT
012600         ELSE
012610             MOVE SEG TO WM-SEG
012612             MOVE WS-SEG-MISS-LINE TO WS-PRINT-LINE
012613             PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
012614         END-IF
012615         ADD 1 TO SEG
012616     END-PERFORM
012617     IF WS-SEG-CNT = WS-MAX-SEQ
012618         PERFORM 2287-FILE-MESSAGE THRU 2287-EXIT
012619     END-IF.
012620 2280-EXIT.
012621     EXIT.

012622*===============================================================*
012623*  2285-COMPUTE-CHECK - THE MESSAGE'S CHECK VALUE FROM ITS       *
012624*                       PLAIN TEXT (THE INPUT ON AN ENCRYPT, THE *
012625*                       RESULT ON A DECRYPT) AND THE KEY: THE    *
012626*                       RESOLVED SHIFT SEEDS A CHAINRTN FOLD     *
012627*                       OVER EACH SEGMENT, KEY ID AND SEGMENT    *
012629*                       NUMBER IN SEQUENCE ORDER (SEE            *
012630*                       COPY/CMSGREC.CPY).  A MISSING SEGMENT    *
012631*                       FOLDS IN AS SPACES                       *
012632*===============================================================*
012633 2285-COMPUTE-CHECK.
012634     MOVE WS-CHECK-KEY TO CHN-PREV-VALUE
012635     MOVE 1 TO SEG
012636     PERFORM UNTIL SEG > WS-MAX-SEQ
012637         MOVE SPACES TO CHN-RECORD
012638         IF WS-CUR-MODE = "D"
012639             MOVE WS-SEG-RESULT(SEG) TO CHN-RECORD(1:80)
012640         ELSE
012641             MOVE WS-SEG-TEXT(SEG)   TO CHN-RECORD(1:80)
012642         END-IF
012643         MOVE WS-CUR-KEY-ID TO CHN-RECORD(81:8)
012644         MOVE SEG           TO CHN-RECORD(89:3)
012646         CALL 'CHAINRTN' USING CHN-PARM
012647         MOVE CHN-VALUE TO CHN-PREV-VALUE
012648         ADD 1 TO SEG
012649     END-PERFORM
012650     MOVE CHN-PREV-VALUE TO WS-CALC-CHECK.
012651 2285-EXIT.
012652     EXIT.

012653*===============================================================*
012654*  2287-FILE-MESSAGE - A WHOLE MESSAGE TO THE CIPHMSG FILE: ITS  *
012655*                      SEGMENTS END TO END WITH THE CHECK VALUE, *
012656*                      COUNTED AND HASHED FOR THE TRAILER        *
012657*===============================================================*
012658 2287-FILE-MESSAGE.
012659     IF NOT CMSG-HEADER-WRITTEN
012660         GO TO 2287-EXIT
012661     END-IF
012662     MOVE SPACES        TO CMSG-REC
012664     MOVE WS-CUR-MSG-ID TO CMSG-MSG-ID
012665     MOVE WS-CUR-KEY-ID TO CMSG-KEY-ID
012666     IF WS-CUR-MODE = "D"
012667         SET CMSG-PLAIN-TEXT  TO TRUE
012668     ELSE
012669         SET CMSG-CIPHER-TEXT TO TRUE
012670     END-IF
012671     MOVE WS-MAX-SEQ    TO CMSG-SEG-CNT
012672     MOVE WS-CALC-CHECK TO CMSG-CHECK
012673     MOVE 1 TO SEG
012674     PERFORM UNTIL SEG > WS-MAX-SEQ
012675         COMPUTE K = (SEG - 1) * 80 + 1
012676         MOVE WS-SEG-RESULT(SEG) TO CMSG-TEXT(K:80)
012677         ADD 1 TO SEG
012678     END-PERFORM
012679     WRITE CMSG-OUT-REC FROM CMSG-REC
012681     ADD 1 TO WS-MSGS-FILED
012682     IF WS-CUR-MSG-ID IS NUMERIC
012683         MOVE WS-CUR-MSG-ID TO WS-CMSG-KEY
012684         COMPUTE WS-HASH-WORK = WS-CMSG-HASH + WS-CMSG-KEY
012685         DIVIDE WS-HASH-WORK BY 10000000000
012686             GIVING WS-HASH-QUOT REMAINDER WS-CMSG-HASH
012687     END-IF.
012688 2287-EXIT.
012689     EXIT.

012690*===============================================================*
012691*  2290-REJECT-MESSAGE - THE MESSAGE'S KEY ID IS UNKNOWN OR      *
012692*                        OUT OF ITS EFFECTIVE WINDOW: REJECT     *
012693*                        THE WHOLE MESSAGE                       *
012694*===============================================================*
012695 2290-REJECT-MESSAGE.
012696     MOVE WS-CUR-MSG-ID  TO WK-MSG-ID
012698     MOVE WS-CUR-KEY-ID  TO WK-KEY-ID
012699     IF CIPH-KEY-UNKNOWN
012701         MOVE ' UNKNOWN - MESSAGE REJECTED'    TO WK-KEY-MSG
012708 2290-EXIT.
012709     EXIT.

012894*===============================================================*
013079*  2295-REJECT-CORRUPT - THE DECRYPTED TEXT DOES NOT REPRODUCE   *
013263*                        THE CHECK VALUE THE MESSAGE CARRIED: A  *
013448*                        CHARACTER WAS DROPPED OR ALTERED ON THE *
013633*                        WAY.  NOTHING OF IT IS PRINTED OR FILED *
013817*===============================================================*
014002 2295-REJECT-CORRUPT.
014186     MOVE WS-CUR-MSG-ID  TO WC-MSG-ID
014371     MOVE WS-CUR-CHECK   TO WC-CHECK
014556     MOVE WS-CALC-CHECK  TO WC-CALC
014740     MOVE WS-CORRUPT-LINE TO WS-PRINT-LINE
014925     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
015109     DISPLAY 'C: MESSAGE ' WS-CUR-MSG-ID
015294         ' FAILS ITS CHECK VALUE - CORRUPTED'
015479     ADD 1 TO WS-MSGS-CORRUPT
015663     ADD WS-SEG-CNT TO WS-RECS-REJ.
015848 2295-EXIT.
016032     EXIT.

016217*===============================================================*
016402*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
016403*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
016404*                        STAGED IN WS-PRINT-LINE                 *
016405*===============================================================*
016406 8000-WRITE-REPT-LINE.
016409     IF WS-LINE-CNT > WS-PAGE-MAX
016411         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
016413     END-IF
016415     WRITE REPT-REC FROM WS-PRINT-LINE
016417     MOVE WS-PRINT-LINE TO RPTA-TEXT
016420     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
016422     ADD 1 TO WS-LINE-CNT.
016424 8000-EXIT.
016426     EXIT.

016428*===============================================================*
016431*  8100-PRINT-HEADINGS                                          *
016433*===============================================================*
016435 8100-PRINT-HEADINGS.
016437     ADD 1 TO WS-PAGE-CNT
016439     MOVE WS-TODAY         TO WH-DATE
016442     MOVE WS-RUN-TIME(1:6) TO WH-TIME
016444     MOVE WS-PAGE-CNT      TO WH-PAGE
016446     WRITE REPT-REC FROM WS-HEADING-1
016448     MOVE WS-HEADING-1 TO RPTA-TEXT
016450     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
016453     WRITE REPT-REC FROM WS-HEADING-2
016455     MOVE WS-HEADING-2 TO RPTA-TEXT
016457     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
016459     MOVE SPACES TO REPT-REC
016461     WRITE REPT-REC
016463     MOVE SPACES TO RPTA-TEXT
016466     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
016468     MOVE 3 TO WS-LINE-CNT.
016470 8100-EXIT.
016472     EXIT.

016474*===============================================================*
016477*  8500-WRITE-TOTALS - END-OF-REPORT TOTALS BLOCK               *
016479*===============================================================*
016481 8500-WRITE-TOTALS.
016483     MOVE SPACES TO WS-PRINT-LINE
016485     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
016488     MOVE WS-RECS-IN  TO WT-RECS-IN
016490     MOVE WS-RECS-OUT TO WT-RECS-OUT
016492     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
016494     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
016496     MOVE WS-MSGS-FILED   TO WT-MSGS-FILED
016499     MOVE WS-MSGS-CORRUPT TO WT-MSGS-CORRUPT
016501     MOVE WS-TOTALS-LINE-2 TO WS-PRINT-LINE
016503     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
016505 8500-EXIT.
016507     EXIT.

016510*===============================================================*
016520*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE RUN, *
016566     EXIT.

016600*===============================================================*
016607*  8200-ARCHIVE-LINE - THE LINE JUST PRINTED, STAGED IN         *
016614*                      RPTA-TEXT, TO THE REPORT ARCHIVE         *
016620*===============================================================*
016627 8200-ARCHIVE-LINE.
016634     SET RPTA-FUNC-WRITE TO TRUE
016640     MOVE WS-TODAY         TO RPTA-BUS-DATE
016647     MOVE 'C'              TO RPTA-PROGRAM-ID
016653     MOVE 'CIPHOUT'        TO RPTA-REPORT-NAME
016660     MOVE WS-RUN-TIME      TO RPTA-RUN-TIME
016667     MOVE WS-PAGE-CNT      TO RPTA-PAGE
016673     CALL 'RPTARCH' USING RPTA-PARM.
016680 8200-EXIT.
016686     EXIT.

016693*===============================================================*
016700*  9000-TERMINATE - CLOSE FILES                                 *
016800*===============================================================*
016900 9000-TERMINATE.
016915         PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
016950         PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
016960     END-IF
016967     IF CMSG-OPEN
016974         PERFORM 9100-CLOSE-CMSG THRU 9100-EXIT
016980     END-IF
016987     SET RPTA-FUNC-CLOSE TO TRUE
016993     CALL 'RPTARCH' USING RPTA-PARM
017000     CLOSE CIPH-FILE
017100           REPT-FILE.
017106 9000-EXIT.
017111     EXIT.

017117*===============================================================*
017122*  9100-CLOSE-CMSG - THE COUNT/HASH TRAILER GOES ON THE MESSAGE  *
017128*                    FILE ONLY WHEN THE DECK ITSELF PROVED; A    *
017133*                    REFUSED DECK LEAVES IT WITHOUT ONE          *
017139*===============================================================*
017144 9100-CLOSE-CMSG.
017150     IF CMSG-HEADER-WRITTEN AND NOT BATCH-REFUSED
017155         MOVE SPACES        TO BATCH-CTL-REC
017160         MOVE 'T'           TO BCR-TYPE
017166         MOVE WS-MSGS-FILED TO BCT-REC-COUNT
017171         MOVE WS-CMSG-HASH  TO BCT-HASH-TOTAL
017177         MOVE SPACES        TO CMSG-OUT-REC
017182         MOVE BATCH-CTL-REC TO CMSG-OUT-REC(1:17)
017188         WRITE CMSG-OUT-REC
017193     END-IF
017199     CLOSE CMSG-FILE.
017204 9100-EXIT.
017210     EXIT.

017220*===============================================================*
017360*===============================================================*
017370*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 8 DECK      *
017380*                         REFUSED, 12 EMPTY INPUT. A BYPASSED    *
017385*                         RERUN STEP IS A CLEAN 0.  A MESSAGE    *
017390*                         FAILING ITS CHECK VALUE IS 4 EVEN      *
017394*                         WHEN NOTHING ELSE IN THE DECK PASSED   *
017400*===============================================================*
017410 9900-SET-RETURN-CODE.
017420     MOVE 0 TO RETURN-CODE
017456         MOVE 4 TO RETURN-CODE
017457     END-IF
017460     IF BATCH-REFUSED
017464             OR (WS-RECS-IN > 0 AND WS-RECS-IN = WS-RECS-REJ
017467                 AND WS-MSGS-CORRUPT = 0)
017470         MOVE 8 TO RETURN-CODE
017480     END-IF
017490     IF WS-RECS-IN = 0
