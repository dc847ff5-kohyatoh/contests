001736*                   COPY/PARMPARM.CPY) INSTEAD OF THE BINCTL    *
001737*                   CARD. A BAD PARAMETER FILE REFUSES THE RUN  *
001738*                   AT THE TOP WITH CONDITION CODE 8, AND THE   *
001741*                   WIDTH IN EFFECT IS ECHOED ON THE REPORT.    *
001744*  2026-10-15 BSU   EVERY LINE OF BINOUT IS ALSO WRITTEN TO THE *
001746*                   RPTARCH REPORT ARCHIVE THROUGH THE SHARED   *
001749*                   RPTARCH SUBROUTINE (SEE COPY/RPTAPARM.CPY), *
001752*                   UNDER THE BUSINESS DATE, RUN START TIME AND *
001754*                   PAGE, SO THE REPORT CAN BE REPRINTED BY     *
001757*                   RPTPRINT AFTER THE SPOOL PURGE.             *
001760*  2026-10-15 BSU   NEW MODE F DECODES A STATUS WORD OR OPTION  *
001762*                   MASK AGAINST THE FLAGDEF FLAG DEFINITION    *
001765*                   FILE (SEE COPY/FLAGREC.CPY, MAINTAINED BY   *
001768*                   FLAGMNT) THROUGH THE SHARED FLAGRTN         *
001770*                   DECODER: THE DATA IS A LAYOUT NAME, A BASE  *
001773*                   BYTE (X FOR HEX, ANYTHING ELSE DECIMAL) AND *
001776*                   THE VALUE. THE WORD PRINTS WITH ITS FULL    *
001778*                   BIT STRING, THEN ONE LINE PER DEFINED FIELD *
001781*                   WITH ITS BIT RANGE, RAW BITS, VALUE AND     *
001784*                   MEANING, AND A FLAG LINE FOR EVERY BIT THAT *
001786*                   IS SET BUT BELONGS TO NO DEFINED FIELD. AN  *
001789*                   UNKNOWN LAYOUT OR A BAD VALUE REJECTS, AND  *
001792*                   THE TOTALS SHOW THE WORDS DECODED AND HOW   *
001794*                   MANY CARRIED UNDEFINED BITS.                *
001797*===============================================================*
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.   IBM-370.
003300     05  CONV-MODE          PIC X(01).
003400     05  CONV-DATA          PIC X(34).

003410*---------------------------------------------------------------*
003419*  MODE F - LAYOUT NAME, BASE BYTE AND THE WORD'S VALUE: TEN     *
003428*  DECIMAL DIGITS, OR LEFT-JUSTIFIED HEX DIGITS WHEN THE BASE    *
003437*  BYTE IS X                                                     *
003446*---------------------------------------------------------------*
003455 01  CONV-FLAG-REC.
003464     05  FILLER             PIC X(01).
003473     05  CONV-FLAG-LAYOUT   PIC X(08).
003482     05  CONV-FLAG-BASE     PIC X(01).
003491     05  CONV-FLAG-VALUE    PIC X(25).

003500 FD  REPT-FILE
003600     RECORDING MODE IS F.
003700 01  REPT-REC               PIC X(80).
004400     05  WS-RECS-IN         PIC 9(06)   COMP    VALUE ZERO.
004500     05  WS-RECS-OUT        PIC 9(06)   COMP    VALUE ZERO.
004510     05  WS-RECS-REJ        PIC 9(06)   COMP    VALUE ZERO.
004514     05  WS-FLAG-WORDS      PIC 9(06)   COMP    VALUE ZERO.
004517     05  WS-FLAG-UNDEF      PIC 9(06)   COMP    VALUE ZERO.

004520 01  WS-RECNO-EDIT          PIC ZZZZZ9.

004674     05  WT-RECS-IN         PIC ZZZ,ZZ9.
004675     05  FILLER             PIC X(13)   VALUE SPACES.
004676     05  FILLER             PIC X(20)   VALUE
004679         'RESULTS PRINTED ..: '.
004682     05  WT-RECS-OUT        PIC ZZZ,ZZ9.
004684     05  FILLER             PIC X(13)   VALUE SPACES.

004687 01  WS-FLAG-TOTALS-LINE.
004689     05  FILLER             PIC X(20)   VALUE
004692         'FLAG WORDS DECODED: '.
004694     05  WT-FLAG-WORDS      PIC ZZZ,ZZ9.
004697     05  FILLER             PIC X(13)   VALUE SPACES.
004699     05  FILLER             PIC X(20)   VALUE
004702         'WORDS W/ UNDEF BITS:'.
004704     05  WT-FLAG-UNDEF      PIC ZZZ,ZZ9.
004707     05  FILLER             PIC X(13)   VALUE SPACES.

004709*---------------------------------------------------------------*
004712*  MODE F DECODE LINES - THE WORD, ONE LINE PER DEFINED FIELD,   *
004714*  ONE FLAG LINE PER SET BIT NO DEFINED FIELD OWNS               *
004717*---------------------------------------------------------------*
004719 01  WS-FLAG-HEAD-LINE.
004722     05  FILLER             PIC X(06)   VALUE 'FLAGS '.
004724     05  WFH-LAYOUT         PIC X(08).
004727     05  FILLER             PIC X(07)   VALUE ' VALUE '.
004729     05  WFH-VALUE          PIC Z(9)9.
004732     05  FILLER             PIC X(06)   VALUE ' BITS '.
004734     05  WFH-BITS           PIC X(34).
004737     05  FILLER             PIC X(09)   VALUE SPACES.

004739 01  WS-FLAG-FIELD-LINE.
004742     05  FILLER             PIC X(02)   VALUE SPACES.
004744     05  WFD-NAME           PIC X(16).
004747     05  FILLER             PIC X(01)   VALUE SPACE.
004749     05  WFD-HIGH           PIC 9(02).
004752     05  FILLER             PIC X(01)   VALUE '-'.
004754     05  WFD-LOW            PIC 9(02).
004757     05  FILLER             PIC X(01)   VALUE SPACE.
004759     05  WFD-BITS           PIC X(16).
004762     05  FILLER             PIC X(01)   VALUE SPACE.
004764     05  WFD-VALUE          PIC ZZZZ9.
004767     05  FILLER             PIC X(01)   VALUE SPACE.
004769     05  WFD-MEANING        PIC X(30).
004772     05  FILLER             PIC X(02)   VALUE SPACES.

004774 01  WS-FLAG-UNDEF-LINE.
004777     05  FILLER             PIC X(10)   VALUE '  *** BIT '.
004779     05  WFU-BIT            PIC 9(02).
004782     05  FILLER             PIC X(31)   VALUE
004784         ' SET BUT NOT DEFINED IN LAYOUT '.
004787     05  WFU-LAYOUT         PIC X(08).
004789     05  FILLER             PIC X(29)   VALUE SPACES.

004792 01  WS-BIT-WIDTH           PIC 9(02)   VALUE ZEROES.

004794 01  WS-WORK-FIELDS.
004797     05  A                  PIC 9(10)   VALUE ZEROES.
004800     05  B                  PIC 9(10)   VALUE ZEROES.
004900     05  C                  PIC 9(10)   VALUE ZEROES.
005000     05  FL                 PIC 9(1)    VALUE ZEROES.
005100     05  STR                PIC X(10).
005200     05  N                  PIC 9(2)    VALUE ZEROES.
005300     05  POS                PIC 9(2)    VALUE ZEROES.
005350     05  FX                 PIC 9(2)    VALUE ZEROES.

005400 01  WS-BIN-LINE            PIC X(40)   VALUE SPACES.
005405 01  WS-SIGNED-EDIT         PIC -(10)9.
005440 COPY BINPARM.

005450*---------------------------------------------------------------*
005452*  COMMUNICATION AREA FOR THE SHARED BIT-FLAG DECODER            *
005454*---------------------------------------------------------------*
005456 COPY FLAGPARM.

005458*---------------------------------------------------------------*
005460*  COMMUNICATION AREA FOR THE SHARED AUDIT LOGGER SUBROUTINE     *
005470*---------------------------------------------------------------*
005472 COPY AUDITPARM.

005474*---------------------------------------------------------------*
005476*  COMMUNICATION AREA FOR THE SHARED REPORT ARCHIVER             *
005478*---------------------------------------------------------------*
005480 COPY RPTAPARM.

005482*---------------------------------------------------------------*
005483*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
008078                             PERFORM 2800-SDEC-TO-BIN
008082                                 THRU 2800-EXIT
008084                         ELSE
008088                             IF CONV-MODE = "F"
008091                                 PERFORM 2900-DECODE-FLAGS
008094                                     THRU 2900-EXIT
008097                             ELSE
008100                                 PERFORM 2300-DEC-TO-BIN
008103                                     THRU 2300-EXIT
008106                             END-IF
008110                         END-IF
008112                     END-IF
008114                 END-IF
014738     ELSE
014739         SET BIN-FN-DEC-TO-OCT TO TRUE
014741     END-IF
014743     MOVE CONV-DATA(1:10) TO STR
014744     MOVE WS-BIT-WIDTH TO BIN-BIT-WIDTH
014745     MOVE STR TO BIN-DECIMAL
014746     CALL 'BINRTN' USING BIN-PARM
014747     MOVE SPACES TO WS-BIN-LINE
014748     MOVE BIN-BITS TO WS-BIN-LINE
014749     MOVE WS-BIN-LINE TO WS-PRINT-LINE
014750     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014751     ADD 1 TO WS-RECS-OUT.
014752 2500-EXIT.
014753     EXIT.
014758 2700-SBIN-TO-DEC.
014759     SET BIN-FN-SBIN-TO-DEC TO TRUE
014760     MOVE WS-BIT-WIDTH TO BIN-BIT-WIDTH
014762     MOVE CONV-DATA TO BIN-BITS
014763     CALL 'BINRTN' USING BIN-PARM
014764     MOVE SPACES TO WS-BIN-LINE
014765     MOVE BIN-SIGNED TO WS-SIGNED-EDIT
014766     MOVE WS-SIGNED-EDIT TO WS-BIN-LINE
014767     MOVE WS-BIN-LINE TO WS-PRINT-LINE
014768     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014769     ADD 1 TO WS-RECS-OUT.
014770 2700-EXIT.
014771     EXIT.

014772*===============================================================*
014777 2800-SDEC-TO-BIN.
014778     IF CONV-DATA(2:10) IS NOT NUMERIC
014779             OR (CONV-DATA(1:1) NOT = ' ' AND
014780                 CONV-DATA(1:1) NOT = '+' AND
014782                 CONV-DATA(1:1) NOT = '-')
014783         MOVE SPACES TO WS-PRINT-LINE
014784         MOVE WS-RECS-IN TO WS-RECNO-EDIT
014787             DELIMITED BY SIZE INTO WS-PRINT-LINE
014788         END-STRING
014789         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014790         ADD 1 TO WS-RECS-REJ
014791         GO TO 2800-EXIT
014792     END-IF
014793     SET BIN-FN-SDEC-TO-BIN TO TRUE
014794     MOVE WS-BIT-WIDTH TO BIN-BIT-WIDTH
014795     MOVE CONV-DATA(2:10) TO A
014796     IF CONV-DATA(1:1) = '-'
014797         COMPUTE BIN-SIGNED = ZERO - A
014798     ELSE
014799         MOVE A TO BIN-SIGNED
014800     END-IF
014802     CALL 'BINRTN' USING BIN-PARM
014803     IF BIN-VAL-OVERFLOW
014804         MOVE SPACES TO WS-PRINT-LINE
014805         MOVE WS-RECS-IN TO WS-RECNO-EDIT
014806         STRING 'RECORD ' WS-RECNO-EDIT
014807             ' REJECTED - VALUE OUTSIDE SIGNED RANGE'
014808             DELIMITED BY SIZE INTO WS-PRINT-LINE
014809         END-STRING
014810         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014811         ADD 1 TO WS-RECS-REJ
014812         GO TO 2800-EXIT
014813     END-IF
014814     MOVE SPACES TO WS-BIN-LINE
014815     MOVE BIN-BITS TO WS-BIN-LINE
014816     MOVE WS-BIN-LINE TO WS-PRINT-LINE
014817     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014818     ADD 1 TO WS-RECS-OUT.
014819 2800-EXIT.
014820     EXIT.

014822*===============================================================*
014823*  2900-DECODE-FLAGS - MODE F: TURN THE VALUE (DECIMAL, OR HEX  *
014824*                      WHEN THE BASE BYTE IS X) INTO THE WORD,  *
014825*                      DECODE IT AGAINST THE NAMED LAYOUT AND   *
014826*                      PRINT THE WORD, ITS FIELDS AND ANY SET   *
014827*                      BITS NO FIELD OWNS                       *
014828*===============================================================*
014829 2900-DECODE-FLAGS.
014830     IF CONV-FLAG-BASE = "X"
014831         SET BIN-FN-HEX-TO-DEC TO TRUE
014832         MOVE WS-BIT-WIDTH TO BIN-BIT-WIDTH
014833         MOVE CONV-FLAG-VALUE TO BIN-BITS
014834         CALL 'BINRTN' USING BIN-PARM
014835         IF BIN-BAD-DIGIT OR BIN-VAL-OVERFLOW
014836             PERFORM 2600-WRITE-BASE-REJECT THRU 2600-EXIT
014837             GO TO 2900-EXIT
014838         END-IF
014839         MOVE BIN-DECIMAL TO FLAG-VALUE
014840     ELSE
014842         IF CONV-FLAG-VALUE(1:10) IS NOT NUMERIC
014843             MOVE SPACES TO WS-PRINT-LINE
014844             MOVE WS-RECS-IN TO WS-RECNO-EDIT
014845             STRING 'RECORD ' WS-RECNO-EDIT
014846                 ' REJECTED - FLAG VALUE NOT NUMERIC'
014847                 DELIMITED BY SIZE INTO WS-PRINT-LINE
014848             END-STRING
014849             PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014850             ADD 1 TO WS-RECS-REJ
014851             GO TO 2900-EXIT
014852         END-IF
014853         MOVE CONV-FLAG-VALUE(1:10) TO FLAG-VALUE
014854     END-IF
014855     MOVE CONV-FLAG-LAYOUT TO FLAG-LAYOUT
014856     CALL 'FLAGRTN' USING FLAG-PARM
014857     IF FLAG-LAYOUT-UNKNOWN
014858         MOVE SPACES TO WS-PRINT-LINE
014859         MOVE WS-RECS-IN TO WS-RECNO-EDIT
014860         STRING 'RECORD ' WS-RECNO-EDIT
014862             ' REJECTED - FLAG LAYOUT NOT DEFINED'
014863             DELIMITED BY SIZE INTO WS-PRINT-LINE
014864         END-STRING
014865         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014866         ADD 1 TO WS-RECS-REJ
014867         GO TO 2900-EXIT
014868     END-IF
014869     MOVE FLAG-LAYOUT    TO WFH-LAYOUT
014870     MOVE FLAG-VALUE     TO WFH-VALUE
014871     MOVE FLAG-WORD-BITS TO WFH-BITS
014872     MOVE WS-FLAG-HEAD-LINE TO WS-PRINT-LINE
014873     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014874     MOVE 1 TO FX
014875     PERFORM UNTIL FX > FLAG-FIELD-CNT
014876         MOVE FLAG-F-NAME(FX)    TO WFD-NAME
014877         MOVE FLAG-F-HIGH(FX)    TO WFD-HIGH
014878         MOVE FLAG-F-LOW(FX)     TO WFD-LOW
014879         MOVE FLAG-F-BITS(FX)    TO WFD-BITS
014881         MOVE FLAG-F-VALUE(FX)   TO WFD-VALUE
014882         MOVE FLAG-F-MEANING(FX) TO WFD-MEANING
014883         MOVE WS-FLAG-FIELD-LINE TO WS-PRINT-LINE
014884         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014885         ADD 1 TO FX
014886     END-PERFORM
014887     MOVE 1 TO FX
014888     PERFORM UNTIL FX > FLAG-UNDEF-CNT
014889         MOVE FLAG-UNDEF-BIT(FX) TO WFU-BIT
014890         MOVE FLAG-LAYOUT        TO WFU-LAYOUT
014891         MOVE WS-FLAG-UNDEF-LINE TO WS-PRINT-LINE
014892         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014893         ADD 1 TO FX
014894     END-PERFORM
014895     IF FLAG-UNDEF-CNT > ZERO
014896         ADD 1 TO WS-FLAG-UNDEF
014897     END-IF
014898     ADD 1 TO WS-FLAG-WORDS
014899     ADD 1 TO WS-RECS-OUT.
014901 2900-EXIT.
014902     EXIT.

014903*===============================================================*
014904*  2600-WRITE-BASE-REJECT - THE INPUT HOLDS A DIGIT NOT VALID    *
014905*                           FOR THE STATED BASE, OR THE VALUE    *
014906*                           OVERFLOWS TEN DECIMAL DIGITS         *
014907*===============================================================*
014908 2600-WRITE-BASE-REJECT.
014909     MOVE SPACES TO WS-PRINT-LINE
014910     MOVE WS-RECS-IN TO WS-RECNO-EDIT
014911     IF BIN-BAD-DIGIT
014912         STRING 'RECORD ' WS-RECNO-EDIT
014913             ' REJECTED - DIGIT NOT VALID FOR STATED BASE'
014914             DELIMITED BY SIZE INTO WS-PRINT-LINE
014915         END-STRING
014916     ELSE
014917         STRING 'RECORD ' WS-RECNO-EDIT
014918             ' REJECTED - VALUE OVERFLOWS TEN DIGITS'
014919             DELIMITED BY SIZE INTO WS-PRINT-LINE
014921         END-STRING
014922     END-IF
014923     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014924     ADD 1 TO WS-RECS-REJ.
014925 2600-EXIT.
014926     EXIT.

014927*===============================================================*
014928*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
014929*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
014930*                        STAGED IN WS-PRINT-LINE                 *
014931*===============================================================*
014932 8000-WRITE-REPT-LINE.
014933     IF WS-LINE-CNT > WS-PAGE-MAX
014934         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
014935     END-IF
014936     WRITE REPT-REC FROM WS-PRINT-LINE
014937     MOVE WS-PRINT-LINE TO RPTA-TEXT
014938     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
014939     ADD 1 TO WS-LINE-CNT.
014941 8000-EXIT.
014942     EXIT.

014943*===============================================================*
014944*  8100-PRINT-HEADINGS                                          *
014945*===============================================================*
014946 8100-PRINT-HEADINGS.
014947     ADD 1 TO WS-PAGE-CNT
014948     MOVE WS-TODAY         TO WH-DATE
014949     MOVE WS-RUN-TIME(1:6) TO WH-TIME
014950     MOVE WS-PAGE-CNT      TO WH-PAGE
014951     WRITE REPT-REC FROM WS-HEADING-1
014952     MOVE WS-HEADING-1 TO RPTA-TEXT
014953     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
014954     WRITE REPT-REC FROM WS-HEADING-2
014955     MOVE WS-HEADING-2 TO RPTA-TEXT
014956     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
014957     MOVE SPACES TO REPT-REC
014958     WRITE REPT-REC
014959     MOVE SPACES TO RPTA-TEXT
014961     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
014962     MOVE 3 TO WS-LINE-CNT.
014963 8100-EXIT.
014964     EXIT.

014965*===============================================================*
014966*  8500-WRITE-TOTALS - END-OF-REPORT TOTALS BLOCK               *
014967*===============================================================*
014968 8500-WRITE-TOTALS.
014969     MOVE SPACES TO WS-PRINT-LINE
014970     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014971     MOVE WS-RECS-IN  TO WT-RECS-IN
014972     MOVE WS-RECS-OUT TO WT-RECS-OUT
014973     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
014974     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014975     IF WS-FLAG-WORDS > ZERO
014976         MOVE WS-FLAG-WORDS TO WT-FLAG-WORDS
014977         MOVE WS-FLAG-UNDEF TO WT-FLAG-UNDEF
014978         MOVE WS-FLAG-TOTALS-LINE TO WS-PRINT-LINE
014979         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014981     END-IF.
014982 8500-EXIT.
014983     EXIT.

014984*===============================================================*
014985*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE RUN, *
014986*                      PUT THE REASON ON THE REPORT AND THE      *
014987*                      CONSOLE                                   *
014988*===============================================================*
014989 8800-WRITE-REFUSAL.
014990     SET BATCH-REFUSED TO TRUE
014991     MOVE WS-BATCH-ID TO WF-BATCH-ID
014992     MOVE WS-REFUSAL-LINE TO WS-PRINT-LINE
014993     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
014994     DISPLAY 'B: BATCH ' WS-BATCH-ID ' REFUSED - ' WF-REASON.
014995 8800-EXIT.
014996     EXIT.

015740*===============================================================*
015750*  8200-ARCHIVE-LINE - THE LINE JUST PRINTED, STAGED IN         *
015760*                      RPTA-TEXT, TO THE REPORT ARCHIVE         *
015770*===============================================================*
015780 8200-ARCHIVE-LINE.
015790     SET RPTA-FUNC-WRITE TO TRUE
015800     MOVE WS-TODAY         TO RPTA-BUS-DATE
015810     MOVE 'B'              TO RPTA-PROGRAM-ID
015820     MOVE 'BINOUT'         TO RPTA-REPORT-NAME
015830     MOVE WS-RUN-TIME      TO RPTA-RUN-TIME
015840     MOVE WS-PAGE-CNT      TO RPTA-PAGE
015850     CALL 'RPTARCH' USING RPTA-PARM.
015860 8200-EXIT.
015870     EXIT.

014997*===============================================================*
014998*  9000-TERMINATE - CLOSE FILES                                 *
015000*===============================================================*
015100 9000-TERMINATE.
015110     IF NOT RUN-BYPASSED
015115         PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
015150         PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
015160     END-IF
015174     SET RPTA-FUNC-CLOSE TO TRUE
015187     CALL 'RPTARCH' USING RPTA-PARM
015200     CLOSE CONV-FILE
015300           REPT-FILE.
015400 9000-EXIT.
