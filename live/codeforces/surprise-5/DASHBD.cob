001900*                   FROM MTDMST - CLOSING WITH AN EXCEPTIONS     *
002000*                   BOX OF ANYTHING NEEDING ACTION. ENDS 4       *
002100*                   WHEN THE EXCEPTIONS BOX IS NOT EMPTY.        *
002106*  2026-10-09 BSU   THE BUDVAR BUDGET-VERSUS-ACTUAL RUN LOGS ITS *
002112*                   FLAGGED-ACCOUNT COUNT AS ITS REJECT COUNT;   *
002117*                   ITS STEP LINE NOW READS FLAGGED AND THE      *
002123*                   EXCEPTIONS BOX CARRIES THE COUNT OF ACCOUNTS *
002128*                   OUTSIDE THE BUDGET VARIANCE TOLERANCE.       *
002134*  2026-10-15 BSU   SUBMITTER BOX: TONIGHT'S DECKS AND RECORDS   *
002139*                   BY SUBMITTING DEPARTMENT, OFF THE BATCH      *
002145*                   REGISTRY (BRG-DEPT). ONLY A.COB AND DISPATCH *
002150*                   REGISTRATIONS COUNT, SO A DECK VALIDATE      *
002156*                   PASSED ON TO DISPATCH IS NOT COUNTED TWICE.  *
002161*  2026-10-15 BSU   EVERY LINE OF THE BOARD (DASHOUT) IS ALSO    *
002167*                   WRITTEN TO THE RPTARCH REPORT ARCHIVE        *
002172*                   THROUGH THE SHARED RPTARCH SUBROUTINE (SEE   *
002178*                   COPY/RPTAPARM.CPY), UNDER THE BUSINESS DATE  *
002183*                   AND RUN START TIME, SO THE BOARD CAN BE      *
002189*                   REPRINTED BY RPTPRINT AFTER THE SPOOL PURGE. *
002194*                   THE BOARD IS ONE PAGE, FILED AS PAGE 1.      *
002200*===============================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003600         RECORD KEY   IS POST-ID
003700         FILE STATUS  IS WS-POST-STATUS.
003800     SELECT OPTIONAL MTD-FILE ASSIGN TO "MTDMST"
003834         ORGANIZATION IS LINE SEQUENTIAL.
003867     SELECT OPTIONAL BCHREG-FILE ASSIGN TO "BCHREG"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT REPT-FILE   ASSIGN TO "DASHOUT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
006100     05  DA-RECS-OUT        PIC X(08).
006200     05  FILLER             PIC X(02).
006300     05  DA-RECS-REJ        PIC X(08).
006400     05  FILLER             PIC X(54).
006500
006600 FD  SUSP-FILE
006700     RECORDING MODE IS F.
007300 FD  MTD-FILE
007400     RECORDING MODE IS F.
007500 COPY MTDREC.
007520
007540 FD  BCHREG-FILE
007560     RECORDING MODE IS F.
007580 COPY BCHREG.
007600
007700 FD  REPT-FILE
007800     RECORDING MODE IS F.
009300         88  POST-EOF                   VALUE 'Y'.
009400     05  WS-MTD-EOF-SW      PIC X(01)   VALUE 'N'.
009500         88  MTD-EOF                    VALUE 'Y'.
009534     05  WS-REG-EOF-SW      PIC X(01)   VALUE 'N'.
009567         88  REG-EOF                    VALUE 'Y'.
009600
009700 01  WS-COUNTERS.
009800     05  WS-RUNS-TONIGHT    PIC 9(06)   COMP    VALUE ZERO.
011600 01  WS-IN-9                PIC 9(08)   VALUE ZEROES.
011700 01  WS-REJ-X               PIC X(08)   VALUE SPACES.
011800 01  WS-IN-X                PIC X(08)   VALUE SPACES.
011850 01  WS-FLAG-OUT            PIC ZZZ,ZZ9.
011900
012000*---------------------------------------------------------------*
012100*  COMMUNICATION AREAS FOR THE SHARED SUBROUTINES                *
012300 COPY DATEPARM.
012400 COPY BUSDPARM.
012410 COPY PARMPARM.
012415 COPY RPTAPARM.
012420 01  WS-PARM-ECHO.
012430     05  FILLER             PIC X(05)   VALUE 'PARM '.
012440     05  WPE-KEYWORD        PIC X(16).
013100     05  WS-EXCP-SAVE       PIC X(80)   OCCURS 20.
013200 01  EX                     PIC 9(03)   COMP    VALUE ZERO.
013300 01  WS-EXCP-LINE           PIC X(80)   VALUE SPACES.
013308
013316*---------------------------------------------------------------*
013323*  TONIGHT'S DECKS BY SUBMITTING DEPARTMENT                      *
013331*---------------------------------------------------------------*
013339 01  WS-DEPT-CNT            PIC 9(03)   COMP    VALUE ZERO.
013346 01  WS-DEPT-TABLE.
013354     05  WS-DEPT-ENTRY      OCCURS 50.
013361         10  WK-DEPT        PIC X(04).
013369         10  WK-DEPT-DECKS  PIC 9(06)   COMP.
013377         10  WK-DEPT-RECS   PIC 9(08)   COMP.
013384 01  DX                     PIC 9(03)   COMP    VALUE ZERO.
013392 01  WS-DEPT-KEY            PIC X(04)   VALUE SPACES.
013400
013500*---------------------------------------------------------------*
013600*  DASHBOARD LINES                                               *
017500     05  FILLER             PIC X(05)   VALUE ' RUNS'.
017600     05  FILLER             PIC X(16)   VALUE SPACES.
017700
017710 01  WS-DEPT-LINE.
017719     05  FILLER             PIC X(24)   VALUE
017728         'SUBMITTER DEPT .......: '.
017737     05  WS-L-DEPT          PIC X(04).
017746     05  FILLER             PIC X(09)   VALUE '   DECKS '.
017755     05  WS-L-DEPT-DECKS    PIC ZZZ,ZZ9.
017764     05  FILLER             PIC X(11)   VALUE '   RECORDS '.
017773     05  WS-L-DEPT-RECS     PIC ZZ,ZZZ,ZZ9.
017782     05  FILLER             PIC X(15)   VALUE SPACES.
017791
017800 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.
017900 01  WS-HEADING-1.
018000     05  FILLER             PIC X(26)   VALUE
019500     PERFORM 3000-SUSPENSE-BOX    THRU 3000-EXIT
019600     PERFORM 4000-POSTINGS-BOX    THRU 4000-EXIT
019700     PERFORM 5000-MTD-BOX         THRU 5000-EXIT
019750     PERFORM 5500-SUBMITTER-BOX   THRU 5500-EXIT
019800     PERFORM 6000-EXCEPTIONS-BOX  THRU 6000-EXIT
019900     PERFORM 9000-TERMINATE       THRU 9000-EXIT
020000     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT
023800     MOVE WS-TODAY         TO WH-DATE
023900     MOVE WS-RUN-TIME(1:6) TO WH-TIME
024000     WRITE REPT-REC FROM WS-HEADING-1
024034     MOVE WS-HEADING-1 TO RPTA-TEXT
024067     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
024100     MOVE SPACES TO REPT-REC
024150     MOVE REPT-REC TO RPTA-TEXT
024200     WRITE REPT-REC
024205     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
024210     MOVE 'SUSP-AGE-DAYS' TO WPE-KEYWORD
024220     MOVE WS-AGE-LIMIT TO WPE-VALUE
024240     WRITE REPT-REC FROM WS-PARM-ECHO
024260     MOVE WS-PARM-ECHO TO RPTA-TEXT
024280     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT.
024300 1000-EXIT.
024400     EXIT.

028000*  2200-STEP-LINE - STATUS FROM THE RUN'S COUNTS: EMPTY WHEN    *
028100*                   NOTHING CAME IN, REJECTS WHEN ANY RECORD    *
028200*                   REJECTED (AND AN EXCEPTION NOTE), OK        *
028267*                   OTHERWISE.  BUDVAR'S REJECT COUNT IS ITS    *
028333*                   FLAGGED-ACCOUNT COUNT AND READS FLAGGED     *
028400*===============================================================*
028500 2200-STEP-LINE.
028600     ADD 1 TO WS-RUNS-TONIGHT
029400     MOVE DA-RECS-IN    TO WS-IN-X
029500     INSPECT WS-IN-X REPLACING ALL ' ' BY '0'
029600     MOVE WS-IN-X       TO WS-IN-9
029610     IF DA-PROGRAM-ID = 'BUDVAR' AND WS-REJ-9 > ZERO
029619         MOVE 'FLAGGED'    TO WL-STATUS
029628         MOVE WS-REJ-9     TO WS-FLAG-OUT
029637         MOVE SPACES TO WS-EXCP-LINE
029646         STRING 'BUDVAR: ' WS-FLAG-OUT
029655             ' ACCOUNTS OUTSIDE BUDGET VARIANCE TOLERANCE'
029664             DELIMITED BY SIZE INTO WS-EXCP-LINE
029673         END-STRING
029682         PERFORM 7000-NOTE-EXCEPTION THRU 7000-EXIT
029691     ELSE
029700     IF WS-IN-9 = ZERO
029800         MOVE 'EMPTY INPUT' TO WL-STATUS
029900     ELSE
030900             MOVE 'OK'         TO WL-STATUS
031000         END-IF
031100     END-IF
031140     END-IF
031180     WRITE REPT-REC FROM WS-STEP-LINE
031220     MOVE WS-STEP-LINE TO RPTA-TEXT
031260     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT.
031300 2200-EXIT.
031400     EXIT.
031500
033400     END-PERFORM
033500     CLOSE SUSP-FILE
033600     MOVE SPACES TO REPT-REC
033650     MOVE REPT-REC TO RPTA-TEXT
033700     WRITE REPT-REC
033750     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
033800     MOVE WS-SUSP-CNT   TO WS-L-SUSP
033900     MOVE WS-OLDEST-AGE TO WS-L-OLDEST
034000     WRITE REPT-REC FROM WS-SUSP-LINE
034034     MOVE WS-SUSP-LINE TO RPTA-TEXT
034067     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
034100     IF WS-OLDEST-AGE > WS-AGE-LIMIT
034200         MOVE 'SUSPENSE RECORDS PAST THE AGE LIMIT - SEE SUSPAGE'
034300             TO WS-EXCP-LINE
038300     MOVE WS-POSTINGS  TO WS-L-POSTINGS
038400     MOVE WS-REVERSALS TO WS-L-REVERSALS
038500     MOVE WS-NET-POSTED TO WS-L-NET
038550     WRITE REPT-REC FROM WS-POST-LINE
038600     MOVE WS-POST-LINE TO RPTA-TEXT
038650     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT.
038700 4000-EXIT.
038800     EXIT.
038900
041200     CLOSE MTD-FILE
041300     MOVE WS-MTD-TOTAL TO WS-L-MTD
041400     MOVE WS-MTD-RUNS  TO WS-L-MTD-RUNS
041450     WRITE REPT-REC FROM WS-MTD-LINE
041500     MOVE WS-MTD-LINE TO RPTA-TEXT
041550     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT.
041600 5000-EXIT.
041700     EXIT.
041800
042900     EXIT.
043000
043100*===============================================================*
043102*  5500-SUBMITTER-BOX - TONIGHT'S DECKS AND RECORDS BY          *
043103*                       SUBMITTING DEPARTMENT OFF THE BATCH     *
043104*                       REGISTRY. A.COB AND DISPATCH ARE WHERE  *
043105*                       A DECK IS APPLIED, SO ONLY THEIR        *
043107*                       REGISTRATIONS COUNT.                    *
043108*===============================================================*
043109 5500-SUBMITTER-BOX.
043110     OPEN INPUT BCHREG-FILE
043111     PERFORM 5600-READ-REG THRU 5600-EXIT
043113     PERFORM UNTIL REG-EOF
043114         IF BRG-REG-DATE = WS-TODAY
043115                 AND (BRG-PROGRAM = 'A'
043116                 OR BRG-PROGRAM = 'DISPATCH')
043117             PERFORM 5700-ADD-DEPT THRU 5700-EXIT
043119         END-IF
043120         PERFORM 5600-READ-REG THRU 5600-EXIT
043121     END-PERFORM
043122     CLOSE BCHREG-FILE
043123     IF WS-DEPT-CNT = ZERO
043125         GO TO 5500-EXIT
043126     END-IF
043127     MOVE SPACES TO REPT-REC
043128     MOVE REPT-REC TO RPTA-TEXT
043129     WRITE REPT-REC
043131     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
043132     MOVE 1 TO DX
043133     PERFORM UNTIL DX > WS-DEPT-CNT
043134         MOVE WK-DEPT(DX)       TO WS-L-DEPT
043136         MOVE WK-DEPT-DECKS(DX) TO WS-L-DEPT-DECKS
043137         MOVE WK-DEPT-RECS(DX)  TO WS-L-DEPT-RECS
043138         WRITE REPT-REC FROM WS-DEPT-LINE
043139         MOVE WS-DEPT-LINE TO RPTA-TEXT
043140         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
043142         ADD 1 TO DX
043143     END-PERFORM.
043144 5500-EXIT.
043145     EXIT.
043146
043148*===============================================================*
043149*  5600-READ-REG                                                *
043150*===============================================================*
043151 5600-READ-REG.
043152     READ BCHREG-FILE
043154         AT END
043155             SET REG-EOF TO TRUE
043156             GO TO 5600-EXIT
043157     END-READ.
043158 5600-EXIT.
043160     EXIT.
043161
043162*===============================================================*
043163*  5700-ADD-DEPT - COUNT THE DECK UNDER ITS DEPARTMENT; A DECK  *
043164*                  REGISTERED WITH NO DEPARTMENT COUNTS UNDER   *
043166*                  NONE                                         *
043167*===============================================================*
043168 5700-ADD-DEPT.
043169     MOVE BRG-DEPT TO WS-DEPT-KEY
043171     IF WS-DEPT-KEY = SPACES
043172         MOVE 'NONE' TO WS-DEPT-KEY
043173     END-IF
043174     MOVE 1 TO DX
043175     PERFORM UNTIL DX > WS-DEPT-CNT
043177             OR WK-DEPT(DX) = WS-DEPT-KEY
043178         ADD 1 TO DX
043179     END-PERFORM
043180     IF DX > WS-DEPT-CNT
043181         IF WS-DEPT-CNT < 50
043183             ADD 1 TO WS-DEPT-CNT
043184             MOVE WS-DEPT-KEY TO WK-DEPT(DX)
043185             MOVE ZERO TO WK-DEPT-DECKS(DX)
043186             MOVE ZERO TO WK-DEPT-RECS(DX)
043187         ELSE
043189             GO TO 5700-EXIT
043190         END-IF
043191     END-IF
043192     ADD 1           TO WK-DEPT-DECKS(DX)
043193     ADD BRG-REC-CNT TO WK-DEPT-RECS(DX).
043195 5700-EXIT.
043196     EXIT.
043197
043198*===============================================================*
043200*  6000-EXCEPTIONS-BOX - EVERYTHING NEEDING ACTION, TOGETHER    *
043300*                        AT THE BOTTOM OF THE PAGE              *
043400*===============================================================*
043500 6000-EXCEPTIONS-BOX.
043600     MOVE SPACES TO REPT-REC
043650     MOVE REPT-REC TO RPTA-TEXT
043700     WRITE REPT-REC
043750     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
043800     IF WS-EXCP-CNT = ZERO
043900         MOVE 'EXCEPTIONS: NONE - CLEAN NIGHT' TO REPT-REC
043950         MOVE REPT-REC TO RPTA-TEXT
044000         WRITE REPT-REC
044050         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
044100         GO TO 6000-EXIT
044200     END-IF
044300     MOVE 'EXCEPTIONS - ACTION NEEDED' TO REPT-REC
044350     MOVE REPT-REC TO RPTA-TEXT
044400     WRITE REPT-REC
044450     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
044500     MOVE 1 TO EX
044600     PERFORM UNTIL EX > WS-EXCP-CNT
044700         WRITE REPT-REC FROM WS-EXCP-SAVE(EX)
044734         MOVE WS-EXCP-SAVE(EX) TO RPTA-TEXT
044767         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
044800         ADD 1 TO EX
044900     END-PERFORM.
045000 6000-EXIT.
046300     EXIT.
046400
046500*===============================================================*
046507*  8200-ARCHIVE-LINE - THE LINE JUST PRINTED, STAGED IN         *
046513*                      RPTA-TEXT, TO THE REPORT ARCHIVE         *
046519*===============================================================*
046525 8200-ARCHIVE-LINE.
046531     SET RPTA-FUNC-WRITE TO TRUE
046538     MOVE WS-TODAY          TO RPTA-BUS-DATE
046544     MOVE 'DASHBD'          TO RPTA-PROGRAM-ID
046550     MOVE 'DASHOUT'         TO RPTA-REPORT-NAME
046556     MOVE WS-RUN-TIME       TO RPTA-RUN-TIME
046562     MOVE 1                 TO RPTA-PAGE
046569     CALL 'RPTARCH' USING RPTA-PARM.
046575 8200-EXIT.
046581     EXIT.
046587
046593*===============================================================*
046600*  9000-TERMINATE - CLOSE THE BOARD                             *
046700*===============================================================*
046800 9000-TERMINATE.
046834     SET RPTA-FUNC-CLOSE TO TRUE
046867     CALL 'RPTARCH' USING RPTA-PARM
046900     CLOSE REPT-FILE.
047000 9000-EXIT.
047100     EXIT.
