002170*                   THE EXCPCTL DECK. A BAD PARAMETER FILE      *
002180*                   REFUSES THE RUN AT THE TOP WITH CONDITION   *
002190*                   CODE 8; NO THRESHOLD KEYWORDS AT ALL STILL  *
002199*                   ENDS 8 THE WAY A MISSING DECK DID, AND THE  *
002207*                   THRESHOLD COUNT IS ECHOED ON THE REPORT.    *
002216*  2026-10-15 BSU   EVERY LINE OF EXCPOUT IS ALSO WRITTEN TO    *
002224*                   THE RPTARCH REPORT ARCHIVE THROUGH THE      *
002232*                   SHARED RPTARCH SUBROUTINE (SEE              *
002241*                   COPY/RPTAPARM.CPY), UNDER THE BUSINESS DATE *
002249*                   AND RUN START TIME, SO THE REPORT CAN BE    *
002258*                   REPRINTED BY RPTPRINT AFTER THE SPOOL       *
002266*                   PURGE. EXCPOUT HAS NO PAGING, SO IT IS      *
002274*                   FILED AS PAGE 1.                            *
002283*===============================================================*
002291 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
005000     05  XI-RECS-OUT        PIC X(08).
005100     05  FILLER             PIC X(02).
005200     05  XI-RECS-REJ        PIC X(08).
005300     05  FILLER             PIC X(54).

005400 FD  REPT-FILE
005500     RECORDING MODE IS F.
007620*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
007630*---------------------------------------------------------------*
007640 COPY BUSDPARM.

007650*---------------------------------------------------------------*
007660*  COMMUNICATION AREA FOR THE SHARED REPORT ARCHIVER             *
007670*---------------------------------------------------------------*
007680 COPY RPTAPARM.
007690 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.

007700 01  WS-PCT                 PIC 9(03)V99 VALUE ZEROES.
007710 01  WS-COUNT-X             PIC X(08)   VALUE SPACES.
007720 01  WS-IN-N                PIC 9(08)   VALUE ZEROES.
011700          OUTPUT REPT-FILE
011800     CALL 'BUSDATE' USING BUSD-PARM
011810     MOVE BUSD-DATE(3:6) TO WS-TODAY
011855     ACCEPT WS-RUN-TIME FROM TIME
011900     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT.
013200 1000-EXIT.
013300     EXIT.
013660     CALL 'PARMRTN' USING PARM-PARM
013670     IF PARM-ERR-CNT > ZERO
013680         DISPLAY 'EXCPRPT: SUITE PARAMETER FILE IN ERROR - '
013682             'RUN REFUSED'
013683         MOVE 'SUITE PARAMETER FILE IN ERROR - RUN REFUSED'
013685             TO REPT-REC
013686         MOVE REPT-REC TO RPTA-TEXT
013688         WRITE REPT-REC
013689         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
013690         SET RPTA-FUNC-CLOSE TO TRUE
013692         CALL 'RPTARCH' USING RPTA-PARM
013693         CLOSE AUDIT-FILE
013695               REPT-FILE
013696         MOVE 8 TO RETURN-CODE
013697         STOP RUN
013711         MOVE '(SUITEPRM)' TO WPE-SOURCE
013712     ELSE
013713         MOVE '(MISSING)'  TO WPE-SOURCE
013812     END-IF
013910     MOVE WS-THRESH-CARDS TO WPE-CARDS
014008     WRITE REPT-REC FROM WS-PARM-ECHO
014107     MOVE WS-PARM-ECHO TO RPTA-TEXT
014205     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT.
014303 1900-EXIT.
014401     EXIT.

014500*===============================================================*
014600*  2000-CHECK-AUDIT-LOG - CHECK TONIGHT'S RUNS AGAINST THE      *
021500 2300-WRITE-EXCEPTION.
021600     MOVE XI-PROGRAM-ID TO WX-PROGRAM-ID
021700     WRITE REPT-REC FROM WS-EXCP-LINE
021734     MOVE WS-EXCP-LINE TO RPTA-TEXT
021767     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
021800     ADD 1 TO WS-EXCP-CNT.
021900 2300-EXIT.
021907     EXIT.

021914*===============================================================*
021920*  8200-ARCHIVE-LINE - THE LINE JUST PRINTED, STAGED IN         *
021927*                      RPTA-TEXT, TO THE REPORT ARCHIVE         *
021934*===============================================================*
021940 8200-ARCHIVE-LINE.
021947     SET RPTA-FUNC-WRITE TO TRUE
021953     MOVE BUSD-DATE         TO RPTA-BUS-DATE
021960     MOVE 'EXCPRPT'         TO RPTA-PROGRAM-ID
021967     MOVE 'EXCPOUT'         TO RPTA-REPORT-NAME
021973     MOVE WS-RUN-TIME       TO RPTA-RUN-TIME
021980     MOVE 1                 TO RPTA-PAGE
021986     CALL 'RPTARCH' USING RPTA-PARM.
021993 8200-EXIT.
022000     EXIT.

022100*===============================================================*
022400 9000-TERMINATE.
022500     IF WS-EXCP-CNT = ZEROES AND WS-RUNS-TONIGHT > ZEROES
022600         WRITE REPT-REC FROM WS-CLEAN-LINE
022634         MOVE WS-CLEAN-LINE TO RPTA-TEXT
022667         PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
022700     END-IF
022734     SET RPTA-FUNC-CLOSE TO TRUE
022767     CALL 'RPTARCH' USING RPTA-PARM
022800     CLOSE AUDIT-FILE
022900           REPT-FILE.
023000 9000-EXIT.
