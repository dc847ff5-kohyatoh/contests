002700*                   DEFAULTED, MATCHING THE OLD MISSING-CARD     *
002800*                   BEHAVIOR.  SEE COPY/PARMPARM.CPY FOR THE     *
002900*                   COMMUNICATION AREA AND THE CARD FORMAT.      *
002902*  2026-10-07 BSU   POST-RETAIN-DAYS ADDED - THE NUMBER OF DAYS  *
002904*                   OF POSTINGS THE POSTPURG MONTH-END PURGE     *
002906*                   KEEPS ON THE LIVE POSTED MASTER.             *
002908*  2026-10-09 BSU   BUD-VAR-PCT ADDED - THE BUDGET VARIANCE      *
002910*                   PERCENTAGE PAST WHICH THE BUDVAR REPORT      *
002912*                   FLAGS AN ACCOUNT.                            *
002914*  2026-10-15 BSU   ANOM-BAND-MULT AND ANOM-MIN-POSTS ADDED -    *
002916*                   THE WIDTH OF VALIDATE'S PER-ACCOUNT AMOUNT   *
002918*                   BAND (MULTIPLES OF THE ACCOUNT'S AVERAGE     *
002920*                   DEVIATION) AND THE POSTINGS AN ACCOUNT MUST  *
002921*                   HAVE BEFORE IT IS SCREENED AT ALL.           *
002923*  2026-10-15 BSU   IDGAP-TOL-DAYS ADDED - HOW MANY DAYS A GAP   *
002925*                   IN A DEPARTMENT'S TRANSACTION-ID SEQUENCE    *
002927*                   MAY STAND UNEXPLAINED BEFORE IDGAPRPT ENDS   *
002929*                   WITH CONDITION CODE 4.                       *
002931*  2026-10-15 BSU   RPT-RETAIN-DAYS ADDED - THE NUMBER OF DAYS   *
002933*                   OF ARCHIVED REPORTS THE RPTPURG RETENTION    *
002935*                   PURGE KEEPS ON THE RPTARCH REPORT ARCHIVE.   *
002937*  2026-10-15 BSU   KEY-PEND-DAYS AND KEY-INUSE-DAYS ADDED - HOW *
002939*                   MANY DAYS A KEYMNT CHANGE MAY WAIT FOR ITS   *
002940*                   APPROVAL, AND HOW RECENT A KEYUSE ENTRY      *
002942*                   BLOCKS A KEY'S DELETE.                       *
002944*  2026-10-15 BSU   PERIOD-BASIS AND FISC-WARN-DAYS ADDED -      *
002946*                   WHETHER MTDSUM, YTDSUM AND THE AUDARCH       *
002948*                   DEFAULT CUTOFF ROLL ON CALENDAR MONTHS (C,   *
002950*                   THE DEFAULT) OR ON FISCAL CALENDAR PERIODS   *
002952*                   (F), AND HOW MANY DAYS OF FORWARD COVERAGE   *
002954*                   THE FISCAL CALENDAR MUST HAVE BEFORE FISCMNT *
002956*                   WARNS.                                       *
002958*  2026-10-15 BSU   PTX-MODE IS NOW PROVED AGAINST THE E.COB RUN *
002960*                   MODES - C, F, N OR THE NEW CONVEX HULL MODE  *
002961*                   H (BLANK LEAVES PTEXTR'S DEFAULT) - SO A     *
002963*                   MISPUNCHED MODE REFUSES THE EXTRACT INSTEAD  *
002965*                   OF REACHING E.COB.                           *
002967*  2026-10-15 BSU   TRV-MIN-RATIO ADDED - THE POOREST RELATIVE   *
002969*                   PRECISION (THE N OF 1:N) A CLOSED TRAVERSE   *
002971*                   MAY SHOW ON E.COB'S TRAVERSE CLOSURE REPORT  *
002973*                   BEFORE IT IS FLAGGED.                        *
002975*  2026-10-15 BSU   PTM-DUP-TOL AND PTM-DUP-ACTION ADDED FOR     *
002977*                   PTMAINT'S NEAR-DUPLICATE POINT CHECK - THE   *
002979*                   DISTANCE WITHIN WHICH AN ADDED OR MOVED      *
002980*                   POINT IS A PROBABLE DUPLICATE OF ONE ALREADY *
002982*                   ON THE MASTER, AND WHETHER SUCH A POINT IS   *
002984*                   ONLY WARNED (W, THE DEFAULT) OR HELD OFF THE *
002986*                   MASTER UNTIL A CONFIRM CARD (H).             *
002988*  2026-10-15 BSU   NEW KEYWORD CKD-FIRST-ID: THE FIRST          *
002990*                   TRANSACTION ID ISSUED UNDER THE CHECK-DIGIT  *
002992*                   SCHEME. AN ID BELOW IT WAS ISSUED BEFORE THE *
002994*                   SCHEME AND IS NOT HELD TO A CHECK DIGIT BY   *
002996*                   A.COB, POSTSTMT OR THE EDITRTN TYPE-A EDIT;  *
002998*                   ZERO (THE DEFAULT) HOLDS EVERY ID TO ONE.    *
003000*===============================================================*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
010700         'EXCP-MIN-RECS-INNQ000000000099999999'.
010800     05  FILLER             PIC X(36)   VALUE
010900         'ARCH-CUTOFF     N 000000000000009912'.
010904     05  FILLER             PIC X(36)   VALUE
010907         'POST-RETAIN-DAYSN 000000000000009999'.
010911     05  FILLER             PIC X(36)   VALUE
010914         'BUD-VAR-PCT     N 000000000000000999'.
010918     05  FILLER             PIC X(36)   VALUE
010921         'ANOM-BAND-MULT  N 000000000000000099'.
010924     05  FILLER             PIC X(36)   VALUE
010928         'ANOM-MIN-POSTS  N 000000000000009999'.
010931     05  FILLER             PIC X(36)   VALUE
010935         'IDGAP-TOL-DAYS  N 000000000000000999'.
010938     05  FILLER             PIC X(36)   VALUE
010941         'RPT-RETAIN-DAYS N 000000000000009999'.
010945     05  FILLER             PIC X(36)   VALUE
010948         'KEY-PEND-DAYS   N 000000000000000999'.
010952     05  FILLER             PIC X(36)   VALUE
010955         'KEY-INUSE-DAYS  N 000000000000000999'.
010959     05  FILLER             PIC X(36)   VALUE
010962         'PERIOD-BASIS    X 000000000000000000'.
010965     05  FILLER             PIC X(36)   VALUE
010969         'FISC-WARN-DAYS  N 000000000000000999'.
010972     05  FILLER             PIC X(36)   VALUE
010976         'TRV-MIN-RATIO   N 000000000999999999'.
010979     05  FILLER             PIC X(36)   VALUE
010982         'PTM-DUP-TOL     N 000000000000999999'.
010986     05  FILLER             PIC X(36)   VALUE
010989         'PTM-DUP-ACTION  X 000000000000000000'.
010993     05  FILLER             PIC X(36)   VALUE
010996         'CKD-FIRST-ID    N 000000000000999999'.
011000 01  WS-KEYWORD-TABLE REDEFINES WS-KEYWORD-DEFS.
011100     05  WS-KEYWORD-ENTRY   OCCURS 27.
011200         10  WK-NAME        PIC X(16).
011300         10  WK-TYPE        PIC X(01).
011400         10  WK-QUAL-FLAG   PIC X(01).
027300     MOVE ZERO TO WS-KW-HIT
027400     MOVE 1 TO K
027500     PERFORM 1215-ONE-KEYWORD THRU 1215-EXIT
027600         UNTIL K > 27 OR WS-KW-HIT > ZERO.
027700 1210-EXIT.
027800     EXIT.
027900
036400
036500*===============================================================*
036600*  1240-SPECIAL-CHECKS - THE SHAPE RULES A PLAIN RANGE CANNOT   *
036650*                        SAY: PTX-GROUP IS 'G' OR NOTHING,      *
036700*                        PTX-MODE IS C, F, N, H OR NOTHING,     *
036750*                        PERIOD-BASIS IS 'C' OR 'F',            *
036800*                        PTM-DUP-ACTION IS W, H OR NONE, AND A  *
036850*                        NONZERO ARCH-CUTOFF NEEDS A REAL       *
036900*                        MONTH IN ITS LOW TWO DIGITS            *
037000*===============================================================*
037100 1240-SPECIAL-CHECKS.
037300         IF WS-CARD-VAL NOT = 'G' AND WS-CARD-VAL NOT = SPACES
037400             PERFORM 1290-BAD-CARD THRU 1290-EXIT
037500             DISPLAY 'PARMRTN: PTX-GROUP MUST BE G - ' PARM-CARD
037504             GO TO 1240-EXIT
037507         END-IF
037511     END-IF
037514     IF WS-CARD-KW = 'PTX-MODE'
037518         IF WS-CARD-VAL NOT = 'C' AND WS-CARD-VAL NOT = 'F'
037521                 AND WS-CARD-VAL NOT = 'N'
037524                 AND WS-CARD-VAL NOT = 'H'
037528                 AND WS-CARD-VAL NOT = SPACES
037531             PERFORM 1290-BAD-CARD THRU 1290-EXIT
037535             DISPLAY 'PARMRTN: PTX-MODE MUST BE C, F, N OR H - '
037538                 PARM-CARD
037541             GO TO 1240-EXIT
037545         END-IF
037548     END-IF
037552     IF WS-CARD-KW = 'PERIOD-BASIS'
037555         IF WS-CARD-VAL NOT = 'C' AND WS-CARD-VAL NOT = 'F'
037559             PERFORM 1290-BAD-CARD THRU 1290-EXIT
037562             DISPLAY 'PARMRTN: PERIOD-BASIS MUST BE C OR F - '
037565                 PARM-CARD
037569             GO TO 1240-EXIT
037572         END-IF
037576     END-IF
037579     IF WS-CARD-KW = 'PTM-DUP-ACTION'
037582         IF WS-CARD-VAL NOT = 'W' AND WS-CARD-VAL NOT = 'H'
037586                 AND WS-CARD-VAL NOT = SPACES
037589             PERFORM 1290-BAD-CARD THRU 1290-EXIT
037593             DISPLAY 'PARMRTN: PTM-DUP-ACTION MUST BE W OR H - '
037596                 PARM-CARD
037600             GO TO 1240-EXIT
037700         END-IF
037800     END-IF
