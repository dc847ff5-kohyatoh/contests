001972*                   A DECK THAT STILL OVERFLOWS THEM IS REFUSED   *
001973*                   WHOLE WITH CONDITION CODE 8 INSTEAD OF        *
001974*                   SILENTLY POSTING SHORT; A QUARANTINE COPY     *
001977*                   THAT COULD NOT HOLD THE WHOLE DECK IS         *
001979*                   REGISTERED 'T' (TRUNCATED) SO QUARREL WILL    *
001981*                   NOT RELEASE AN INCOMPLETE DECK.               *
001983*  2026-10-15 BSU   PER-BATCH ACKNOWLEDGMENT: EVERY TRANSACTION   *
001985*                   READ GETS AN ACKOUT DETAIL RECORD (SEE COPY/  *
001988*                   ACKREC.CPY) - POSTED UNDER ITS TRANS ID, OR   *
001990*                   REJECTED WITH THE NEAREST EDITRSN REASON -    *
001992*                   AND THE DECK A SUMMARY WITH ITS HEADER AND    *
001994*                   TRAILER CONTROLS AND ACCEPT/REJECT TOTALS.    *
001996*                   THE DETAILS RIDE THE CHECKPOINT ('K'          *
001999*                   RECORDS); A REFUSED DECK'S POSTINGS GO BACK   *
002001*                   MARKED HELD.                                  *
002003*  2026-10-15 BSU   SUBMITTER AUTHORIZATION (SUBMRTN, SEE COPY/   *
002005*                   SUBMREC.CPY): A DECK WHOSE BATCH-ID PREFIX    *
002007*                   IS NOT ON THE SUBMITTER MASTER IS REFUSED; A  *
002010*                   TRANSACTION FOR AN ACCOUNT THE SUBMITTER MAY  *
002012*                   NOT POST TO (OR FROM A SUBMITTER NOT CLEARED  *
002014*                   FOR TYPE A) IS REJECTED; A DECK THAT RUNS     *
002016*                   PAST THE SUBMITTER'S AMOUNT CEILING IS        *
002018*                   REFUSED. THE RUNNING AMOUNT RIDES THE         *
002021*                   CHECKPOINT AND THE REGISTRY ENTRY CARRIES     *
002023*                   THE DEPARTMENT.                               *
002025*  2026-10-15 BSU   THE TRANSACTION ID, AND ON A REVERSAL THE     *
002027*                   TRANS-REV-REF IT NAMES, MUST CARRY A VALID    *
002029*                   CHECK DIGIT (CKDGRTN, SEE COPY/CKDGPARM.CPY)  *
002032*                   - A TRANSPOSED ID IS REJECTED BEFORE THE      *
002034*                   DUPLICATE CHECK CAN MISTAKE IT FOR SOMEONE    *
002036*                   ELSE'S TRANSACTION, OR A REVERSAL CAN BACK    *
002038*                   OUT THE WRONG POSTING. THE ACKNOWLEDGMENT     *
002040*                   CARRIES REASON 38 OR 39.                      *
002042*  2026-10-15 BSU   EVERY LINE OF REPTOUT, AND OF THE REJOUT      *
002045*                   REJECTS REPORT (AS PAGE 1), IS ALSO WRITTEN   *
002047*                   TO THE RPTARCH REPORT ARCHIVE THROUGH THE     *
002049*                   SHARED RPTARCH SUBROUTINE (SEE                *
002051*                   COPY/RPTAPARM.CPY), UNDER THE BUSINESS DATE,  *
002053*                   RUN START TIME AND PAGE, SO THE REPORT CAN BE *
002056*                   REPRINTED BY RPTPRINT AFTER THE SPOOL PURGE.  *
002058*  2026-10-15 BSU   THE RESTART BYPASS IS NOW KEYED ON THE BATCH  *
002060*                   AS WELL AS THE PROGRAM: THE DECK'S HEADER IS  *
002062*                   READ FIRST AND THE RUN IS BYPASSED ONLY WHEN  *
002064*                   RSTCTL MARKS THIS PROGRAM DONE FOR THAT BATCH *
002067*                   ID. THE NIGHT'S STANDING-ORDER AND INTEREST-  *
002069*                   ACCRUAL DECKS ARE POSTED BY RUNS OF THEIR OWN *
002071*                   UNDER THEIR OWN BATCH IDS AND WERE BEING      *
002073*                   BYPASSED ON A RERUN BY THE FIRST RUN'S        *
002075*                   COMPLETION.                                   *
002078*  2026-10-15 BSU   TRANSACTION IDS ISSUED BEFORE THE CHECK-DIGIT *
002080*                   SCHEME ARE NO LONGER HELD TO A CHECK DIGIT:   *
002082*                   AN ID (OR REVERSAL REFERENCE) BELOW THE CKD-  *
002084*                   FIRST-ID SUITEPRM KEYWORD IS ACCEPTED AS IT   *
002086*                   STANDS, SO POSTINGS MADE BEFORE THE CUTOVER   *
002089*                   CAN STILL BE REVERSED. A BAD PARAMETER FILE   *
002091*                   REFUSES THE RUN WITH CONDITION CODE 8.        *
002093*===============================================================*
002095 ENVIRONMENT DIVISION.
002097 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.   IBM-370.
002200 OBJECT-COMPUTER.   IBM-370.
002300 INPUT-OUTPUT SECTION.
003094     SELECT OPTIONAL ACCT-FILE ASSIGN TO "ACCTMST"
003094         ORGANIZATION IS LINE SEQUENTIAL.
003095     SELECT QUAR-FILE   ASSIGN TO "QUARMST"
003110         ORGANIZATION IS LINE SEQUENTIAL.
003125     SELECT QREG-FILE   ASSIGN TO "QUARREG"
003140         ORGANIZATION IS LINE SEQUENTIAL.
003155     SELECT OPTIONAL ACK-FILE ASSIGN TO "ACKOUT"
003170         ORGANIZATION IS LINE SEQUENTIAL.

003185 DATA DIVISION.
003200 FILE SECTION.
003300 FD  TRANS-FILE
003400     RECORDING MODE IS F.

004350 FD  CSV-FILE
004360     RECORDING MODE IS F.
004362 01  CSV-REC                PIC X(80).

004363 FD  RSTCTL-FILE
004364     RECORDING MODE IS F.
004365 COPY RSTCTL.

004366 FD  POST-FILE.
004367 COPY POSTREC.

004368 FD  BCHREG-FILE
004369     RECORDING MODE IS F.
004370 COPY BCHREG.
004371
004372 FD  OVRD-FILE
004374     RECORDING MODE IS F.
004375 01  OVRD-REC               PIC X(80).

004376 FD  CHECKPOINT-FILE
004377     RECORDING MODE IS F.
004378 01  CHECKPOINT-REC.
004379     05  CK-TYPE            PIC X(01).
004380         88  CK-CONTROL                 VALUE 'C'.
004381         88  CK-PENDING                 VALUE 'P'.
004382         88  CK-CSV                     VALUE 'V'.
004383         88  CK-REVLINE                 VALUE 'R'.
004384         88  CK-ACK                     VALUE 'K'.
004386     05  CK-DATA            PIC X(99).
004387 01  CK-CTL-REC REDEFINES CHECKPOINT-REC.
004388     05  FILLER             PIC X(01).
004389     05  CK-BATCH-ID        PIC X(08).
004390     05  CK-RECS-IN         PIC 9(06).
004391     05  CK-RECS-OUT        PIC 9(06).
004392     05  CK-RECS-REJ        PIC 9(06).
004393     05  CK-HASH            PIC 9(10).
004394     05  CK-PREV-ACCT       PIC X(04).
004395     05  CK-ACCT-SET        PIC X(01).
004396     05  CK-ACCT-SUM        PIC S9(12) SIGN LEADING SEPARATE.
004398     05  CK-GRAND-SUM       PIC S9(12) SIGN LEADING SEPARATE.
004399     05  CK-REV-TOTAL       PIC S9(12) SIGN LEADING SEPARATE.
004400     05  CK-DECK-AMT        PIC 9(13).
004401     05  FILLER             PIC X(06).

004402 FD  ACCT-FILE
004403     RECORDING MODE IS F.
004404 COPY ACCTREC.

004405 FD  QUAR-FILE
004406     RECORDING MODE IS F.
004407 01  QUAR-REC               PIC X(88).

004408 FD  QREG-FILE
004411     RECORDING MODE IS F.
004426 01  QREG-REC               PIC X(80).

004441 FD  ACK-FILE
004456     RECORDING MODE IS F.
004470 01  ACK-OUT-REC            PIC X(120).

004485 WORKING-STORAGE SECTION.
004500 01  WS-SWITCHES.
004600     05  WS-EOF-SW          PIC X(01)   VALUE 'N'.
004700         88  TRANS-EOF                  VALUE 'Y'.
005614 01  WS-RESTART-FIELDS.
005598     05  WS-BYPASS-SW       PIC X(01)   VALUE 'N'.
005599         88  RUN-BYPASSED               VALUE 'Y'.
005610     05  WS-RST-EOF-SW      PIC X(01)   VALUE 'N'.
005615         88  RSTCTL-EOF                 VALUE 'Y'.
005616     05  WS-RST-BATCH-ID    PIC X(08)   VALUE SPACES.

005617 01  WS-WORK-FIELDS.
005618     05  WS-ABS-VAL         PIC 9(10)   VALUE ZEROES.
005620     05  WS-OPR-A           PIC S9(10)  VALUE ZEROES.
005630     05  WS-OPR-B           PIC S9(10)  VALUE ZEROES.
005640     05  WS-RESULT          PIC S9(10)  VALUE ZEROES.
006583*---------------------------------------------------------------*
006584 COPY AUDITPARM.

006587*---------------------------------------------------------------*
006588*  COMMUNICATION AREA FOR THE SHARED REPORT ARCHIVER             *
006589*---------------------------------------------------------------*
006590 COPY RPTAPARM.

006591*---------------------------------------------------------------*
006592*  COMMUNICATION AREA FOR THE SHARED PROCESSING-DATE RESOLVER    *
006597*---------------------------------------------------------------*
006602 COPY BUSDPARM.

006606*---------------------------------------------------------------*
006611*  COMMUNICATION AREA FOR THE SUBMITTER AUTHORIZATION ROUTINE    *
006616*---------------------------------------------------------------*
006620 COPY SUBMPARM.

006625*---------------------------------------------------------------*
006630*  COMMUNICATION AREA FOR THE TRANSACTION-ID CHECK-DIGIT ROUTINE *
006634*---------------------------------------------------------------*
006639 COPY CKDGPARM.

006644*---------------------------------------------------------------*
006648*  COMMUNICATION AREA FOR THE SUITE PARAMETER ROUTINE, AND THE   *
006653*  FIRST ID OF THE CHECK-DIGIT SCHEME - AN ID BELOW IT PREDATES  *
006658*  THE SCHEME AND IS NOT VERIFIED (ZERO VERIFIES EVERY ID)       *
006662*---------------------------------------------------------------*
006667 COPY PARMPARM.
006672 01  WS-CKD-FIRST-ID        PIC 9(06)   VALUE ZEROES.
006676 01  WS-CKD-FIRST-X  REDEFINES WS-CKD-FIRST-ID
006681                            PIC X(06).
006686 01  WS-SUB-OPND            PIC 9(10)   VALUE ZEROES.
006690 01  WS-AUDIT-TIME          PIC 9(08)   VALUE ZEROES.

006695*---------------------------------------------------------------*
006700*  DETAIL REPORT LINE                                           *
006800*---------------------------------------------------------------*
006900 01  WS-DETAIL-LINE.
009460     05  FILLER             PIC X(20)   VALUE
009470         'RECORDS REJECTED .: '.
009480     05  WT-RECS-REJ        PIC ZZZ,ZZ9.
009482     05  FILLER             PIC X(13)   VALUE SPACES.

009483*---------------------------------------------------------------*
009484*  ACKNOWLEDGMENT BUFFER - ONE DETAIL BODY PER TRANSACTION READ, *
009485*  HELD TO END OF RUN SO A REFUSED DECK'S POSTINGS GO BACK       *
009486*  MARKED HELD (SEE COPY/ACKREC.CPY), AND THE DECK'S HEADER AND  *
009487*  TRAILER CONTROLS AS RECEIVED FOR THE SUMMARY RECORD           *
009489*---------------------------------------------------------------*
009490 01  WS-ACK-CNT             PIC 9(06)   COMP    VALUE ZERO.
009491 01  WS-ACK-TABLE.
009492     05  WS-ACK-BODY        PIC X(95)   OCCURS 50000.
009493 01  KX                     PIC 9(06)   COMP    VALUE ZERO.
009494 01  WS-ACK-FIELDS.
009496     05  WS-ACK-OVFL-SW     PIC X(01)   VALUE 'N'.
009497         88  ACK-OVERFLOWED             VALUE 'Y'.
009498     05  WS-ACK-REASON      PIC 9(02)   VALUE ZEROES.
009499     05  WS-ACK-CRE-DATE    PIC 9(08)   VALUE ZEROES.
009500     05  WS-ACK-TRL-COUNT   PIC 9(06)   VALUE ZEROES.
009501     05  WS-ACK-TRL-HASH    PIC 9(10)   VALUE ZEROES.
009503 COPY ACKREC.

009504*---------------------------------------------------------------*
009505*  MAINTAINED REASON-CODE TABLE - FIELD NAME AND REASON TEXT    *
009506*  FOR THE ACKNOWLEDGMENT OF A REJECTED TRANSACTION              *
009507*---------------------------------------------------------------*
009508 COPY EDITRSN.

009510*---------------------------------------------------------------*
009520*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
011003     ACCEPT WS-RUN-TIME FROM TIME
011004     CALL 'BUSDATE' USING BUSD-PARM
011006     MOVE BUSD-DATE TO WS-TODAY
011007     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
011008     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT
011010     IF NOT RUN-BYPASSED
011011         OPEN OUTPUT CSV-FILE
011012         PERFORM 1200-OPEN-POST-MASTER THRU 1200-EXIT
011018         END-IF
011020     END-IF.
011100 1000-EXIT.
011104     EXIT.

011108*===============================================================*
011112*  1050-CHECK-RESTART - BYPASS THE RUN WHEN THE RESTART          *
011116*                       MANAGER SAYS IT ALREADY COMPLETED        *
011119*                       TONIGHT FOR THIS DECK'S BATCH. THE       *
011123*                       HEADER IS READ AHEAD FOR ITS BATCH ID    *
011127*                       AND THE DECK REOPENED, SO 1100 STILL     *
011131*                       READS IT FROM THE TOP. A DECK WITH NO    *
011135*                       HEADER MATCHES A RUN THAT LOGGED NONE.   *
011138*===============================================================*
011142 1050-CHECK-RESTART.
011146     READ TRANS-FILE
011150         AT END
011154             CONTINUE
011157         NOT AT END
011161             MOVE TRANS-REC(1:17) TO BATCH-CTL-REC
011165             IF BCR-HEADER
011169                 MOVE BCH-BATCH-ID TO WS-RST-BATCH-ID
011173             END-IF
011176     END-READ
011180     CLOSE TRANS-FILE
011184     OPEN INPUT TRANS-FILE
011188     OPEN INPUT RSTCTL-FILE
011192     PERFORM 1060-READ-RSTCTL THRU 1060-EXIT
011195     PERFORM UNTIL RSTCTL-EOF OR RUN-BYPASSED
011199         IF RST-PROGRAM-ID = 'A' AND RST-DONE
011203                 AND RST-BATCH-ID = WS-RST-BATCH-ID
011207             SET RUN-BYPASSED TO TRUE
011211             DISPLAY 'A: BATCH ' WS-RST-BATCH-ID
011214                 ' ALREADY COMPLETE TONIGHT - STEP BYPASSED'
011218         END-IF
011222         PERFORM 1060-READ-RSTCTL THRU 1060-EXIT
011226     END-PERFORM
011230     CLOSE RSTCTL-FILE.
011232 1050-EXIT.
011233     EXIT.
011427     ELSE
011428         SET TRANS-EOF TO TRUE
011429         MOVE 'BATCH ID ALREADY REGISTERED - DUPLICATE DECK'
011430                              TO WF-REASON
011431         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
011432     END-IF.
011433 1150-EXIT.
011434     EXIT.

011435*===============================================================*
011436*  1160-READ-REGISTRY                                           *
011437*===============================================================*
011438 1160-READ-REGISTRY.
011439     READ BCHREG-FILE
011440         AT END
011441             SET REG-EOF TO TRUE
011442             GO TO 1160-EXIT
011443     END-READ.
011444 1160-EXIT.
011445     EXIT.

011446*===============================================================*
011447*  1170-CHECK-OVERRIDE - THE OVERRIDE FILE LISTS BATCH IDS      *
011448*                        CLEARED FOR A LEGITIMATE REUSE         *
011449*===============================================================*
011450 1170-CHECK-OVERRIDE.
011451     OPEN INPUT OVRD-FILE
011452     PERFORM 1180-READ-OVERRIDE THRU 1180-EXIT
011453     PERFORM UNTIL OVR-EOF OR OVR-HIT
011454         IF OVRD-REC(1:8) = WS-BATCH-ID
011455             SET OVR-HIT TO TRUE
011456         ELSE
011457             PERFORM 1180-READ-OVERRIDE THRU 1180-EXIT
011458         END-IF
011459     END-PERFORM
011460     CLOSE OVRD-FILE.
011461 1170-EXIT.
011462     EXIT.

011463*===============================================================*
011464*  1180-READ-OVERRIDE                                           *
011465*===============================================================*
011466 1180-READ-OVERRIDE.
011467     READ OVRD-FILE
011468         AT END
011469             SET OVR-EOF TO TRUE
011470             GO TO 1180-EXIT
011471     END-READ.
011472 1180-EXIT.
011473     EXIT.

011474*===============================================================*
011475*  1190-CHECK-SUBMITTER - RESOLVE THE BATCH-ID PREFIX ON THE     *
011476*                         SUBMITTER MASTER; A PREFIX THAT IS     *
011477*                         NOT THERE REFUSES THE DECK             *
011478*===============================================================*
011479 1190-CHECK-SUBMITTER.
011480     SET SUBM-FUNC-DECK TO TRUE
011481     MOVE WS-BATCH-ID   TO SUBM-BATCH-ID
011482     CALL 'SUBMRTN' USING SUBM-PARM
011483     IF SUBM-UNKNOWN
011484         SET TRANS-EOF TO TRUE
011485         MOVE 'BATCH-ID PREFIX NOT ON THE SUBMITTER MASTER'
011486                              TO WF-REASON
011487         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
011488     END-IF.
011489 1190-EXIT.
011490     EXIT.

011491*===============================================================*
011492*  1300-RESTORE-CHKPT - PICK UP A PRIOR PARTIAL RUN OF THIS     *
011493*                       DECK, IF ANY: RESTORE THE COUNTS, HASH, *
011494*                       BREAK FIELDS AND PENDING BUFFERS, THEN  *
011495*                       READ PAST THE RECORDS ALREADY DONE      *
011496*===============================================================*
011497 1300-RESTORE-CHKPT.
011498     OPEN INPUT CHECKPOINT-FILE
011499     IF WS-CKPT-STATUS NOT = '00'
011501         GO TO 1300-EXIT
011502     END-IF
011503     READ CHECKPOINT-FILE
011504         AT END
011505             CLOSE CHECKPOINT-FILE
011506             GO TO 1300-EXIT
011507     END-READ
011508     IF NOT CK-CONTROL OR CK-BATCH-ID NOT = WS-BATCH-ID
011509             OR CK-RECS-IN = ZEROES
011510         CLOSE CHECKPOINT-FILE
011511         GO TO 1300-EXIT
011512     END-IF
011513     SET CHECKPOINT-RESTORED TO TRUE
011514     MOVE CK-RECS-IN   TO WS-RECS-IN
011515     MOVE CK-RECS-OUT  TO WS-RECS-OUT
011516     MOVE CK-RECS-REJ  TO WS-RECS-REJ
011517     MOVE CK-HASH      TO WS-HASH-TOTAL
011518     MOVE CK-PREV-ACCT TO WS-PREV-ACCT
011519     MOVE CK-ACCT-SET  TO WS-ACCT-SET-SW
011520     MOVE CK-ACCT-SUM  TO WS-ACCT-SUM
011521     MOVE CK-GRAND-SUM TO WS-GRAND-SUM
011522     MOVE CK-REV-TOTAL TO WS-REV-TOTAL
011523     MOVE CK-DECK-AMT  TO SUBM-DECK-AMT
011524     PERFORM 1310-LOAD-CK-DETAIL THRU 1310-EXIT
011525     CLOSE CHECKPOINT-FILE
011526     PERFORM 1330-REBUILD-RUN-TABLE THRU 1330-EXIT
011527     MOVE CK-RECS-IN TO WS-CK-SKIP
011528     PERFORM 1350-SKIP-DONE-RECORDS THRU 1350-EXIT
011529     MOVE WS-RECS-IN TO WRS-RECNO
011530     MOVE WS-RESTART-LINE TO WS-PRINT-LINE
011531     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
011532     DISPLAY 'A: CHECKPOINT FOUND - RESTARTED AT RECORD '
011533         WS-RECS-IN.
011534 1300-EXIT.
011535     EXIT.

011536*===============================================================*
011537*  1310-LOAD-CK-DETAIL - THE CHECKPOINT'S PENDING POSTINGS,     *
011538*                        CSV LINES, REVERSAL REPORT LINES AND   *
011539*                        ACKNOWLEDGMENT DETAILS BACK INTO THEIR *
011540*                        BUFFERS                                *
011541*===============================================================*
011542 1310-LOAD-CK-DETAIL.
011543     READ CHECKPOINT-FILE
011544         AT END
011545             GO TO 1310-EXIT
011546     END-READ
011547     IF CK-PENDING
011548         IF WS-PEND-CNT < 50000
011549             ADD 1 TO WS-PEND-CNT
011550             MOVE CK-DATA(1:80) TO WS-PEND-REC(WS-PEND-CNT)
011551         END-IF
011552     END-IF
011553     IF CK-CSV
011554         IF WS-CSVP-CNT < 50000
011555             ADD 1 TO WS-CSVP-CNT
011556             MOVE CK-DATA(1:80) TO WS-CSVP-REC(WS-CSVP-CNT)
011557         END-IF
011558     END-IF
011559     IF CK-REVLINE
011560         IF WS-REV-CNT < 200
011561             ADD 1 TO WS-REV-CNT
011562             MOVE CK-DATA(1:80)
011563                 TO WS-REV-LINE-SAVE(WS-REV-CNT)
011564         END-IF
011565     END-IF
011566     IF CK-ACK
011567         IF WS-ACK-CNT < 50000
011568             ADD 1 TO WS-ACK-CNT
011569             MOVE CK-DATA(1:95) TO WS-ACK-BODY(WS-ACK-CNT)
011570         END-IF
011571     END-IF
011572     GO TO 1310-LOAD-CK-DETAIL.
011573 1310-EXIT.
011574     EXIT.

011575*===============================================================*
011576*  1330-REBUILD-RUN-TABLE - THE IN-DECK DUPLICATE/REVERSAL      *
011577*                           TABLE IS REBUILT FROM THE RESTORED  *
011578*                           PENDING IMAGES (POSTREC LAYOUT: ID  *
011579*                           AT 1, ACCT AT 15, OP AT 19, RESULT  *
011580*                           AT 42, REV-OF AT 53)                *
011581*===============================================================*
011582 1330-REBUILD-RUN-TABLE.
011583     MOVE ZERO TO WS-POST-CNT
011584     MOVE 1 TO P
011585     PERFORM UNTIL P > WS-PEND-CNT
011586         IF WS-POST-CNT < 50000
011587             ADD 1 TO WS-POST-CNT
011588             MOVE WS-PEND-REC(P)(1:6)
011589                 TO WP-ID(WS-POST-CNT)
011590             MOVE WS-PEND-REC(P)(15:4)
011591                 TO WP-ACCT(WS-POST-CNT)
011592             MOVE WS-PEND-REC(P)(19:1)
011593                 TO WP-OP(WS-POST-CNT)
011594             MOVE WS-PEND-REC(P)(42:11) TO WS-CK-SLS
011595             MOVE WS-CK-SLS TO WP-RESULT(WS-POST-CNT)
011596             MOVE ' ' TO WP-REV-SW(WS-POST-CNT)
011597             MOVE WS-PEND-REC(P)(53:6)
011598                 TO WP-REV-OF(WS-POST-CNT)
011599         END-IF
011601         ADD 1 TO P
011602     END-PERFORM
011603     MOVE 1 TO P
011376     END-READ
011377     PERFORM 8850-BUFFER-DECK-REC THRU 8850-EXIT
011378     MOVE TRANS-REC(1:17) TO BATCH-CTL-REC
011379     IF BCR-HEADER
011380         MOVE BCH-BATCH-ID TO WS-BATCH-ID
011381         MOVE BCH-CRE-DATE TO WS-ACK-CRE-DATE
011382         PERFORM 1150-CHECK-REGISTRY THRU 1150-EXIT
011383         IF NOT BATCH-REFUSED
011384             PERFORM 1190-CHECK-SUBMITTER THRU 1190-EXIT
011385         END-IF
011386     ELSE
011387         SET TRANS-EOF TO TRUE
011390         MOVE 'DECK DOES NOT OPEN WITH A BATCH HEADER RECORD'
011392                                  TO WF-REASON
011394         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
011396     END-IF.
011398 1100-EXIT.
011400     EXIT.

011420*===============================================================*
011600*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE AND TAKE THE  *
011649*                    CHECK-DIGIT CUTOVER ID FROM IT              *
011651*===============================================================*
011653 1900-LOAD-PARMS.
011655     SET PARM-FUNC-LOAD TO TRUE
011657     CALL 'PARMRTN' USING PARM-PARM
011659     IF PARM-ERR-CNT > ZERO
011661         DISPLAY 'A: SUITE PARAMETER FILE IN ERROR - '
011663             'RUN REFUSED'
011665         MOVE 8 TO RETURN-CODE
011667         STOP RUN
011669     END-IF
011671     SET PARM-FUNC-GET TO TRUE
011673     MOVE 'CKD-FIRST-ID'   TO PARM-KEYWORD
011675     MOVE SPACES           TO PARM-QUALIFIER
011677     CALL 'PARMRTN' USING PARM-PARM
011679     IF PARM-OK
011681         MOVE PARM-VALUE-NUM TO WS-CKD-FIRST-ID
011683     END-IF
011685     DISPLAY 'A: PARM CKD-FIRST-ID   : ' WS-CKD-FIRST-ID.
011687 1900-EXIT.
011689     EXIT.

011691*===============================================================*
011693*  2000-PROCESS-RECORDS - MAIN READ/EDIT/SUM LOOP               *
011695*===============================================================*
011697 2000-PROCESS-RECORDS.
011700     PERFORM 2100-READ-TRANS THRU 2100-EXIT
011800     PERFORM UNTIL TRANS-EOF
011900         PERFORM 2200-EDIT-TRANS  THRU 2200-EXIT
012400                 PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
012500             END-IF
012510         END-IF
012515         PERFORM 8400-BUFFER-ACK THRU 8400-EXIT
012520         DIVIDE WS-RECS-IN BY CK-INT
012530             GIVING CK-QUOT REMAINDER CK-REM
012540         IF CK-REM = ZERO AND WS-RECS-IN > ZERO
014140*===============================================================*
014150 2150-CHECK-TRAILER.
014160     MOVE TRANS-REC(1:17) TO BATCH-CTL-REC
014164     MOVE BCT-REC-COUNT  TO WS-ACK-TRL-COUNT
014167     MOVE BCT-HASH-TOTAL TO WS-ACK-TRL-HASH
014170     IF BCT-REC-COUNT NOT = WS-RECS-IN
014180             OR BCT-HASH-TOTAL NOT = WS-HASH-TOTAL
014190         MOVE 'TRAILER COUNT/HASH DOES NOT MATCH DECK AS READ'
014300*  2200-EDIT-TRANS - REJECT NON-NUMERIC INPUT                   *
014400*===============================================================*
014500 2200-EDIT-TRANS.
014506     SET TRANS-VALID TO TRUE
014511     IF TRANS-ID IS NOT NUMERIC
014516         SET TRANS-INVALID TO TRUE
014521         MOVE 'REJECT - TRANS ID NOT NUMERIC'
014526                                  TO WS-REJECT-MSG
014531         GO TO 2200-EXIT
014536     END-IF
014542     MOVE TRANS-ID TO CKDG-ID
014547     PERFORM 2205-VERIFY-ID THRU 2205-EXIT
014552     IF NOT CKDG-OK
014557         SET TRANS-INVALID TO TRUE
014562         MOVE 'REJECT - TRANS ID CHECK DIGIT'
014567                                  TO WS-REJECT-MSG
014572         GO TO 2200-EXIT
014578     END-IF
014583     PERFORM 2250-CHECK-DUP-ID THRU 2250-EXIT
014588     IF TRANS-INVALID
014593         GO TO 2200-EXIT
014598     END-IF
014603     IF TRANS-OP-REV
014605         IF TRANS-REV-REF IS NOT NUMERIC
014606             SET TRANS-INVALID TO TRUE
014607             MOVE 'REJECT - BAD REVERSAL TARGET'
014608                                  TO WS-REJECT-MSG
014609         END-IF
014610         IF TRANS-VALID
014611             MOVE TRANS-REV-REF TO CKDG-ID
014612             PERFORM 2205-VERIFY-ID THRU 2205-EXIT
014613             IF NOT CKDG-OK
014614                 SET TRANS-INVALID TO TRUE
014615                 MOVE 'REJECT - REV REF CHECK DIGIT'
014616                                  TO WS-REJECT-MSG
014617             END-IF
014618         END-IF
014619         IF TRANS-VALID
014620             PERFORM 2290-CHECK-SUBMITTER THRU 2290-EXIT
014621         END-IF
014622         GO TO 2200-EXIT
014623     END-IF
014624     IF NOT TRANS-OP-VALID
014626         SET TRANS-INVALID TO TRUE
014630         MOVE 'REJECT - INVALID OPERATION CODE'
014640                                  TO WS-REJECT-MSG
014900     END-IF
014910     IF TRANS-VALID
014920         PERFORM 2280-CHECK-ACCOUNT THRU 2280-EXIT
014923     END-IF
014925     IF TRANS-VALID
014927         PERFORM 2290-CHECK-SUBMITTER THRU 2290-EXIT
014930     END-IF.
015000 2200-EXIT.
015007     EXIT.

015013*===============================================================*
015019*  2205-VERIFY-ID - CHECK-DIGIT VERIFY OF THE ID IN CKDG-ID. AN  *
015025*                   ID BELOW THE CKD-FIRST-ID CUTOVER WAS        *
015031*                   ISSUED BEFORE THE SCHEME AND PASSES AS IT    *
015038*                   STANDS.                                      *
015044*===============================================================*
015050 2205-VERIFY-ID.
015056     SET CKDG-OK TO TRUE
015062     IF CKDG-ID IS NUMERIC AND CKDG-ID < WS-CKD-FIRST-X
015069         GO TO 2205-EXIT
015075     END-IF
015081     MOVE 'V' TO CKDG-FUNCTION
015087     CALL 'CKDGRTN' USING CKDG-PARM.
015093 2205-EXIT.
015100     EXIT.

015102*===============================================================*
015132         MOVE 'REJECT - ACCOUNT CLOSED'
015133                                  TO WS-REJECT-MSG
015134     END-IF.
015136 2280-EXIT.
015138     EXIT.

015139*===============================================================*
015141*  2290-CHECK-SUBMITTER - THE TRANSACTION MUST ALSO BE ONE THE   *
015143*                         DECK'S SUBMITTER MAY SEND; A POSTING'S *
015144*                         OPERAND MAGNITUDES GO ON THE DECK'S    *
015146*                         RUNNING AMOUNT, AND THE DECK IS        *
015148*                         REFUSED ONCE THAT PASSES THE           *
015149*                         SUBMITTER'S CEILING                    *
015151*===============================================================*
015153 2290-CHECK-SUBMITTER.
015154     SET SUBM-FUNC-REC TO TRUE
015156     MOVE 'A'           TO SUBM-REC-TYPE
015158     MOVE TRANS-ACCT    TO SUBM-ACCT
015159     MOVE ZEROES        TO SUBM-AMOUNT
015161     IF NOT TRANS-OP-REV
015163         MOVE TRANS-A-DIGITS TO WS-SUB-OPND
015164         MOVE WS-SUB-OPND    TO SUBM-AMOUNT
015166         MOVE TRANS-B-DIGITS TO WS-SUB-OPND
015168         ADD WS-SUB-OPND     TO SUBM-AMOUNT
015169     END-IF
015171     CALL 'SUBMRTN' USING SUBM-PARM
015172     IF SUBM-DENIED
015174         SET TRANS-INVALID TO TRUE
015176         IF SUBM-REASON = 36
015177             MOVE 'REJECT - TYPE NOT AUTHORIZED'
015179                                  TO WS-REJECT-MSG
015181         ELSE
015182             MOVE 'REJECT - ACCT NOT AUTHORIZED'
015184                                  TO WS-REJECT-MSG
015186         END-IF
015187     END-IF
015189     IF SUBM-OVER-CEILING AND NOT BATCH-REFUSED
015191         MOVE 'DECK AMOUNT EXCEEDS THE SUBMITTER CEILING'
015192                              TO WF-REASON
015194         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
015196     END-IF.
015197 2290-EXIT.
015199     EXIT.

015201*===============================================================*
015202*  2250-CHECK-DUP-ID - THE POSTED MASTER IS KEYED BY TRANS ID;   *
020100     MOVE WS-REJECT-MSG       TO WR-MESSAGE
020300     MOVE TRANS-REC           TO WR-INPUT
020400     WRITE REJECT-REC FROM WS-REJECT-LINE
020434     MOVE WS-REJECT-LINE TO RPTA-TEXT
020467     PERFORM 8250-ARCHIVE-REJECT THRU 8250-EXIT
020500     ADD 1 TO WS-RECS-REJ.
020502 2500-EXIT.
020503     EXIT.

020504*===============================================================*
020506*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
020507*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
020508*                        STAGED IN WS-PRINT-LINE                 *
020509*===============================================================*
020511 8000-WRITE-REPT-LINE.
020512     IF WS-LINE-CNT > WS-PAGE-MAX
020513         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
020515     END-IF
020516     WRITE REPT-REC FROM WS-PRINT-LINE
020517     MOVE WS-PRINT-LINE TO RPTA-TEXT
020518     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020520     ADD 1 TO WS-LINE-CNT.
020521 8000-EXIT.
020522     EXIT.

020524*===============================================================*
020525*  8100-PRINT-HEADINGS                                          *
020526*===============================================================*
020527 8100-PRINT-HEADINGS.
020529     ADD 1 TO WS-PAGE-CNT
020530     MOVE WS-TODAY         TO WH-DATE
020531     MOVE WS-RUN-TIME(1:6) TO WH-TIME
020532     MOVE WS-PAGE-CNT      TO WH-PAGE
020534     WRITE REPT-REC FROM WS-HEADING-1
020535     MOVE WS-HEADING-1 TO RPTA-TEXT
020536     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020538     WRITE REPT-REC FROM WS-HEADING-2
020539     MOVE WS-HEADING-2 TO RPTA-TEXT
020540     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020541     MOVE SPACES TO REPT-REC
020543     WRITE REPT-REC
020544     MOVE SPACES TO RPTA-TEXT
020545     PERFORM 8200-ARCHIVE-LINE THRU 8200-EXIT
020547     MOVE 3 TO WS-LINE-CNT.
020548 8100-EXIT.
020549     EXIT.

020550*===============================================================*
020552*  8400-BUFFER-ACK - HOLD THE ACKNOWLEDGMENT DETAIL FOR THE      *
020553*                    TRANSACTION JUST PROCESSED: POSTED UNDER    *
020554*                    ITS TRANS ID, OR REJECTED WITH THE EDITRSN  *
020556*                    CODE NEAREST THE REJECT MESSAGE (00 AND     *
020557*                    THE MESSAGE ITSELF WHEN THERE IS NONE)      *
020558*===============================================================*
020559 8400-BUFFER-ACK.
020561     MOVE SPACES         TO ACK-BODY
020562     MOVE WS-RECS-IN     TO ACD-RECNO
020563     MOVE 'A'            TO ACD-REC-TYPE
020564     MOVE TRANS-ID       TO ACD-ID
020566     MOVE TRANS-ACCT     TO ACD-ACCT
020567     MOVE ZEROES         TO WS-ACK-REASON
020568     IF TRANS-VALID
020570         SET ACD-POSTED TO TRUE
020571     ELSE
020572         SET ACD-REJECTED TO TRUE
020573         PERFORM 8410-MAP-REJECT THRU 8410-EXIT
020575     END-IF
020576     MOVE WS-ACK-REASON  TO ACD-REASON
020577     IF WS-ACK-REASON > ZERO
020579         MOVE ERT-FIELD(WS-ACK-REASON) TO ACD-FIELD
020580         MOVE ERT-TEXT(WS-ACK-REASON)  TO ACD-TEXT
020581     ELSE
020582         IF ACD-REJECTED
020584             MOVE WS-REJECT-MSG(10:25) TO ACD-TEXT
020585         END-IF
020586     END-IF
020588     IF WS-ACK-CNT < 50000
020589         ADD 1 TO WS-ACK-CNT
020590         MOVE ACK-BODY TO WS-ACK-BODY(WS-ACK-CNT)
020591     ELSE
020593         IF NOT ACK-OVERFLOWED
020594             SET ACK-OVERFLOWED TO TRUE
020595             DISPLAY 'A: ACKNOWLEDGMENT BUFFER FULL - '
020596                 'RECORDS PAST 50000 NOT ACKNOWLEDGED'
020598         END-IF
020599     END-IF.
020600 8400-EXIT.
020602     EXIT.

020603*===============================================================*
020604*  8410-MAP-REJECT - TRANSLATE THE REJECT MESSAGE TO ITS         *
020605*                    EDITRSN CODE; A DUPLICATE ID IS RETURNED    *
020607*                    AS A DUPLICATE RATHER THAN A REJECT         *
020608*===============================================================*
020609 8410-MAP-REJECT.
020611     IF WS-REJECT-MSG = 'REJECT - TRANS ID NOT NUMERIC'
020612         MOVE 14 TO WS-ACK-REASON
020613     END-IF
020614     IF WS-REJECT-MSG = 'REJECT - TRANS ID CHECK DIGIT'
020616         MOVE 38 TO WS-ACK-REASON
020617     END-IF
020618     IF WS-REJECT-MSG = 'REJECT - REV REF CHECK DIGIT'
020619         MOVE 39 TO WS-ACK-REASON
020621     END-IF
020622     IF WS-REJECT-MSG = 'REJECT - DUPLICATE TRANSACTION ID'
020623         MOVE 15 TO WS-ACK-REASON
020625         SET ACD-DUPLICATE TO TRUE
020626     END-IF
020627     IF WS-REJECT-MSG = 'REJECT - INVALID OPERATION CODE'
020628         MOVE 28 TO WS-ACK-REASON
020630     END-IF
020631     IF WS-REJECT-MSG = 'REJECT - NON-NUMERIC INPUT RECORD'
020632         IF TRANS-A-DIGITS IS NOT NUMERIC
020634             MOVE 01 TO WS-ACK-REASON
020635         ELSE
020636             MOVE 02 TO WS-ACK-REASON
020637         END-IF
020639     END-IF
020640     IF WS-REJECT-MSG = 'REJECT - ACCOUNT NOT ON MASTER'
020641         MOVE 20 TO WS-ACK-REASON
020643     END-IF
020644     IF WS-REJECT-MSG = 'REJECT - ACCOUNT CLOSED'
020645         MOVE 21 TO WS-ACK-REASON
020646     END-IF
020648     IF WS-REJECT-MSG = 'REJECT - RESULT EXCEEDS CAPACITY'
020649         MOVE 10 TO WS-ACK-REASON
020650     END-IF
020651     IF WS-REJECT-MSG = 'REJECT - TYPE NOT AUTHORIZED'
020653         MOVE 36 TO WS-ACK-REASON
020654     END-IF
020655     IF WS-REJECT-MSG = 'REJECT - ACCT NOT AUTHORIZED'
020657         MOVE 37 TO WS-ACK-REASON
020658     END-IF.
020659 8410-EXIT.
020660     EXIT.

020662*===============================================================*
020663*  8450-WRITE-ACKS - APPEND THE DECK'S ACKNOWLEDGMENT SET TO     *
020664*                    THE NIGHT'S RETURN FILE: THE BUFFERED       *
020666*                    DETAILS (A REFUSED DECK'S POSTINGS MARKED   *
020667*                    HELD), THEN THE SUMMARY. A DECK WITH NO     *
020668*                    BATCH HEADER HAS NO KEY TO RETURN IT UNDER  *
020669*                    AND IS LEFT TO THE QUARANTINE REGISTER.     *
020671*===============================================================*
020672 8450-WRITE-ACKS.
020673     IF WS-BATCH-ID = SPACES
020675         GO TO 8450-EXIT
020676     END-IF
020677     OPEN EXTEND ACK-FILE
020678     MOVE 1 TO KX
020680     PERFORM UNTIL KX > WS-ACK-CNT
020681         MOVE SPACES          TO ACK-REC
020682         MOVE WS-BATCH-ID     TO ACK-BATCH-ID
020683         MOVE 'D'             TO ACK-KIND
020685         MOVE 'A'             TO ACK-PROGRAM
020686         MOVE WS-TODAY        TO ACK-BUS-DATE
020687         MOVE WS-ACK-BODY(KX) TO ACK-BODY
020689         IF BATCH-REFUSED AND ACD-POSTED
020690             SET ACD-HELD TO TRUE
020691         END-IF
020692         WRITE ACK-OUT-REC FROM ACK-REC
020694         ADD 1 TO KX
020695     END-PERFORM
020696     MOVE SPACES           TO ACK-REC
020698     MOVE WS-BATCH-ID      TO ACK-BATCH-ID
020699     MOVE 'S'              TO ACK-KIND
020700     MOVE 'A'              TO ACK-PROGRAM
020701     MOVE WS-TODAY         TO ACK-BUS-DATE
020703     MOVE WS-ACK-CRE-DATE  TO ACS-CRE-DATE
020704     MOVE WS-ACK-TRL-COUNT TO ACS-TRL-COUNT
020705     MOVE WS-ACK-TRL-HASH  TO ACS-TRL-HASH
020706     MOVE WS-RECS-IN       TO ACS-RECS-IN
020708     MOVE WS-RECS-REJ      TO ACS-RECS-REJ
020709     IF BATCH-REFUSED
020710         SET ACS-REFUSED TO TRUE
020711         MOVE ZEROES       TO ACS-RECS-OK
020713         MOVE WF-REASON    TO ACS-REASON
020714     ELSE
020715         SET ACS-ACCEPTED TO TRUE
020716         MOVE WS-RECS-OUT  TO ACS-RECS-OK
020718     END-IF
020719     WRITE ACK-OUT-REC FROM ACK-REC
020720     CLOSE ACK-FILE.
020721 8450-EXIT.
020723     EXIT.

020724*===============================================================*
020725*  8600-WRITE-REVERSALS - THE REVERSALS SECTION: EVERY ACCEPTED  *
020726*                        REVERSAL, BUFFERED DURING THE RUN,      *
020728*                        PLUS ITS OFFSET TOTAL                   *
020729*===============================================================*
020730 8600-WRITE-REVERSALS.
020731     MOVE SPACES TO WS-PRINT-LINE
020733     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
020734     MOVE 'REVERSALS' TO WS-PRINT-LINE
020735     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
020736     MOVE 1 TO P
020737     PERFORM UNTIL P > WS-REV-CNT
020739         MOVE WS-REV-LINE-SAVE(P) TO WS-PRINT-LINE
020740         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
020741         ADD 1 TO P
020742     END-PERFORM
020744     MOVE SPACES TO WS-PRINT-LINE
020745     MOVE WS-REV-TOTAL TO WS-SUB-SUM
020746     MOVE 'REVERSAL TOTAL .......: ' TO WS-PRINT-LINE(1:24)
020747     MOVE WS-SUB-SUM TO WS-PRINT-LINE(25:12)
020749     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT.
020750 8600-EXIT.
020751     EXIT.

020752*===============================================================*
020754*  8900-FLUSH-POSTINGS - THE TRAILER PROVED THE DECK: APPLY THE  *
020755*                       PENDING WRITES TO THE KEYED MASTER,      *
020756*                       THEN REWRITE EACH ACCEPTED REVERSAL'S    *
020757*                       TARGET WITH POST-REV-FLAG 'Y'. THE       *
020759*                       PENDING IMAGE IS IN POSTREC LAYOUT, SO   *
020760*                       THE OP BYTE IS AT 19 AND THE REVERSAL    *
020761*                       TARGET ID AT 53.                         *
020762*===============================================================*
020764 8900-FLUSH-POSTINGS.
020765     MOVE 1 TO P
020766     PERFORM UNTIL P > WS-PEND-CNT
020767         MOVE WS-PEND-REC(P) TO POST-REC
020769         WRITE POST-REC
020770             INVALID KEY
020771                 DISPLAY 'A: DUPLICATE KEY ON FLUSH - RECORD '
020772                     POST-ID ' NOT POSTED TO MASTER'
020773         END-WRITE
020775         ADD 1 TO P
020776     END-PERFORM
020777     MOVE 1 TO P
020778     PERFORM UNTIL P > WS-PEND-CNT
020780         IF WS-PEND-REC(P)(19:1) = 'R'
020781             PERFORM 8920-MARK-TARGET THRU 8920-EXIT
020782         END-IF
020783         ADD 1 TO P
020785     END-PERFORM.
020786 8900-EXIT.
020787     EXIT.
020788
020790*===============================================================*
020791*  8920-MARK-TARGET - THE PENDING R ENTRY AT P REVERSED ITS     *
020792*                     TARGET: FLAG THE TARGET ON THE MASTER SO  *
020793*                     A LATER DECK CANNOT REVERSE IT AGAIN      *
020795*===============================================================*
020796 8920-MARK-TARGET.
020797     MOVE WS-PEND-REC(P)(53:6) TO POST-ID
020798     READ POST-FILE
020800         INVALID KEY
020801             DISPLAY 'A: REVERSAL TARGET ' POST-ID
020802                 ' MISSING ON FLUSH - NOT FLAGGED'
020803             GO TO 8920-EXIT
020805     END-READ
020806     IF POST-OP NOT = 'R'
020807         MOVE 'Y' TO POST-REV-FLAG
020808         REWRITE POST-REC
020810             INVALID KEY
020811                 DISPLAY 'A: REVERSAL TARGET ' POST-ID
020812                     ' NOT REWRITTEN'
020813         END-REWRITE
020814     END-IF.
020816 8920-EXIT.
020817     EXIT.

020818*===============================================================*
020819*  8700-WRITE-CHECKPOINT - REWRITE ACHKPT WITH THE CURRENT      *
020821*                          POSITION, CONTROL FIELDS AND PENDING *
020822*                          BUFFERS                              *
020823*===============================================================*
020824 8700-WRITE-CHECKPOINT.
020826     OPEN OUTPUT CHECKPOINT-FILE
020827     MOVE SPACES       TO CHECKPOINT-REC
020828     MOVE 'C'          TO CK-TYPE
020829     MOVE WS-BATCH-ID  TO CK-BATCH-ID
020831     MOVE WS-RECS-IN   TO CK-RECS-IN
020832     MOVE WS-RECS-OUT  TO CK-RECS-OUT
020833     MOVE WS-RECS-REJ  TO CK-RECS-REJ
020834     MOVE WS-HASH-TOTAL TO CK-HASH
020836     MOVE WS-PREV-ACCT TO CK-PREV-ACCT
020837     MOVE WS-ACCT-SET-SW TO CK-ACCT-SET
020838     MOVE WS-ACCT-SUM  TO CK-ACCT-SUM
020839     MOVE WS-GRAND-SUM TO CK-GRAND-SUM
020841     MOVE WS-REV-TOTAL TO CK-REV-TOTAL
020842     MOVE SUBM-DECK-AMT TO CK-DECK-AMT
020843     WRITE CHECKPOINT-REC
020844     MOVE 1 TO P
020846     PERFORM UNTIL P > WS-PEND-CNT
020847         MOVE SPACES          TO CHECKPOINT-REC
020848         MOVE 'P'             TO CK-TYPE
020849         MOVE WS-PEND-REC(P)  TO CK-DATA(1:80)
020850         WRITE CHECKPOINT-REC
020852         ADD 1 TO P
020853     END-PERFORM
020854     MOVE 1 TO P
020855     PERFORM UNTIL P > WS-CSVP-CNT
020857         MOVE SPACES          TO CHECKPOINT-REC
020858         MOVE 'V'             TO CK-TYPE
020859         MOVE WS-CSVP-REC(P)  TO CK-DATA(1:80)
020860         WRITE CHECKPOINT-REC
020862         ADD 1 TO P
020863     END-PERFORM
020864     MOVE 1 TO P
020865     PERFORM UNTIL P > WS-REV-CNT
020867         MOVE SPACES          TO CHECKPOINT-REC
020868         MOVE 'R'             TO CK-TYPE
020869         MOVE WS-REV-LINE-SAVE(P) TO CK-DATA(1:80)
020870         WRITE CHECKPOINT-REC
020872         ADD 1 TO P
020873     END-PERFORM
020874     MOVE 1 TO P
020875     PERFORM UNTIL P > WS-ACK-CNT
020877         MOVE SPACES          TO CHECKPOINT-REC
020878         MOVE 'K'             TO CK-TYPE
020879         MOVE WS-ACK-BODY(P)  TO CK-DATA(1:95)
020880         WRITE CHECKPOINT-REC
020882         ADD 1 TO P
020883     END-PERFORM
020884     CLOSE CHECKPOINT-FILE.
020885 8700-EXIT.
020886     EXIT.

020888*===============================================================*
020889*  9700-CLEAR-CHKPT - THE RUN RAN TO COMPLETION (OR THE DECK    *
020890*                     WAS REFUSED AND QUARANTINED), SO THE      *
020891*                     CHECKPOINT DATA SET IS CLEARED THE WAY    *
020893*                     E.COB CLEARS ITS OWN                      *
020894*===============================================================*
020895 9700-CLEAR-CHKPT.
020896     OPEN OUTPUT CHECKPOINT-FILE
020898     CLOSE CHECKPOINT-FILE.
020899 9700-EXIT.
020900     EXIT.

020901*===============================================================*
020903*  8950-FLUSH-CSV - THE TRAILER PROVED THE DECK: WRITE THE       *
020904*                   PENDING EXTRACT LINES                        *
020905*===============================================================*
020906 8950-FLUSH-CSV.
020908     MOVE 1 TO P
020909     PERFORM UNTIL P > WS-CSVP-CNT
020910         WRITE CSV-REC FROM WS-CSVP-REC(P)
020911         ADD 1 TO P
020913     END-PERFORM.
020914 8950-EXIT.
020915     EXIT.

020916*===============================================================*
020918*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE RUN, *
020919*                      PUT THE REASON ON THE REJECTS REPORT AND  *
020920*                      THE CONSOLE                               *
020921*===============================================================*
020923 8800-WRITE-REFUSAL.
020924     SET BATCH-REFUSED TO TRUE
020925     MOVE WS-BATCH-ID TO WF-BATCH-ID
020926     WRITE REJECT-REC FROM WS-REFUSAL-LINE
020927     MOVE WS-REFUSAL-LINE TO RPTA-TEXT
020929     PERFORM 8250-ARCHIVE-REJECT THRU 8250-EXIT
020930     DISPLAY 'A: BATCH ' WS-BATCH-ID ' REFUSED - ' WF-REASON.
020931 8800-EXIT.
020932     EXIT.

020934*===============================================================*
020935*  8850-BUFFER-DECK-REC - HOLD THE RAW INPUT RECORD IN CASE THE *
020936*                         DECK ENDS UP REFUSED                  *
020937*===============================================================*
020939 8850-BUFFER-DECK-REC.
020940     IF WS-QBUF-CNT < 50000
020941         ADD 1 TO WS-QBUF-CNT
020942         MOVE TRANS-REC TO WS-QBUF-REC(WS-QBUF-CNT)
020944     ELSE
020945         SET QBUF-OVERFLOWED TO TRUE
020946     END-IF.
020947 8850-EXIT.
020949     EXIT.

020950*===============================================================*
020951*  8860-QUARANTINE-DECK - THE DECK WAS REFUSED: COPY ITS RAW    *
020952*                         RECORDS TO THE QUARANTINE FILE AND    *
020954*                         REGISTER THE REFUSAL FOR THE DATA     *
020955*                         CONTROL GROUP                         *
020956*===============================================================*
020957 8860-QUARANTINE-DECK.
020959     IF NOT BATCH-REFUSED OR WS-QBUF-CNT = ZERO
020960         GO TO 8860-EXIT
020961     END-IF
020962     OPEN EXTEND QUAR-FILE
020963          EXTEND QREG-FILE
020965     MOVE 1 TO QX
020966     PERFORM UNTIL QX > WS-QBUF-CNT
020967         MOVE SPACES          TO QUA-DATA-REC
020968         MOVE WS-BATCH-ID     TO QUD-BATCH-ID
020970         MOVE WS-QBUF-REC(QX) TO QUD-IMAGE
020971         WRITE QUAR-REC FROM QUA-DATA-REC
020972         ADD 1 TO QX
020973     END-PERFORM
020975     MOVE SPACES      TO QUA-REG-REC
020976     MOVE WS-BATCH-ID TO QUA-BATCH-ID
020977     MOVE WS-TODAY    TO QUA-DATE
020978     MOVE 'A' TO QUA-PROGRAM
020980     MOVE WF-REASON   TO QUA-REASON
020981     MOVE 'W'         TO QUA-STATUS
020982     IF QBUF-OVERFLOWED
020983         MOVE 'T' TO QUA-STATUS
020985         DISPLAY 'A: BATCH ' WS-BATCH-ID
020986             ' QUARANTINED TRUNCATED - NOT RELEASABLE'
020987     END-IF
020988     WRITE QREG-REC FROM QUA-REG-REC
020990     CLOSE QUAR-FILE
020991           QREG-FILE
020992     DISPLAY 'A: BATCH ' WS-BATCH-ID
020993         ' QUARANTINED FOR REVIEW'.
020995 8860-EXIT.
020996     EXIT.

022280*===============================================================*
022290*  8200-ARCHIVE-LINE - THE LINE JUST PRINTED, STAGED IN         *
022300*                      RPTA-TEXT, TO THE REPORT ARCHIVE         *
022310*===============================================================*
022320 8200-ARCHIVE-LINE.
022330     SET RPTA-FUNC-WRITE TO TRUE
022340     MOVE WS-TODAY         TO RPTA-BUS-DATE
022350     MOVE 'A'              TO RPTA-PROGRAM-ID
022360     MOVE 'REPTOUT'        TO RPTA-REPORT-NAME
022370     MOVE WS-RUN-TIME      TO RPTA-RUN-TIME
022380     MOVE WS-PAGE-CNT      TO RPTA-PAGE
022390     CALL 'RPTARCH' USING RPTA-PARM.
022400 8200-EXIT.
022410     EXIT.

022420*===============================================================*
022430*  8250-ARCHIVE-REJECT - A REJECTS-REPORT LINE, STAGED IN       *
022440*                        RPTA-TEXT, TO THE REPORT ARCHIVE. THE  *
022450*                        REJECTS REPORT HAS NO PAGING, SO IT IS *
022460*                        FILED AS PAGE 1.                       *
022470*===============================================================*
022480 8250-ARCHIVE-REJECT.
022490     SET RPTA-FUNC-WRITE TO TRUE
022500     MOVE WS-TODAY         TO RPTA-BUS-DATE
022510     MOVE 'A'              TO RPTA-PROGRAM-ID
022520     MOVE 'REJOUT'         TO RPTA-REPORT-NAME
022530     MOVE WS-RUN-TIME      TO RPTA-RUN-TIME
022540     MOVE 1                TO RPTA-PAGE
022550     CALL 'RPTARCH' USING RPTA-PARM.
022560 8250-EXIT.
022570     EXIT.

020997*===============================================================*
020998*  9000-TERMINATE - WRITE TOTALS, LOG THE RUN, CLOSE FILES      *
021000*===============================================================*
021100 9000-TERMINATE.
021110     IF NOT RUN-BYPASSED
021117                     ' POSTINGS NOT APPLIED TO MASTER'
021118             END-IF
021119         END-IF
021122         PERFORM 8860-QUARANTINE-DECK THRU 8860-EXIT
021125         PERFORM 8450-WRITE-ACKS THRU 8450-EXIT
021127         IF ACCT-GROUP-OPEN
021130             PERFORM 2430-WRITE-SUBTOTAL THRU 2430-EXIT
021140             MOVE WS-GRAND-SUM TO WS-GRD-SUM
021150             MOVE WS-GRANDTOT-LINE TO WS-PRINT-LINE
021413         PERFORM 9700-CLEAR-CHKPT THRU 9700-EXIT
021415         CLOSE CSV-FILE
021420     END-IF
021447     SET RPTA-FUNC-CLOSE TO TRUE
021473     CALL 'RPTARCH' USING RPTA-PARM
021500     CLOSE TRANS-FILE
021600           REPT-FILE
021700           REJECT-FILE.
022049     END-IF
022051     OPEN EXTEND BCHREG-FILE
022052     MOVE SPACES      TO BRG-REC
022054     MOVE WS-BATCH-ID TO BRG-BATCH-ID
022055     MOVE WS-TODAY    TO BRG-REG-DATE
022057     MOVE WS-RECS-IN  TO BRG-REC-CNT
022058     MOVE 'A'         TO BRG-PROGRAM
022060     MOVE SUBM-DEPT   TO BRG-DEPT
022061     WRITE BRG-REC
022062     CLOSE BCHREG-FILE.
022064 9600-EXIT.
022065     EXIT.

022067*===============================================================*
022068*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY       *
022070*                         REJECTS, 8 DECK REFUSED OR EVERY       *
022080*                         RECORD REJECTED, 12 EMPTY INPUT. A     *
022090*                         BYPASSED RERUN STEP IS A CLEAN 0.      *
