001999*                   INSTEAD OF THE BINCTL AND CIPHCTL CARDS. A    *
001999*                   BAD PARAMETER FILE REFUSES THE RUN AT THE     *
001999*                   TOP WITH CONDITION CODE 8, AND BOTH VALUES    *
002002*                   IN EFFECT ARE ECHOED ON THE REPORT.           *
002005*  2026-10-15 BSU   PER-BATCH ACKNOWLEDGMENT: EVERY RECORD READ   *
002008*                   GETS AN ACKOUT DETAIL RECORD (SEE COPY/       *
002011*                   ACKREC.CPY) - POSTED WITH ITS POST-ID,        *
002014*                   COMPLETED, SUSPENDED WITH ITS EDITRSN REASON  *
002017*                   AND TEXT, OR DUPLICATE - AND THE DECK A       *
002020*                   SUMMARY RECORD WITH ITS HEADER/TRAILER        *
002022*                   CONTROLS AND ACCEPT/REJECT TOTALS, APPENDED   *
002025*                   AT END OF RUN FOR THE NIGHT'S RETURN FILE.    *
002028*                   THE DETAILS RIDE THE CHECKPOINT ('K' DETAIL   *
002031*                   RECORDS); A REFUSED DECK'S ACCEPTED RECORDS   *
002034*                   GO BACK MARKED HELD.                          *
002037*  2026-10-15 BSU   SUBMITTER AUTHORIZATION (SUBMRTN, SEE COPY/   *
002040*                   SUBMREC.CPY): A DECK WHOSE BATCH-ID PREFIX    *
002042*                   IS NOT ON THE SUBMITTER MASTER IS REFUSED; A  *
002045*                   RECORD OF A TYPE OR FOR AN ACCOUNT THE        *
002048*                   SUBMITTER MAY NOT SEND IS SUSPENDED WITH      *
002051*                   REASON 36 OR 37; A DECK THAT RUNS PAST THE    *
002054*                   SUBMITTER'S AMOUNT CEILING IS REFUSED. THE    *
002057*                   RUNNING AMOUNT RIDES THE CHECKPOINT AND THE   *
002060*                   REGISTRY ENTRY CARRIES THE DEPARTMENT.        *
002062*  2026-10-15 BSU   TYPE B NOW SPEAKS THE BIT-FLAG DECODE MODE    *
002065*                   TOO: DB-MODE F CARRIES A LAYOUT NAME, A BASE  *
002068*                   BYTE (X FOR HEX, ANYTHING ELSE DECIMAL) AND   *
002071*                   THE VALUE, AND IS DECODED THROUGH THE SHARED  *
002074*                   FLAGRTN DECODER AGAINST THE FLAGDEF FLAG      *
002077*                   DEFINITION FILE (SEE COPY/FLAGREC.CPY)        *
002080*                   EXACTLY AS B.COB'S MODE F DOES - THE WORD,    *
002082*                   ONE LINE PER DEFINED FIELD AND A FLAG LINE    *
002085*                   FOR EVERY SET BIT NO FIELD OWNS. A LAYOUT NOT *
002088*                   ON THE FILE SUSPENDS WITH THE NEW REASON 42;  *
002091*                   A BAD HEX DIGIT OR AN OVERFLOW TAKES THE      *
002094*                   EXISTING REASONS 11 AND 10.                   *
002097*===============================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
003299         ORGANIZATION IS LINE SEQUENTIAL
003301         FILE STATUS  IS WS-CKPT-STATUS.
003305     SELECT QUAR-FILE   ASSIGN TO "QUARMST"
003319         ORGANIZATION IS LINE SEQUENTIAL.
003332     SELECT QREG-FILE   ASSIGN TO "QUARREG"
003346         ORGANIZATION IS LINE SEQUENTIAL.
003359     SELECT OPTIONAL ACK-FILE ASSIGN TO "ACKOUT"
003373         ORGANIZATION IS LINE SEQUENTIAL.

003386 DATA DIVISION.
003400 FILE SECTION.
003500*---------------------------------------------------------------*
003600*  DISP-REC - ONE PHYSICAL RECORD, FOUR TYPE-SPECIFIC VIEWS      *
007917 01  OVRD-REC               PIC X(80).


007919 FD  CHECKPOINT-FILE
007921     RECORDING MODE IS F.
007923 01  CHECKPOINT-REC.
007931     05  CK-TYPE            PIC X(01).
007932         88  CK-CONTROL                 VALUE 'C'.
007934         88  CK-PENDING                 VALUE 'P'.
007936         88  CK-CSV                     VALUE 'V'.
007938         88  CK-SUSP                    VALUE 'S'.
007939         88  CK-ACK                     VALUE 'K'.
007941     05  CK-DATA            PIC X(99).
007943 01  CK-CTL-REC REDEFINES CHECKPOINT-REC.
007945     05  FILLER             PIC X(01).
007946     05  CK-BATCH-ID        PIC X(08).
007948     05  CK-RECS-IN         PIC 9(06).
007951     05  CK-RECS-OUT        PIC 9(06).
007954     05  CK-RECS-REJ        PIC 9(06).
007956     05  CK-HASH            PIC 9(10).
007959     05  CK-CNT-A           PIC 9(06).
007961     05  CK-CNT-B           PIC 9(06).
007964     05  CK-CNT-C           PIC 9(06).
007966     05  CK-CNT-D           PIC 9(06).
007969     05  CK-DECK-AMT        PIC 9(13).
007971     05  FILLER             PIC X(26).

007974 FD  QUAR-FILE
007977     RECORDING MODE IS F.
007979 01  QUAR-REC               PIC X(88).

007982 FD  QREG-FILE
007984     RECORDING MODE IS F.
007987 01  QREG-REC               PIC X(80).

007989 FD  ACK-FILE
007992     RECORDING MODE IS F.
007994 01  ACK-OUT-REC            PIC X(120).

007997 WORKING-STORAGE SECTION.
008000 01  WS-SWITCHES.
008100     05  WS-EOF-SW          PIC X(01)   VALUE 'N'.
008200         88  DISP-EOF                   VALUE 'Y'.
009400 COPY ADDPARM.
009500 COPY BINPARM.
009600 COPY CIPHPARM.
009612 COPY DATEPARM.

009624*---------------------------------------------------------------*
009636*  COMMUNICATION AREA FOR THE SHARED BIT-FLAG DECODER            *
009648*---------------------------------------------------------------*
009659 COPY FLAGPARM.
009671 01  FX                     PIC 9(02)   VALUE ZEROES.

009683*---------------------------------------------------------------*
009695*  COMMUNICATION AREA FOR THE SHARED FIELD-EDIT SUBROUTINE       *
009707*---------------------------------------------------------------*
009709 COPY EDITPARM.

009711*---------------------------------------------------------------*
009712*  COMMUNICATION AREA FOR THE SUBMITTER AUTHORIZATION ROUTINE    *
009714*---------------------------------------------------------------*
009715 COPY SUBMPARM.
009717 01  WS-SUB-OPND            PIC 9(10)   VALUE ZEROES.

009718*---------------------------------------------------------------*
009720*  COMMUNICATION AREA FOR THE SHARED AUDIT LOGGER SUBROUTINE     *
009730*---------------------------------------------------------------*
009740 COPY AUDITPARM.
011300     05  WR-BIN-RESULT      PIC X(40)   VALUE SPACES.
011400     05  FILLER             PIC X(36)   VALUE SPACES.

011404 01  WS-BIN-FLAG-HEAD-LINE.
011407     05  FILLER             PIC X(01)   VALUE 'B'.
011410     05  FILLER             PIC X(03)   VALUE SPACES.
011413     05  WRF-LAYOUT         PIC X(08).
011416     05  FILLER             PIC X(01)   VALUE SPACE.
011419     05  WRF-VALUE          PIC Z(9)9.
011422     05  FILLER             PIC X(01)   VALUE SPACE.
011425     05  WRF-BITS           PIC X(34).
011428     05  FILLER             PIC X(22)   VALUE SPACES.

011431 01  WS-BIN-FLAG-FIELD-LINE.
011434     05  FILLER             PIC X(01)   VALUE 'B'.
011437     05  FILLER             PIC X(03)   VALUE SPACES.
011440     05  WRF-NAME           PIC X(16).
011443     05  FILLER             PIC X(01)   VALUE SPACE.
011446     05  WRF-HIGH           PIC 9(02).
011449     05  FILLER             PIC X(01)   VALUE '-'.
011452     05  WRF-LOW            PIC 9(02).
011455     05  FILLER             PIC X(01)   VALUE SPACE.
011458     05  WRF-FIELD-BITS     PIC X(16).
011461     05  FILLER             PIC X(01)   VALUE SPACE.
011464     05  WRF-FIELD-VALUE    PIC ZZZZ9.
011467     05  FILLER             PIC X(01)   VALUE SPACE.
011470     05  WRF-MEANING        PIC X(30).

011473 01  WS-BIN-FLAG-UNDEF-LINE.
011476     05  FILLER             PIC X(01)   VALUE 'B'.
011479     05  FILLER             PIC X(03)   VALUE SPACES.
011482     05  FILLER             PIC X(08)   VALUE '*** BIT '.
011485     05  WRF-UNDEF-BIT      PIC 9(02).
011488     05  FILLER             PIC X(31)   VALUE
011491         ' SET BUT NOT DEFINED IN LAYOUT '.
011494     05  WRF-UNDEF-LAYOUT   PIC X(08).
011497     05  FILLER             PIC X(27)   VALUE SPACES.

011500 01  WS-CIPH-RESULT-LINE.
011600     05  WR-CIPH-TYPE       PIC X(01)   VALUE 'C'.
011700     05  FILLER             PIC X(03)   VALUE SPACES.
014500     05  WT-RECS-IN         PIC ZZZ,ZZ9.
014600     05  FILLER             PIC X(50)   VALUE SPACES.

014601 01  WS-TYPE-TOTALS-LINE.
014602     05  FILLER             PIC X(20)   VALUE
014603         'RECORDS BY TYPE ..: '.
014604     05  FILLER             PIC X(03)   VALUE 'A: '.
014605     05  WT-CNT-A           PIC ZZZ,ZZ9.
014606     05  FILLER             PIC X(04)   VALUE '  B:'.
014607     05  WT-CNT-B           PIC ZZZ,ZZ9.
014608     05  FILLER             PIC X(04)   VALUE '  C:'.
014609     05  WT-CNT-C           PIC ZZZ,ZZ9.
014610     05  FILLER             PIC X(04)   VALUE '  D:'.
014611     05  WT-CNT-D           PIC ZZZ,ZZ9.
014612     05  FILLER             PIC X(17)   VALUE SPACES.

014613 01  WS-TYPE-COUNTERS.
014614     05  WS-CNT-A           PIC 9(06)   COMP    VALUE ZERO.
014615     05  WS-CNT-B           PIC 9(06)   COMP    VALUE ZERO.
014616     05  WS-CNT-C           PIC 9(06)   COMP    VALUE ZERO.
014617     05  WS-CNT-D           PIC 9(06)   COMP    VALUE ZERO.

014618*---------------------------------------------------------------*
014619*  ACKNOWLEDGMENT BUFFER - ONE DETAIL BODY PER RECORD READ,      *
014620*  HELD TO END OF RUN SO A REFUSED DECK'S RECORDS GO BACK        *
014621*  MARKED HELD (SEE COPY/ACKREC.CPY), AND THE DECK'S HEADER AND  *
014622*  TRAILER CONTROLS AS RECEIVED FOR THE SUMMARY RECORD           *
014623*---------------------------------------------------------------*
014624 01  WS-ACK-CNT             PIC 9(06)   COMP    VALUE ZERO.
014625 01  WS-ACK-TABLE.
014626     05  WS-ACK-BODY        PIC X(95)   OCCURS 50000.
014627 01  KX                     PIC 9(06)   COMP    VALUE ZERO.
014628 01  WS-ACK-FIELDS.
014629     05  WS-ACK-OVFL-SW     PIC X(01)   VALUE 'N'.
014630         88  ACK-OVERFLOWED             VALUE 'Y'.
014631     05  WS-ACK-OUTCOME     PIC X(01)   VALUE SPACE.
014632     05  WS-ACK-REASON      PIC 9(02)   VALUE ZEROES.
014633     05  WS-ACK-CRE-DATE    PIC 9(08)   VALUE ZEROES.
014634     05  WS-ACK-TRL-COUNT   PIC 9(06)   VALUE ZEROES.
014635     05  WS-ACK-TRL-HASH    PIC 9(10)   VALUE ZEROES.
014636 COPY ACKREC.

014637*---------------------------------------------------------------*
014638*  MAINTAINED REASON-CODE TABLE - FIELD NAME AND REASON TEXT    *
014639*  FOR THE ACKNOWLEDGMENT OF A SUSPENDED RECORD                  *
014640*---------------------------------------------------------------*
014641 COPY EDITRSN.

014642*---------------------------------------------------------------*
014643*  STANDARD PRINT CONTROL - HEADING BLOCK EVERY 60 LINES         *
014644*---------------------------------------------------------------*
014645 01  WS-PRINT-CONTROL.
014646     05  WS-LINE-CNT        PIC 9(03)   COMP    VALUE 99.
014647     05  WS-PAGE-CNT        PIC 9(05)   COMP    VALUE ZERO.
014648     05  WS-PAGE-MAX        PIC 9(03)   COMP    VALUE 60.
014649 01  WS-PRINT-LINE          PIC X(80)   VALUE SPACES.
014650 01  WS-RUN-DATE            PIC 9(06)   VALUE ZEROES.
014651 01  WS-RUN-TIME            PIC 9(08)   VALUE ZEROES.

014652 01  WS-HEADING-1.
016209     MOVE BUSD-DATE TO WS-TODAY
016208     ACCEPT WS-RUN-TIME FROM TIME
016210     PERFORM 1900-LOAD-PARMS THRU 1900-EXIT
016212     PERFORM 1200-OPEN-POST-MASTER THRU 1200-EXIT
016214     OPEN OUTPUT CSV-FILE
016216     PERFORM 1100-READ-BATCH-HEADER THRU 1100-EXIT
016217     IF NOT DISP-EOF
016219         PERFORM 1300-RESTORE-CHKPT THRU 1300-EXIT
016221     END-IF.
016223 1000-EXIT.
016224     EXIT.
016226
016228*===============================================================*
016229*  1200-OPEN-POST-MASTER - I-O EXTENDS AN EXISTING MASTER; A     *
016231*                          MISSING ONE IS CREATED FIRST, THE     *
016233*                          SAME WAY A.COB AND PTMAINT OPEN       *
016235*                          THEIR MASTERS                         *
016236*===============================================================*
016238 1200-OPEN-POST-MASTER.
016240     OPEN I-O POST-FILE
016241     IF WS-POST-STATUS = '35'
016243         OPEN OUTPUT POST-FILE
016245         CLOSE POST-FILE
016247         OPEN I-O POST-FILE
016248     END-IF.
016250 1200-EXIT.
016252     EXIT.

016254*===============================================================*
016255*  1150-CHECK-REGISTRY - REFUSE A DECK WHOSE BATCH ID THIS      *
016257*                        PROGRAM ALREADY REGISTERED ON THE      *
016259*                        BATCH REGISTRY MASTER, UNLESS THE      *
016260*                        BCHOVRD OVERRIDE FILE LISTS IT FOR A   *
016262*                        LEGITIMATE REUSE. ANOTHER PROGRAM'S    *
016264*                        REGISTRATION OF THE SAME ID IS THE     *
016266*                        NORMAL PIPELINE, NOT A RESUBMISSION.   *
016267*===============================================================*
016269 1150-CHECK-REGISTRY.
016271     OPEN INPUT BCHREG-FILE
016272     PERFORM 1160-READ-REGISTRY THRU 1160-EXIT
016274     PERFORM UNTIL REG-EOF OR REG-HIT
016276         IF BRG-BATCH-ID = WS-BATCH-ID
016278                 AND BRG-PROGRAM = 'DISPATCH'
016279             SET REG-HIT TO TRUE
016281         ELSE
016283             PERFORM 1160-READ-REGISTRY THRU 1160-EXIT
016285         END-IF
016286     END-PERFORM
016288     CLOSE BCHREG-FILE
016290     IF NOT REG-HIT
016291         GO TO 1150-EXIT
016293     END-IF
016295     PERFORM 1170-CHECK-OVERRIDE THRU 1170-EXIT
016297     IF OVR-HIT
016298         DISPLAY 'DISPATCH: BATCH ' WS-BATCH-ID ' ALREADY '
016300             'REGISTERED - OPERATOR OVERRIDE ACCEPTED'
016302     ELSE
016303         SET DISP-EOF TO TRUE
016305         MOVE 'BATCH ID ALREADY REGISTERED - DUPLICATE DECK'
016307                              TO WF-REASON
016309         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
016310     END-IF.
016312 1150-EXIT.
016314     EXIT.
016315
016317*===============================================================*
016319*  1160-READ-REGISTRY                                           *
016321*===============================================================*
016322 1160-READ-REGISTRY.
016324     READ BCHREG-FILE
016326         AT END
016328             SET REG-EOF TO TRUE
016329             GO TO 1160-EXIT
016331     END-READ.
016333 1160-EXIT.
016334     EXIT.
016336
016338*===============================================================*
016340*  1170-CHECK-OVERRIDE - THE OVERRIDE FILE LISTS BATCH IDS      *
016341*                        CLEARED FOR A LEGITIMATE REUSE         *
016343*===============================================================*
016345 1170-CHECK-OVERRIDE.
016346     OPEN INPUT OVRD-FILE
016348     PERFORM 1180-READ-OVERRIDE THRU 1180-EXIT
016350     PERFORM UNTIL OVR-EOF OR OVR-HIT
016352         IF OVRD-REC(1:8) = WS-BATCH-ID
016353             SET OVR-HIT TO TRUE
016355         ELSE
016357             PERFORM 1180-READ-OVERRIDE THRU 1180-EXIT
016359         END-IF
016360     END-PERFORM
016362     CLOSE OVRD-FILE.
016364 1170-EXIT.
016365     EXIT.
016367
016369*===============================================================*
016371*  1180-READ-OVERRIDE                                           *
016372*===============================================================*
016374 1180-READ-OVERRIDE.
016376     READ OVRD-FILE
016377         AT END
016379             SET OVR-EOF TO TRUE
016381             GO TO 1180-EXIT
016383     END-READ.
016384 1180-EXIT.
016386     EXIT.

016388*===============================================================*
016389*  1190-CHECK-SUBMITTER - RESOLVE THE BATCH-ID PREFIX ON THE     *
016391*                         SUBMITTER MASTER; A PREFIX THAT IS     *
016393*                         NOT THERE REFUSES THE DECK             *
016395*===============================================================*
016396 1190-CHECK-SUBMITTER.
016398     SET SUBM-FUNC-DECK TO TRUE
016400     MOVE WS-BATCH-ID   TO SUBM-BATCH-ID
016402     CALL 'SUBMRTN' USING SUBM-PARM
016403     IF SUBM-UNKNOWN
016405         SET DISP-EOF TO TRUE
016407         MOVE 'BATCH-ID PREFIX NOT ON THE SUBMITTER MASTER'
016408                              TO WF-REASON
016410         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
016412     END-IF.
016414 1190-EXIT.
016415     EXIT.

016417*===============================================================*
016419*  1300-RESTORE-CHKPT - PICK UP A PRIOR PARTIAL RUN OF THIS     *
016420*                       DECK, IF ANY: RESTORE THE COUNTS, HASH  *
016422*                       AND PENDING BUFFERS, THEN READ PAST     *
016424*                       THE RECORDS ALREADY DONE                *
016426*===============================================================*
016427 1300-RESTORE-CHKPT.
016429     OPEN INPUT CHECKPOINT-FILE
016431     IF WS-CKPT-STATUS NOT = '00'
016433         GO TO 1300-EXIT
016434     END-IF
016436     READ CHECKPOINT-FILE
016438         AT END
016439             CLOSE CHECKPOINT-FILE
016441             GO TO 1300-EXIT
016443     END-READ
016445     IF NOT CK-CONTROL OR CK-BATCH-ID NOT = WS-BATCH-ID
016446             OR CK-RECS-IN = ZEROES
016448         CLOSE CHECKPOINT-FILE
016450         GO TO 1300-EXIT
016451     END-IF
016453     SET CHECKPOINT-RESTORED TO TRUE
016455     MOVE CK-RECS-IN   TO WS-RECS-IN
016457     MOVE CK-RECS-OUT  TO WS-RECS-OUT
016458     MOVE CK-RECS-REJ  TO WS-RECS-REJ
016460     MOVE CK-HASH      TO WS-HASH-TOTAL
016462     MOVE CK-CNT-A     TO WS-CNT-A
016463     MOVE CK-CNT-B     TO WS-CNT-B
016465     MOVE CK-CNT-C     TO WS-CNT-C
016467     MOVE CK-CNT-D     TO WS-CNT-D
016469     MOVE CK-DECK-AMT  TO SUBM-DECK-AMT
016470     PERFORM 1310-LOAD-CK-DETAIL THRU 1310-EXIT
016472     CLOSE CHECKPOINT-FILE
016474     PERFORM 1330-REBUILD-RUN-TABLE THRU 1330-EXIT
016476     MOVE CK-RECS-IN TO WS-CK-SKIP
016477     PERFORM 1350-SKIP-DONE-RECORDS THRU 1350-EXIT
016479     MOVE WS-RECS-IN TO WRS-RECNO
016481     MOVE WS-RESTART-LINE TO WS-PRINT-LINE
016482     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
016484     DISPLAY 'DISPATCH: CHECKPOINT FOUND - RESTARTED AT RECORD '
016486         WS-RECS-IN.
016488 1300-EXIT.
016489     EXIT.

016491*===============================================================*
016493*  1310-LOAD-CK-DETAIL - THE CHECKPOINT'S PENDING POSTINGS,     *
016494*                        CSV LINES, SUSPENSE IMAGES AND         *
016496*                        ACKNOWLEDGMENT DETAILS BACK INTO       *
016498*                        THEIR BUFFERS; SUSPENSE IMAGES         *
016500*                        ARE ALSO RE-WRITTEN TO THE FRESH       *
016501*                        SUSPOUT GENERATION                     *
016503*===============================================================*
016505 1310-LOAD-CK-DETAIL.
016507     READ CHECKPOINT-FILE
016508         AT END
016511             GO TO 1310-EXIT
016513     END-READ
016514     IF CK-PENDING
016516         IF WS-PEND-CNT < 50000
016518             ADD 1 TO WS-PEND-CNT
016521             MOVE CK-DATA(1:80) TO WS-PEND-REC(WS-PEND-CNT)
016522         END-IF
016524     END-IF
016526     IF CK-CSV
016527         IF WS-CSVP-CNT < 50000
016529             ADD 1 TO WS-CSVP-CNT
016532             MOVE CK-DATA(1:80) TO WS-CSVP-REC(WS-CSVP-CNT)
016534         END-IF
016535     END-IF
016537     IF CK-SUSP
016539         IF WS-SUSPB-CNT < 50000
016541             ADD 1 TO WS-SUSPB-CNT
016543             MOVE CK-DATA(1:80) TO WS-SUSPB-REC(WS-SUSPB-CNT)
016545             WRITE SUSP-REC FROM CK-DATA(1:80)
016547         END-IF
016548     END-IF
016551     IF CK-ACK
016553         IF WS-ACK-CNT < 50000
016555             ADD 1 TO WS-ACK-CNT
016556             MOVE CK-DATA(1:95) TO WS-ACK-BODY(WS-ACK-CNT)
016558         END-IF
016610     END-IF
016620     GO TO 1310-LOAD-CK-DETAIL.
016640 1310-EXIT.
016644     EXIT.

016646*===============================================================*
016647*  1330-REBUILD-RUN-TABLE - THE IN-DECK DUPLICATE-ID TABLE IS   *
016649*                           REBUILT FROM THE RESTORED PENDING   *
016651*                           IMAGES (POSTREC LAYOUT: ID AT 1)    *
016652*===============================================================*
016654 1330-REBUILD-RUN-TABLE.
016656     MOVE ZERO TO WS-POST-CNT
016658     MOVE 1 TO P
016659     PERFORM UNTIL P > WS-PEND-CNT
016661         IF WS-POST-CNT < 50000
016663             ADD 1 TO WS-POST-CNT
016665             MOVE WS-PEND-REC(P)(1:6)
016666                 TO WS-RUN-ID(WS-POST-CNT)
016668         END-IF
016670         ADD 1 TO P
016671     END-PERFORM.
016673 1330-EXIT.
016675     EXIT.

016677*===============================================================*
016678*  1350-SKIP-DONE-RECORDS - READ PAST THE RECORDS THE PRIOR     *
016680*                           RUN ALREADY PROCESSED (COUNTS AND   *
016682*                           HASH CAME FROM THE CHECKPOINT)      *
016683*===============================================================*
016685 1350-SKIP-DONE-RECORDS.
016687     PERFORM UNTIL WS-CK-SKIP = ZERO OR DISP-EOF
016689         READ DISP-FILE
016690             AT END
016692                 SET DISP-EOF TO TRUE
016694                 MOVE 'DECK ENDS BEFORE ITS CHECKPOINT POSITION'
016696                                      TO WF-REASON
016697                 PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
016698         END-READ
016520*  1100-READ-BATCH-HEADER - THE DECK MUST OPEN WITH A BATCH      *
016530*                           HEADER RECORD OR THE WHOLE DECK IS   *
016540*                           REFUSED                              *
016544*===============================================================*
016546 1100-READ-BATCH-HEADER.
016549     READ DISP-FILE
016550         AT END
016552             SET DISP-EOF TO TRUE
016554             MOVE 'DECK IS EMPTY - NO BATCH HEADER RECORD'
016557                                  TO WF-REASON
016559             PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
016560             GO TO 1100-EXIT
016561     END-READ
016562     PERFORM 8850-BUFFER-DECK-REC THRU 8850-EXIT
016563     MOVE DISP-REC(1:17) TO BATCH-CTL-REC
016564     IF BCR-HEADER
016565         MOVE BCH-BATCH-ID TO WS-BATCH-ID
016566         MOVE BCH-CRE-DATE TO WS-ACK-CRE-DATE
016567         PERFORM 1150-CHECK-REGISTRY THRU 1150-EXIT
016568         IF NOT BATCH-REFUSED
016569             PERFORM 1190-CHECK-SUBMITTER THRU 1190-EXIT
016570         END-IF
016571     ELSE
016572         SET DISP-EOF TO TRUE
016573         MOVE 'DECK DOES NOT OPEN WITH A BATCH HEADER RECORD'
016574                                  TO WF-REASON
016575         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
016576     END-IF.
016577 1100-EXIT.
016578     EXIT.

016579*===============================================================*
016580*  1900-LOAD-PARMS - LOAD THE SUITE PARAMETER FILE THROUGH THE  *
016581*                    SHARED PARSER, REFUSE THE RUN ON A BAD     *
016582*                    FILE, RESOLVE THE BIT WIDTH AND RUN-WIDE   *
016584*                    SHIFT AND ECHO WHAT IS IN EFFECT           *
016585*===============================================================*
016586 1900-LOAD-PARMS.
018600                 END-IF
018700             END-IF
018750         END-IF
018755         PERFORM 8400-BUFFER-ACK THRU 8400-EXIT
018760         DIVIDE WS-RECS-IN BY CK-INT
018770             GIVING CK-QUOT REMAINDER CK-REM
018780         IF CK-REM = ZERO AND WS-RECS-IN > ZERO
019170*                    RECORD'S TARGET PROGRAM, BEFORE ANY ROUTE    *
019180*                    COMPUTES ON IT                               *
019190*===============================================================*
019193 2150-EDIT-DISP.
019195     MOVE DISP-TYPE    TO EDIT-TYPE
019198     MOVE DISP-PAYLOAD TO EDIT-PAYLOAD
019200     CALL 'EDITRTN' USING EDIT-CTL EDIT-PAYLOAD
019203     IF EDIT-VALID
019205         PERFORM 2170-CHECK-SUBMITTER THRU 2170-EXIT
019207     END-IF.
019210 2150-EXIT.
019212     EXIT.

019215*===============================================================*
019217*  2170-CHECK-SUBMITTER - A RECORD THAT PASSED THE FIELD EDIT    *
019220*                         MUST ALSO BE ONE THE DECK'S SUBMITTER  *
019222*                         MAY SEND; A TYPE-A RECORD'S OPERANDS   *
019224*                         GO ON THE DECK'S RUNNING AMOUNT, AND   *
019227*                         THE DECK IS REFUSED ONCE THAT PASSES   *
019229*                         THE SUBMITTER'S CEILING                *
019232*===============================================================*
019234 2170-CHECK-SUBMITTER.
019237     SET SUBM-FUNC-REC TO TRUE
019239     MOVE DISP-TYPE     TO SUBM-REC-TYPE
019241     MOVE SPACES        TO SUBM-ACCT
019244     MOVE ZEROES        TO SUBM-AMOUNT
019246     IF DISP-TYPE-ADD
019249         MOVE DA-ACCT   TO SUBM-ACCT
019251         MOVE DA-A      TO WS-SUB-OPND
019253         MOVE WS-SUB-OPND TO SUBM-AMOUNT
019256         MOVE DA-B      TO WS-SUB-OPND
019258         ADD WS-SUB-OPND TO SUBM-AMOUNT
019261     END-IF
019263     CALL 'SUBMRTN' USING SUBM-PARM
019266     IF SUBM-DENIED
019268         SET EDIT-INVALID TO TRUE
019270         MOVE SUBM-REASON      TO EDIT-REASON
019273         MOVE SUBM-FIELD       TO EDIT-FIELD
019275         MOVE SUBM-REASON-TEXT TO EDIT-REASON-TEXT
019278     END-IF
019280     IF SUBM-OVER-CEILING AND NOT BATCH-REFUSED
019283         MOVE 'DECK AMOUNT EXCEEDS THE SUBMITTER CEILING'
019285                              TO WF-REASON
019287         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
019290     END-IF.
019292 2170-EXIT.
019295     EXIT.

019297*===============================================================*
019300*  2100-READ-DISP                                               *
019400*===============================================================*
019500 2100-READ-DISP.
020397 2120-EXIT.
020398     EXIT.

020400*===============================================================*
020401*  2160-CHECK-TRAILER - PROVE THE TRAILER'S COUNT AND HASH       *
020402*                       TOTAL AGAINST WHAT WAS ACTUALLY READ     *
020403*===============================================================*
020404 2160-CHECK-TRAILER.
020405     MOVE DISP-REC(1:17) TO BATCH-CTL-REC
020406     MOVE BCT-REC-COUNT  TO WS-ACK-TRL-COUNT
020407     MOVE BCT-HASH-TOTAL TO WS-ACK-TRL-HASH
020408     IF BCT-REC-COUNT NOT = WS-RECS-IN
020409             OR BCT-HASH-TOTAL NOT = WS-HASH-TOTAL
020410         MOVE 'TRAILER COUNT/HASH DOES NOT MATCH DECK AS READ'
020411                                  TO WF-REASON
020412         PERFORM 8800-WRITE-REFUSAL THRU 8800-EXIT
020413     END-IF
021620*  2550-WRITE-SUSPENSE - DROP THE REJECTED RECORD ON THE          *
021630*                        MACHINE-READABLE SUSPENSE FILE FOR THE   *
021640*                        REPAIR PROGRAM                           *
021642*===============================================================*
021643 2550-WRITE-SUSPENSE.
021644     MOVE SPACES              TO SUSP-REC
021646     MOVE WS-RECS-IN          TO SUSP-ID
021647     MOVE WS-BATCH-ID         TO SUSP-BATCH-ID
021648     MOVE WS-TODAY            TO SUSP-ADD-DATE
021649     MOVE ZEROES              TO SUSP-RESUB-CNT
021651     MOVE WS-SUSP-REASON      TO SUSP-REASON
021652     MOVE DISP-REC            TO SUSP-DATA
021653     WRITE SUSP-REC
021654     IF WS-ACK-OUTCOME = SPACE
021656         MOVE 'S'             TO WS-ACK-OUTCOME
021657     END-IF
021658     MOVE WS-SUSP-REASON      TO WS-ACK-REASON
021659     IF WS-SUSPB-CNT < 50000
021661         ADD 1 TO WS-SUSPB-CNT
021662         MOVE SUSP-REC TO WS-SUSPB-REC(WS-SUSPB-CNT)
021663     ELSE
021664         SET BUFFER-OVERFLOWED TO TRUE
021666         DISPLAY 'DISPATCH: SUSPENSE BUFFER FULL - RECORD '
021667             WS-RECS-IN ' - DECK WILL BE REFUSED'
021668     END-IF.
021669 2550-EXIT.
021671     EXIT.

022046         MOVE DISP-REC            TO WJ-INPUT
022048         WRITE REJECT-REC FROM WS-REJECT-LINE
022052         MOVE 15                  TO WS-SUSP-REASON
022053         MOVE 'D'                 TO WS-ACK-OUTCOME
022054         PERFORM 2550-WRITE-SUSPENSE THRU 2550-EXIT
022056         ADD 1 TO WS-RECS-REJ
022058         GO TO 3100-EXIT
023046     MOVE ADD-SUM       TO POST-RESULT
023047     MOVE ZEROES        TO POST-REV-OF
023048     MOVE WS-BATCH-ID   TO POST-BATCH-ID
023049     MOVE 'P'           TO WS-ACK-OUTCOME
023050     IF WS-PEND-CNT < 50000
023051         ADD 1 TO WS-PEND-CNT
023052         MOVE POST-REC TO WS-PEND-REC(WS-PEND-CNT)
023053     ELSE
023200*  3200-ROUTE-BIN - TRANSACTION TYPE B, SHARED WITH B.COB        *
023300*===============================================================*
023400 3200-ROUTE-BIN.
023420     IF DB-MODE = 'F'
023440         PERFORM 3260-ROUTE-FLAGS THRU 3260-EXIT
023460         GO TO 3200-EXIT
023480     END-IF
023500     MOVE SPACES TO WR-BIN-RESULT
023510     MOVE WS-BIT-WIDTH TO BIN-BIT-WIDTH
023600     IF DB-MODE = 'B' OR DB-MODE = 'X' OR DB-MODE = 'C'
025063     IF BIN-BAD-DIGIT
025064         MOVE 'REJECT - DIGIT NOT VALID FOR STATED BASE'
025065                              TO WJ-MESSAGE
025066         IF DB-MODE = 'X' OR DB-MODE = 'F'
025067             MOVE 11 TO WS-SUSP-REASON
025068         ELSE
025069             MOVE 12 TO WS-SUSP-REASON
025077     MOVE DISP-REC            TO WJ-INPUT
025078     WRITE REJECT-REC FROM WS-REJECT-LINE
025079     PERFORM 2550-WRITE-SUSPENSE THRU 2550-EXIT
025083     ADD 1 TO WS-RECS-REJ.
025085 3250-EXIT.
025086     EXIT.

025088*===============================================================*
025090*  3260-ROUTE-FLAGS - TYPE B MODE F, SHARED WITH B.COB: TURN    *
025091*                     THE VALUE (DECIMAL, OR HEX WHEN THE BASE  *
025093*                     BYTE IS X) INTO THE WORD, DECODE IT       *
025095*                     AGAINST THE NAMED LAYOUT AND PRINT THE    *
025096*                     WORD, ITS FIELDS AND ANY SET BITS NO      *
025098*                     FIELD OWNS. THE DECIMAL DIGITS WERE       *
025100*                     PROVED BY THE FRONT-END EDIT.             *
025101*===============================================================*
025103 3260-ROUTE-FLAGS.
025105     IF DB-DATA(9:1) = 'X'
025106         SET BIN-FN-HEX-TO-DEC TO TRUE
025108         MOVE WS-BIT-WIDTH  TO BIN-BIT-WIDTH
025110         MOVE DB-DATA(10:25) TO BIN-BITS
025111         CALL 'BINRTN' USING BIN-PARM
025113         IF BIN-BAD-DIGIT OR BIN-VAL-OVERFLOW
025115             PERFORM 3250-REJECT-BIN THRU 3250-EXIT
025116             GO TO 3260-EXIT
025118         END-IF
025120         MOVE BIN-DECIMAL   TO FLAG-VALUE
025121     ELSE
025123         MOVE DB-DATA(10:10) TO FLAG-VALUE
025125     END-IF
025126     MOVE DB-DATA(1:8) TO FLAG-LAYOUT
025128     CALL 'FLAGRTN' USING FLAG-PARM
025130     IF FLAG-LAYOUT-UNKNOWN
025131         MOVE SPACES              TO WS-REJECT-LINE
025133         MOVE WS-RECS-IN          TO WJ-RECNO
025135         MOVE 'REJECT - FLAG LAYOUT NOT DEFINED'
025136                                  TO WJ-MESSAGE
025138         MOVE 42                  TO WS-SUSP-REASON
025140         MOVE DISP-REC            TO WJ-INPUT
025141         WRITE REJECT-REC FROM WS-REJECT-LINE
025143         PERFORM 2550-WRITE-SUSPENSE THRU 2550-EXIT
025145         ADD 1 TO WS-RECS-REJ
025146         GO TO 3260-EXIT
025148     END-IF
025150     MOVE FLAG-LAYOUT    TO WRF-LAYOUT
025151     MOVE FLAG-VALUE     TO WRF-VALUE
025153     MOVE FLAG-WORD-BITS TO WRF-BITS
025155     MOVE WS-BIN-FLAG-HEAD-LINE TO WS-PRINT-LINE
025156     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
025158     MOVE 1 TO FX
025160     PERFORM UNTIL FX > FLAG-FIELD-CNT
025161         MOVE FLAG-F-NAME(FX)    TO WRF-NAME
025163         MOVE FLAG-F-HIGH(FX)    TO WRF-HIGH
025165         MOVE FLAG-F-LOW(FX)     TO WRF-LOW
025166         MOVE FLAG-F-BITS(FX)    TO WRF-FIELD-BITS
025168         MOVE FLAG-F-VALUE(FX)   TO WRF-FIELD-VALUE
025170         MOVE FLAG-F-MEANING(FX) TO WRF-MEANING
025171         MOVE WS-BIN-FLAG-FIELD-LINE TO WS-PRINT-LINE
025173         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
025175         ADD 1 TO FX
025176     END-PERFORM
025178     MOVE 1 TO FX
025180     PERFORM UNTIL FX > FLAG-UNDEF-CNT
025181         MOVE FLAG-UNDEF-BIT(FX) TO WRF-UNDEF-BIT
025183         MOVE FLAG-LAYOUT        TO WRF-UNDEF-LAYOUT
025185         MOVE WS-BIN-FLAG-UNDEF-LINE TO WS-PRINT-LINE
025186         PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
025188         ADD 1 TO FX
025190     END-PERFORM
025191     ADD 1 TO WS-CNT-B
025193     ADD 1 TO WS-RECS-OUT.
025195 3260-EXIT.
025196     EXIT.

025198*===============================================================*
025200*  3300-ROUTE-CIPHER - TRANSACTION TYPE C, SHARED WITH C.COB     *
025300*===============================================================*
025400 3300-ROUTE-CIPHER.
030100 3400-EXIT.
030200     EXIT.

030202*===============================================================*
030203*  8000-WRITE-REPT-LINE - STANDARD PRINT ROUTINE: NEW HEADING    *
030204*                        BLOCK EVERY 60 LINES, THEN THE LINE     *
030206*                        STAGED IN WS-PRINT-LINE                 *
030207*===============================================================*
030208 8000-WRITE-REPT-LINE.
030210     IF WS-LINE-CNT > WS-PAGE-MAX
030211         PERFORM 8100-PRINT-HEADINGS THRU 8100-EXIT
030212     END-IF
030213     WRITE REPT-REC FROM WS-PRINT-LINE
030215     ADD 1 TO WS-LINE-CNT.
030216 8000-EXIT.
030217     EXIT.

030219*===============================================================*
030220*  8100-PRINT-HEADINGS                                          *
030221*===============================================================*
030223 8100-PRINT-HEADINGS.
030224     ADD 1 TO WS-PAGE-CNT
030225     MOVE WS-TODAY         TO WH-DATE
030226     MOVE WS-RUN-TIME(1:6) TO WH-TIME
030228     MOVE WS-PAGE-CNT      TO WH-PAGE
030229     WRITE REPT-REC FROM WS-HEADING-1
030230     WRITE REPT-REC FROM WS-HEADING-2
030232     MOVE SPACES TO REPT-REC
030233     WRITE REPT-REC
030234     MOVE 3 TO WS-LINE-CNT.
030235 8100-EXIT.
030237     EXIT.

030238*===============================================================*
030239*  8800-WRITE-REFUSAL - THE WHOLE DECK IS REFUSED: FLAG THE RUN, *
030241*                      PUT THE REASON ON THE REJECT REPORT AND   *
030242*                      THE CONSOLE                               *
030243*===============================================================*
030245 8800-WRITE-REFUSAL.
030246     SET BATCH-REFUSED TO TRUE
030247     MOVE WS-BATCH-ID TO WF-BATCH-ID
030248     WRITE REJECT-REC FROM WS-REFUSAL-LINE
030250     DISPLAY 'DISPATCH: BATCH ' WS-BATCH-ID ' REFUSED - '
030251         WF-REASON.
030252 8800-EXIT.
030254     EXIT.

030255*===============================================================*
030256*  8400-BUFFER-ACK - HOLD THE ACKNOWLEDGMENT DETAIL FOR THE      *
030258*                    RECORD JUST ROUTED. A ROUTE THAT POSTED,    *
030259*                    SUSPENDED OR CAUGHT A DUPLICATE LEFT ITS    *
030260*                    OUTCOME (AND REASON) IN THE ACK WORK        *
030261*                    FIELDS; ANYTHING ELSE COMPLETED. THE FIELD  *
030263*                    NAME AND TEXT COME FROM THE REASON TABLE.   *
030264*===============================================================*
030265 8400-BUFFER-ACK.
030267     IF WS-ACK-OUTCOME = SPACE
030268         MOVE 'C' TO WS-ACK-OUTCOME
030269     END-IF
030270     MOVE SPACES         TO ACK-BODY
030272     MOVE WS-RECS-IN     TO ACD-RECNO
030273     MOVE DISP-TYPE      TO ACD-REC-TYPE
030274     MOVE WS-ACK-OUTCOME TO ACD-OUTCOME
030276     IF DISP-TYPE-ADD
030277         MOVE DA-ID      TO ACD-ID
030278         MOVE DA-ACCT    TO ACD-ACCT
030280     END-IF
030281     MOVE WS-ACK-REASON  TO ACD-REASON
030282     IF WS-ACK-REASON > ZERO
030283             AND WS-ACK-REASON NOT > ERT-ENTRY-MAX
030285         MOVE ERT-FIELD(WS-ACK-REASON) TO ACD-FIELD
030286         MOVE ERT-TEXT(WS-ACK-REASON)  TO ACD-TEXT
030287     END-IF
030289     IF WS-ACK-CNT < 50000
030290         ADD 1 TO WS-ACK-CNT
030291         MOVE ACK-BODY TO WS-ACK-BODY(WS-ACK-CNT)
030292     ELSE
030294         IF NOT ACK-OVERFLOWED
030295             SET ACK-OVERFLOWED TO TRUE
030296             DISPLAY 'DISPATCH: ACKNOWLEDGMENT BUFFER FULL - '
030298                 'RECORDS PAST 50000 NOT ACKNOWLEDGED'
030299         END-IF
030300     END-IF
030302     MOVE SPACE  TO WS-ACK-OUTCOME
030303     MOVE ZEROES TO WS-ACK-REASON.
030304 8400-EXIT.
030305     EXIT.

030307*===============================================================*
030308*  8450-WRITE-ACKS - APPEND THE DECK'S ACKNOWLEDGMENT SET TO     *
030309*                    THE NIGHT'S RETURN FILE: THE BUFFERED       *
030311*                    DETAILS (A REFUSED DECK'S POSTED AND        *
030312*                    COMPLETED RECORDS MARKED HELD), THEN THE    *
030313*                    SUMMARY. A DECK WITH NO BATCH HEADER HAS    *
030315*                    NO KEY TO RETURN IT UNDER AND IS LEFT TO    *
030316*                    THE QUARANTINE REGISTER.                    *
030317*===============================================================*
030318 8450-WRITE-ACKS.
030320     IF WS-BATCH-ID = SPACES
030321         GO TO 8450-EXIT
030322     END-IF
030324     OPEN EXTEND ACK-FILE
030325     MOVE 1 TO KX
030326     PERFORM UNTIL KX > WS-ACK-CNT
030327         MOVE SPACES          TO ACK-REC
030329         MOVE WS-BATCH-ID     TO ACK-BATCH-ID
030330         MOVE 'D'             TO ACK-KIND
030331         MOVE 'DISPATCH'      TO ACK-PROGRAM
030333         MOVE WS-TODAY        TO ACK-BUS-DATE
030334         MOVE WS-ACK-BODY(KX) TO ACK-BODY
030335         IF BATCH-REFUSED
030337             IF ACD-POSTED OR ACD-COMPLETED
030338                 SET ACD-HELD TO TRUE
030339             END-IF
030340         END-IF
030342         WRITE ACK-OUT-REC FROM ACK-REC
030343         ADD 1 TO KX
030344     END-PERFORM
030346     MOVE SPACES           TO ACK-REC
030347     MOVE WS-BATCH-ID      TO ACK-BATCH-ID
030348     MOVE 'S'              TO ACK-KIND
030349     MOVE 'DISPATCH'       TO ACK-PROGRAM
030351     MOVE WS-TODAY         TO ACK-BUS-DATE
030352     MOVE WS-ACK-CRE-DATE  TO ACS-CRE-DATE
030353     MOVE WS-ACK-TRL-COUNT TO ACS-TRL-COUNT
030355     MOVE WS-ACK-TRL-HASH  TO ACS-TRL-HASH
030356     MOVE WS-RECS-IN       TO ACS-RECS-IN
030357     MOVE WS-RECS-REJ      TO ACS-RECS-REJ
030359     IF BATCH-REFUSED
030360         SET ACS-REFUSED TO TRUE
030361         MOVE ZEROES       TO ACS-RECS-OK
030362         MOVE WF-REASON    TO ACS-REASON
030364     ELSE
030365         SET ACS-ACCEPTED TO TRUE
030366         MOVE WS-RECS-OUT  TO ACS-RECS-OK
030368     END-IF
030369     WRITE ACK-OUT-REC FROM ACK-REC
030370     CLOSE ACK-FILE.
030372 8450-EXIT.
030373     EXIT.

030374*===============================================================*
030375*  8850-BUFFER-DECK-REC - HOLD THE RAW INPUT RECORD IN CASE THE *
030377*                         DECK ENDS UP REFUSED                  *
030378*===============================================================*
030379 8850-BUFFER-DECK-REC.
030381     IF WS-QBUF-CNT < 50000
030382         ADD 1 TO WS-QBUF-CNT
030383         MOVE DISP-REC TO WS-QBUF-REC(WS-QBUF-CNT)
030384     ELSE
030386         SET QBUF-OVERFLOWED TO TRUE
030387     END-IF.
030388 8850-EXIT.
030420     EXIT.

030423*===============================================================*
030424*  8860-QUARANTINE-DECK - THE DECK WAS REFUSED: COPY ITS RAW    *
030426*                         RECORDS TO THE QUARANTINE FILE AND    *
030427*                         REGISTER THE REFUSAL FOR THE DATA     *
030428*                         CONTROL GROUP                         *
030429*===============================================================*
030431 8860-QUARANTINE-DECK.
030432     IF NOT BATCH-REFUSED OR WS-QBUF-CNT = ZERO
030433         GO TO 8860-EXIT
030435     END-IF
030436     OPEN EXTEND QUAR-FILE
030437          EXTEND QREG-FILE
030438     MOVE 1 TO QX
030440     PERFORM UNTIL QX > WS-QBUF-CNT
030441         MOVE SPACES          TO QUA-DATA-REC
030442         MOVE WS-BATCH-ID     TO QUD-BATCH-ID
030444         MOVE WS-QBUF-REC(QX) TO QUD-IMAGE
030445         WRITE QUAR-REC FROM QUA-DATA-REC
030446         ADD 1 TO QX
030448     END-PERFORM
030449     MOVE SPACES      TO QUA-REG-REC
030450     MOVE WS-BATCH-ID TO QUA-BATCH-ID
030451     MOVE WS-TODAY    TO QUA-DATE
030453     MOVE 'DISPATCH' TO QUA-PROGRAM
030454     MOVE WF-REASON   TO QUA-REASON
030455     MOVE 'W'         TO QUA-STATUS
030457     IF QBUF-OVERFLOWED
030458         MOVE 'T' TO QUA-STATUS
030459         DISPLAY 'DISPATCH: BATCH ' WS-BATCH-ID
030466             ' QUARANTINED TRUNCATED - NOT RELEASABLE'
030466     END-IF
030467     WRITE QREG-REC FROM QUA-REG-REC
030421 8950-EXIT.
030422     EXIT.

030425*===============================================================*
030430*  8700-WRITE-CHECKPOINT - REWRITE DCHKPT WITH THE CURRENT      *
030434*                          POSITION, CONTROL FIELDS AND PENDING *
030439*                          BUFFERS                              *
030443*===============================================================*
030447 8700-WRITE-CHECKPOINT.
030452     OPEN OUTPUT CHECKPOINT-FILE
030456     MOVE SPACES       TO CHECKPOINT-REC
030460     MOVE 'C'          TO CK-TYPE
030461     MOVE WS-BATCH-ID  TO CK-BATCH-ID
030462     MOVE WS-RECS-IN   TO CK-RECS-IN
030463     MOVE WS-RECS-OUT  TO CK-RECS-OUT
030464     MOVE WS-RECS-REJ  TO CK-RECS-REJ
030465     MOVE WS-HASH-TOTAL TO CK-HASH
030474     MOVE WS-CNT-A     TO CK-CNT-A
030475     MOVE WS-CNT-B     TO CK-CNT-B
030476     MOVE WS-CNT-C     TO CK-CNT-C
030477     MOVE WS-CNT-D     TO CK-CNT-D
030478     MOVE SUBM-DECK-AMT TO CK-DECK-AMT
030479     WRITE CHECKPOINT-REC
030480     MOVE 1 TO P
030483     PERFORM UNTIL P > WS-PEND-CNT
030485         MOVE SPACES          TO CHECKPOINT-REC
030488         MOVE 'P'             TO CK-TYPE
030490         MOVE WS-PEND-REC(P)  TO CK-DATA(1:80)
030493         WRITE CHECKPOINT-REC
030495         ADD 1 TO P
030498     END-PERFORM
030500     MOVE 1 TO P
030502     PERFORM UNTIL P > WS-CSVP-CNT
030505         MOVE SPACES          TO CHECKPOINT-REC
030507         MOVE 'V'             TO CK-TYPE
030510         MOVE WS-CSVP-REC(P)  TO CK-DATA(1:80)
030512         WRITE CHECKPOINT-REC
030515         ADD 1 TO P
030517     END-PERFORM
030519     MOVE 1 TO P
030522     PERFORM UNTIL P > WS-SUSPB-CNT
030524         MOVE SPACES          TO CHECKPOINT-REC
030527         MOVE 'S'             TO CK-TYPE
030529         MOVE WS-SUSPB-REC(P) TO CK-DATA(1:80)
030532         WRITE CHECKPOINT-REC
030534         ADD 1 TO P
030536     END-PERFORM
030539     MOVE 1 TO P
030541     PERFORM UNTIL P > WS-ACK-CNT
030544         MOVE SPACES          TO CHECKPOINT-REC
030546         MOVE 'K'             TO CK-TYPE
030549         MOVE WS-ACK-BODY(P)  TO CK-DATA(1:95)
030551         WRITE CHECKPOINT-REC
030553         ADD 1 TO P
030556     END-PERFORM
030558     CLOSE CHECKPOINT-FILE.
030561 8700-EXIT.
030563     EXIT.

030566*===============================================================*
030568*  9700-CLEAR-CHKPT - THE RUN RAN TO COMPLETION (OR THE DECK    *
030570*                     WAS REFUSED AND QUARANTINED), SO THE      *
030573*                     CHECKPOINT DATA SET IS CLEARED THE WAY    *
030575*                     E.COB CLEARS ITS OWN                      *
030578*===============================================================*
030580 9700-CLEAR-CHKPT.
030583     OPEN OUTPUT CHECKPOINT-FILE
030585     CLOSE CHECKPOINT-FILE.
030587 9700-EXIT.
030590     EXIT.

030592*===============================================================*
030595*  9000-TERMINATE - WRITE TOTALS, LOG THE RUN, CLOSE FILES      *
030597*===============================================================*
030600 9000-TERMINATE.
030601     IF NOT BATCH-REFUSED
030602         PERFORM 8900-FLUSH-POSTINGS THRU 8900-EXIT
030607                 ' POSTINGS NOT APPLIED TO MASTER'
030608         END-IF
030609     END-IF
030612     PERFORM 8860-QUARANTINE-DECK THRU 8860-EXIT
030615     PERFORM 8450-WRITE-ACKS THRU 8450-EXIT
030617     MOVE SPACES TO WS-PRINT-LINE
030620     PERFORM 8000-WRITE-REPT-LINE THRU 8000-EXIT
030700     MOVE WS-RECS-IN    TO WT-RECS-IN
030710     MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
031547     IF BATCH-REFUSED OR WS-BATCH-ID = SPACES
031548         GO TO 9600-EXIT
031549     END-IF
031551     OPEN EXTEND BCHREG-FILE
031552     MOVE SPACES      TO BRG-REC
031554     MOVE WS-BATCH-ID TO BRG-BATCH-ID
031555     MOVE WS-TODAY    TO BRG-REG-DATE
031557     MOVE WS-RECS-IN  TO BRG-REC-CNT
031558     MOVE 'DISPATCH' TO BRG-PROGRAM
031560     MOVE SUBM-DEPT   TO BRG-DEPT
031561     WRITE BRG-REC
031562     CLOSE BCHREG-FILE.
031564 9600-EXIT.
031565     EXIT.

031567*===============================================================*
031568*  9900-SET-RETURN-CODE - SUITE CONVENTION: 0 CLEAN, 4 ANY       *
031570*                         REJECTS, 8 DECK REFUSED OR EVERY       *
031580*                         RECORD REJECTED, 12 EMPTY INPUT        *
031590*===============================================================*
