001416*                   RIDES IN THE NEW BIN-SIGNED FIELD; A VALUE    *
001417*                   OUTSIDE THE WIDTH'S TWO'S-COMPLEMENT RANGE   *
001418*                   COMES BACK AS THE EXISTING OVERFLOW           *
001425*                   REJECT.                                       *
001431*  2026-10-15 BSU   FIELD MODE F PULLS ONE BIT FIELD OUT OF THE   *
001437*                   WORD IN BIN-DECIMAL - BIN-FLD-LEN BITS WHOSE  *
001443*                   LOW-ORDER BIT IS BIN-FLD-POS, COUNTING FROM   *
001450*                   ZERO AT THE WORD'S LOW-ORDER END - RETURNING  *
001456*                   THE FIELD'S VALUE IN BIN-FLD-VALUE AND ITS    *
001462*                   RAW BITS, EXACTLY THE FIELD'S WIDTH, IN BIN-  *
001468*                   BITS, SO THE FLAGRTN FLAG DECODER CAN READ A  *
001475*                   STATUS WORD FIELD BY FIELD. A FIELD RUNNING   *
001481*                   PAST BIT 33 COMES BACK AS THE EXISTING        *
001487*                   OVERFLOW REJECT.                              *
001493*===============================================================*
001500 ENVIRONMENT DIVISION.

001600 DATA DIVISION.
003084         GOBACK
003086     END-IF
003088     IF BIN-FN-SDEC-TO-BIN
003089         PERFORM 6000-SDEC-TO-BIN THRU 6000-EXIT
003091         GOBACK
003092     END-IF
003094     IF BIN-FN-FIELD
003095         PERFORM 7000-EXTRACT-FIELD THRU 7000-EXIT
003097         GOBACK
003098     END-IF
003100     IF BIN-FN-BIN-TO-DEC
003200         PERFORM 1000-BIN-TO-DEC THRU 1000-EXIT
003300     ELSE
022600     END-PERFORM.
022700 6000-EXIT.
022800     EXIT.

022900*===============================================================*
023000*  7000-EXTRACT-FIELD - BIN-FLD-LEN BITS OF BIN-DECIMAL WHOSE    *
023100*                       LOW-ORDER BIT IS BIN-FLD-POS: SHIFT THE  *
023200*                       WORD RIGHT BY DIVIDING BY 2**POS, KEEP   *
023300*                       THE REMAINDER MODULO 2**LEN AS THE       *
023400*                       FIELD'S VALUE, THEN WRITE IT AS AN       *
023500*                       EXACTLY-LEN BIT STRING                   *
023600*===============================================================*
023700 7000-EXTRACT-FIELD.
023800     MOVE SPACES TO BIN-BITS
023900     MOVE ZERO TO BIN-FLD-VALUE
024000     IF BIN-FLD-LEN = ZERO OR BIN-FLD-POS + BIN-FLD-LEN > 34
024100         SET BIN-VAL-OVERFLOW TO TRUE
024200         GO TO 7000-EXIT
024300     END-IF
024400     COMPUTE SP1 = 1
024500     COMPUTE N = 0
024600     PERFORM UNTIL N >= BIN-FLD-POS
024700         COMPUTE SP1 = SP1 * 2
024800         COMPUTE N = N + 1
024900     END-PERFORM
025000     COMPUTE UB = BIN-DECIMAL / SP1
025100     COMPUTE SH = 1
025200     COMPUTE N = 0
025300     PERFORM UNTIL N >= BIN-FLD-LEN
025400         COMPUTE SH = SH * 2
025500         COMPUTE N = N + 1
025600     END-PERFORM
025700     DIVIDE UB BY SH GIVING SC REMAINDER UB
025800     MOVE UB TO BIN-FLD-VALUE
025900     COMPUTE SC = SH / 2
026000     COMPUTE POS = 1
026100     PERFORM UNTIL POS > BIN-FLD-LEN
026200         IF UB >= SC
026300             MOVE "1" TO BIN-BITS(POS:1)
026400             COMPUTE UB = UB - SC
026500         ELSE
026600             MOVE "0" TO BIN-BITS(POS:1)
026700         END-IF
026800         COMPUTE SC = SC / 2
026900         COMPUTE POS = POS + 1
027000     END-PERFORM.
027100 7000-EXIT.
027200     EXIT.
