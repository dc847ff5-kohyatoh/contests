      *===============================================================*
      *  SORDREC - ONE STANDING ORDER ON THE INDEXED RECURRING-        *
      *            POSTING MASTER (SORDMST), KEYED BY ORDER ID.        *
      *            MAINTAINED BY SORDMNT; READ EVERY NIGHT BY SORDGEN, *
      *            WHICH WRITES EACH OCCURRENCE THAT FALLS DUE AS A    *
      *            DETAIL ON A TRANIN DECK FOR A.COB.                  *
      *            SOR-OP AND THE TWO OPERANDS ARE EXACTLY WHAT THE    *
      *            GENERATED TRANIN DETAIL CARRIES (OPERATION CODE     *
      *            + - * / OR SPACE; NO REVERSALS).                    *
      *            OCCURRENCE N FALLS ON THE START DATE PLUS (N - 1)   *
      *            INTERVALS OF SOR-FREQ-UNITS (D DAYS, W WEEKS, M     *
      *            CALENDAR MONTHS - A MONTH-END START STAYS ON THE    *
      *            LAST DAY OF SHORTER MONTHS), THEN MOVED OFF A       *
      *            WEEKEND OR HOLFILE HOLIDAY BY SOR-HOL-RULE (N NEXT  *
      *            BUSINESS DAY, P PREVIOUS, SPACE LEFT WHERE IT       *
      *            FALLS) THROUGH THE SHARED DATERTN SUBROUTINE.       *
      *            THE ORDER ENDS AFTER SOR-MAX-OCC OCCURRENCES OR     *
      *            WITH THE LAST ONE SCHEDULED ON OR BEFORE            *
      *            SOR-END-DATE (ZERO MEANS NO LIMIT OF THAT KIND).    *
      *            SOR-GEN-COUNT AND SOR-LAST-DATE ARE KEPT BY         *
      *            SORDGEN: OCCURRENCES GENERATED SO FAR AND THE DUE   *
      *            DATE OF THE LATEST ONE.                             *
      *===============================================================*
       01  SOR-REC.
           05  SOR-ID             PIC X(06).
           05  SOR-ACCT           PIC X(04).
           05  SOR-OP             PIC X(01).
           05  SOR-AMOUNT         PIC S9(10) SIGN LEADING SEPARATE.
           05  SOR-OPERAND-2      PIC S9(10) SIGN LEADING SEPARATE.
           05  SOR-START-DATE     PIC 9(08).
           05  SOR-FREQ-UNITS     PIC X(01).
               88  SOR-FREQ-DAYS      VALUE 'D'.
               88  SOR-FREQ-WEEKS     VALUE 'W'.
               88  SOR-FREQ-MONTHS    VALUE 'M'.
           05  SOR-FREQ-INTERVAL  PIC 9(03).
           05  SOR-END-DATE       PIC 9(08).
           05  SOR-MAX-OCC        PIC 9(04).
           05  SOR-HOL-RULE       PIC X(01).
               88  SOR-HOL-NONE       VALUE ' '.
               88  SOR-HOL-NEXT       VALUE 'N'.
               88  SOR-HOL-PREV       VALUE 'P'.
           05  SOR-GEN-COUNT      PIC 9(04).
           05  SOR-LAST-DATE      PIC 9(08).
           05  SOR-STATUS         PIC X(01).
               88  SOR-ACTIVE         VALUE 'A'.
               88  SOR-HELD           VALUE 'H'.
               88  SOR-ENDED          VALUE 'E'.
           05  FILLER             PIC X(09).
