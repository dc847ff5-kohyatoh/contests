      *===============================================================*
      *  GLAREC - ONE DETAIL LINE ON THE GENERAL-LEDGER               *
      *           ACKNOWLEDGMENT FILE (GLACK) THE LEDGER RETURNS      *
      *           AFTER LOADING THE GLJRNL JOURNAL GLEXTR SENT IT     *
      *           (SEE COPY/GLJREC.CPY): ONE RECORD PER JOURNAL LINE  *
      *           WITH THE BATCH ID OF THE JOURNAL IT ANSWERS, THE    *
      *           ACCOUNT, THE AMOUNT THE LEDGER TOOK (OR REFUSED),   *
      *           'A' ACCEPTED OR 'R' REJECTED, AND ON A REJECTION    *
      *           THE LEDGER'S OWN REASON CODE AND TEXT.              *
      *  THE FILE MAY OPEN WITH A BATCH HEADER AND CLOSE WITH A       *
      *  COUNT/HASH TRAILER (SEE COPY/BATCHCTL.CPY, HASH KEY: THE     *
      *  ABSOLUTE AMOUNT KEPT TO ITS LOW-ORDER TEN DIGITS, THE SAME   *
      *  CONVENTION AS GLJRNL).  A CONTROL RECORD CARRIES NOTHING     *
      *  PAST COLUMN 17; A DETAIL RECORD ALWAYS DOES.                 *
      *===============================================================*
       01  GLA-REC.
           05  GLA-BATCH-ID       PIC X(08).
           05  GLA-ACCT           PIC X(04).
           05  GLA-AMOUNT         PIC S9(12) SIGN LEADING SEPARATE.
           05  GLA-STATUS         PIC X(01).
               88  GLA-ACCEPTED       VALUE 'A'.
               88  GLA-REJECTED       VALUE 'R'.
           05  GLA-REASON-CODE    PIC X(04).
           05  GLA-REASON-TEXT    PIC X(30).
           05  FILLER             PIC X(20).
