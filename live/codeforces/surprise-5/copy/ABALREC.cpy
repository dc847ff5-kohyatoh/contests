      *===============================================================*
      *  ABALREC - ONE RECORD PER ACCOUNT ON THE PERSISTENT ACCOUNT   *
      *            BALANCE MASTER, AN INDEXED FILE KEYED BY THE       *
      *            ACCOUNT CODE (SEE COPY/ACCTREC.CPY).  ROLLED       *
      *            FORWARD EACH NIGHT BY THE BALFWD PROGRAM FROM THE  *
      *            POSTED-SUMS MASTER (SEE COPY/POSTREC.CPY): EVERY   *
      *            POSTING DATED AFTER ABL-LAST-ROLL AND UP TO THE    *
      *            BUSINESS DATE IS FOLDED IN ONCE, SO A RERUN OF     *
      *            THE SAME NIGHT ADDS NOTHING AND A MISSED NIGHT IS  *
      *            CAUGHT UP BY THE NEXT ONE.                         *
      *  THE PERIOD IS THE CALENDAR MONTH OF ABL-LAST-ROLL.  THE      *
      *  FIRST ROLL IN A NEW MONTH CARRIES THE CLOSING BALANCE INTO   *
      *  THE OPENING BALANCE AND CLEARS THE PERIOD FIGURES; AN        *
      *  ACCOUNT WITH NO POSTINGS SINCE AN EARLIER MONTH IS READ AS   *
      *  OPENING = CLOSING WITH NO PERIOD ACTIVITY.                   *
      *  DEBITS ARE THE POSITIVE POST-RESULTS AND CREDITS THE         *
      *  NEGATIVE ONES (BOTH HELD AS POSITIVE AMOUNTS); REVERSALS     *
      *  ('R' ENTRIES) ARE HELD SIGNED, AS POSTED.  SO               *
      *      CLOSE = OPEN + DEBITS - CREDITS + REVERSALS.              *
      *  ABL-ROLL-NET IS THE NET THE LATEST ROLL FOLDED IN - FOR A    *
      *  NORMAL NIGHT THE DAY'S NET THAT GLEXTR SENT ON GLJRNL.       *
      *  THE SAME LAYOUT IS APPENDED TO THE ABALHST BALANCE HISTORY   *
      *  FILE FOR EVERY ACCOUNT A ROLL TOUCHES, SO A BALANCE CAN BE   *
      *  ANSWERED AS OF ANY EARLIER BUSINESS DATE.                    *
      *===============================================================*
       01  ABL-REC.
           05  ABL-ACCT           PIC X(04).
           05  ABL-OPEN-BAL       PIC S9(12) SIGN LEADING SEPARATE.
           05  ABL-PER-DEBITS     PIC S9(12) SIGN LEADING SEPARATE.
           05  ABL-PER-CREDITS    PIC S9(12) SIGN LEADING SEPARATE.
           05  ABL-PER-REVERSALS  PIC S9(12) SIGN LEADING SEPARATE.
           05  ABL-CLOSE-BAL      PIC S9(12) SIGN LEADING SEPARATE.
           05  ABL-ROLL-NET       PIC S9(12) SIGN LEADING SEPARATE.
           05  ABL-LAST-POST      PIC 9(08).
           05  ABL-LAST-ROLL      PIC 9(08).
           05  FILLER             PIC X(02).
