      *            MEAN NO DATE LIMIT ON THAT SIDE, AND A BLANK OR    *
      *            ZERO TRANSACTION ID MEANS EVERY TRANSACTION.  A    *
      *            MISSING CARD PRINTS THE WHOLE MASTER.              *
      *  ST-INCL-HIST 'Y' ADDS THE POSTHST POSTING HISTORY (POSTINGS  *
      *  THE MONTH-END PURGE MOVED OFF THE LIVE MASTER) IN FRONT OF   *
      *  THE LIVE POSTINGS, SO A DATE RANGE REACHING BACK PAST THE    *
      *  RETENTION PERIOD STILL PRINTS IN FULL.  ANYTHING ELSE MEANS  *
      *  THE LIVE MASTER ONLY.                                        *
      *===============================================================*
       01  STMT-CTL-REC.
           05  ST-ACCT            PIC X(04).
           05  ST-DATE-FROM       PIC 9(08).
           05  ST-DATE-TO         PIC 9(08).
           05  ST-TRANS-ID        PIC X(06).
           05  ST-INCL-HIST       PIC X(01).
           05  FILLER             PIC X(53).
