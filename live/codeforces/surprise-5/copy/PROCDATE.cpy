      *             POSTINGS ACROSS TWO BUSINESS DATES.  A MISSING,   *
      *             BLANK OR ZERO CARD FALLS BACK TO THE SYSTEM       *
      *             CLOCK, THE LONGSTANDING BEHAVIOR.                 *
      *             THE EODROLL STEP AT THE END OF NIGHTLY ADVANCES   *
      *             THE CARD TO THE NEXT BUSINESS DAY ONCE THE NIGHT  *
      *             IS COMPLETE, AND CLOSES THE DATE ON THE BUSINESS- *
      *             DATE HISTORY (SEE COPY/BDHREC.CPY).  A STEP RUN   *
      *             WITH THE HISTORY ALLOCATED IS REFUSED ON A CLOSED *
      *             DATE UNLESS DATA CONTROL PUTS AN 'R' IN COLUMN 9  *
      *             TO AUTHORIZE A RERUN OF THAT DATE.  THE SAME      *
      *             LAYOUT SERVES THE PROCLAST CARD EODROLL WRITES:   *
      *             THE BUSINESS DATE THE LAST NIGHT RAN UNDER, FOR   *
      *             THE JOBS THAT REPORT ON THE NIGHT AFTER THE ROLL. *
      *===============================================================*
       01  PROC-DATE-REC.
           05  PDC-BUS-DATE       PIC 9(08).
           05  PDC-RERUN-SW       PIC X(01).
               88  PDC-RERUN-AUTHORIZED       VALUE 'R'.
           05  FILLER             PIC X(71).
