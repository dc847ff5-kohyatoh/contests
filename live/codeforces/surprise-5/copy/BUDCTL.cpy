      *===============================================================*
      *  BUDCTL - REQUEST CARD FOR THE BUDGET-VERSUS-ACTUAL VARIANCE  *
      *           REPORT (BUDVAR).  ONE CARD, READ ONCE AT THE START  *
      *           OF THE RUN.  A ZERO OR BLANK MONTH MEANS THE MONTH  *
      *           OF THE BUSINESS DATE (THE NIGHTLY MONTH-TO-DATE     *
      *           RUN); A CLOSED MONTH IS ASKED FOR BY ITS YYYYMM.    *
      *           A MISSING CARD REPORTS THE BUSINESS MONTH.          *
      *===============================================================*
       01  BUD-CTL-REC.
           05  BC-MONTH           PIC 9(06).
           05  FILLER             PIC X(74).
