      *===============================================================*
      *  BUDREC - ONE RECORD PER ACCOUNT PER MONTH ON THE BUDGET      *
      *           MASTER (BUDMST), AN INDEXED FILE KEYED BY ACCOUNT   *
      *           CODE AND YYYYMM MONTH.  LOADED BY BUDLOAD FROM THE  *
      *           FINANCE GROUP'S OWN BUDIN DECK; A LATER DECK FOR    *
      *           THE SAME ACCOUNT AND MONTH REPLACES THE PLAN.       *
      *           BUD-LOAD-DATE AND BUD-BATCH-ID SAY WHICH DECK SET   *
      *           THE CURRENT FIGURE.  READ BY THE BUDVAR BUDGET-     *
      *           VERSUS-ACTUAL VARIANCE REPORT.                      *
      *===============================================================*
       01  BUD-REC.
           05  BUD-KEY.
               10  BUD-ACCT       PIC X(04).
               10  BUD-MONTH      PIC 9(06).
           05  BUD-AMOUNT         PIC S9(12) SIGN LEADING SEPARATE.
           05  BUD-LOAD-DATE      PIC 9(08).
           05  BUD-BATCH-ID       PIC X(08).
           05  FILLER             PIC X(41).
