      *===============================================================*
      *  EODCTL - REQUIRED-STEP CARDS FOR THE EODROLL END-OF-DAY      *
      *           STEP.  ONE CARD PER SUITE PROGRAM THAT MUST HAVE    *
      *           LEFT AN AUDIT RECORD DATED THE BUSINESS DATE BEFORE *
      *           THE DATE MAY BE CLOSED, WITH THE FEWEST RUNS THAT   *
      *           COUNT AS COMPLETE (BLANK OR ZERO MEANS ONE).  A     *
      *           CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.     *
      *===============================================================*
       01  EOD-CTL-REC.
           05  EOC-PROGRAM-ID     PIC X(08).
           05  FILLER             PIC X(01).
           05  EOC-MIN-RUNS       PIC 9(02).
           05  FILLER             PIC X(69).
