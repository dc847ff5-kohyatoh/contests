      *===============================================================*
      *  ASTATREC - ONE RECORD PER ACCOUNT ON THE ACCOUNT POSTING     *
      *             STATISTICS FILE (ASTATMST), REBUILT WHOLE EACH    *
      *             NIGHT BY ASTATBLD FROM THE POSTED-SUMS MASTER.    *
      *             VALIDATE SCREENS EVERY TYPE-A RECORD AGAINST ITS  *
      *             ACCOUNT'S ENTRY (SEE COPY/ANOMREC.CPY).           *
      *  ONLY POSTINGS THAT STAND ARE COUNTED - A REVERSAL ENTRY      *
      *  (POST-OP 'R') AND A POSTING SINCE REVERSED (POST-REV-FLAG    *
      *  'Y') ARE LEFT OUT.  AST-MEAN IS THE AVERAGE POST-RESULT,     *
      *  AST-SPREAD THE AVERAGE DISTANCE OF A POSTING FROM THAT       *
      *  MEAN (MEAN ABSOLUTE DEVIATION), AST-LOW AND AST-HIGH THE     *
      *  SMALLEST AND LARGEST AMOUNTS POSTED.  AST-OP-CNT COUNTS THE  *
      *  POSTINGS BY OPERATION CODE: (1) '+' (A BLANK OPERATION       *
      *  POSTS AS '+'), (2) '-', (3) '*', (4) '/' - A ZERO COUNT IS   *
      *  AN OPERATION THE ACCOUNT HAS NEVER USED.                     *
      *===============================================================*
       01  AST-REC.
           05  AST-ACCT           PIC X(04).
           05  AST-BUILD-DATE     PIC 9(08).
           05  AST-POST-CNT       PIC 9(07).
           05  AST-MEAN           PIC S9(10) SIGN LEADING SEPARATE.
           05  AST-SPREAD         PIC 9(10).
           05  AST-LOW            PIC S9(10) SIGN LEADING SEPARATE.
           05  AST-HIGH           PIC S9(10) SIGN LEADING SEPARATE.
           05  AST-OP-COUNTS.
               10  AST-OP-CNT     PIC 9(07)   OCCURS 4.
           05  FILLER             PIC X(10).
