      *            AND SUBTOTAL LINES.  A MISSING OR EMPTY MASTER      *
      *            LEAVES THE EDIT WIDE OPEN - THE LONGSTANDING        *
      *            BEHAVIOR.                                           *
      *            ACCT-PARENT NAMES THE ACCOUNT THIS ONE ROLLS UP     *
      *            TO (A DEPARTMENT OR DIVISION CODE IS SIMPLY AN      *
      *            ACCOUNT OF ITS OWN); BLANK MEANS THE TOP OF THE     *
      *            HIERARCHY.  ACCTMNT REFUSES A PARENT THAT IS NOT    *
      *            ON THE MASTER OR THAT WOULD CLOSE A LOOP; ACCTROLL  *
      *            PRINTS THE POSTED NET ROLLED UP THE HIERARCHY.      *
      *            ACCT-SUCCESSOR NAMES THE ACTIVE ACCOUNT A CLOSED    *
      *            ACCOUNT'S BALANCE WAS TRANSFERRED TO; ACCTMNT WILL  *
      *            NOT CLOSE AN ACCOUNT WITHOUT ONE, AND THE ACCTCLOS  *
      *            CLOSE-OUT RUN POSTS THE TRANSFER BEFORE THE CLOSE.  *
      *===============================================================*
       01  ACCT-REC.
           05  ACCT-CODE          PIC X(04).
           05  ACCT-STATUS        PIC X(01).
               88  ACCT-ACTIVE        VALUE 'A'.
               88  ACCT-CLOSED        VALUE 'C'.
           05  ACCT-PARENT        PIC X(04).
           05  ACCT-SUCCESSOR     PIC X(04).
           05  FILLER             PIC X(37).
