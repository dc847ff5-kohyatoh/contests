      *===============================================================*
      *  TBALCTL - REQUEST CARD FOR THE TRIAL BALANCE PROGRAM         *
      *            (TRIALBAL).  ONE CARD, READ ONCE AT THE START OF   *
      *            THE RUN.  EVERY FIELD IS OPTIONAL: A ZERO OR       *
      *            BLANK AS-OF DATE MEANS THE BUSINESS DATE AND THE   *
      *            LIVE BALANCE MASTER; AN EARLIER DATE IS ANSWERED   *
      *            FROM THE ABALHST BALANCE HISTORY.  A BLANK         *
      *            ACCOUNT MEANS EVERY ACCOUNT.  A MISSING CARD       *
      *            PRINTS THE WHOLE MASTER AS OF THE BUSINESS DATE.   *
      *===============================================================*
       01  TBAL-CTL-REC.
           05  TB-AS-OF-DATE      PIC 9(08).
           05  TB-ACCT            PIC X(04).
           05  FILLER             PIC X(68).
