      *===============================================================*
      *  FISCREC - ONE RECORD PER FISCAL PERIOD ON THE FISCAL         *
      *            CALENDAR FILE, MAINTAINED BY THE DATA CONTROL      *
      *            GROUP THROUGH FISCMNT.  A FISCAL YEAR IS NUMBERED  *
      *            BY THE CALENDAR YEAR IT ENDS IN AND HOLDS PERIODS  *
      *            01 UP TO 13 (TWELVE FOR A MONTHLY OR 4-4-5 YEAR,   *
      *            THIRTEEN FOR A FOUR-WEEK YEAR).  EACH PERIOD       *
      *            CARRIES ITS FIRST AND LAST DAY AND THE FISCAL      *
      *            WEEK NUMBERS IT SPANS; THE WEEK OF A DATE IS THE   *
      *            PERIOD'S FIRST WEEK PLUS WHOLE SEVEN-DAY STEPS     *
      *            FROM THE PERIOD'S FIRST DAY, NEVER PAST ITS LAST   *
      *            WEEK.  THE PERIODS OF THE FILE FOLLOW ONE ANOTHER  *
      *            DAY FOR DAY WITH NO GAP AND NO OVERLAP.  DATERTN   *
      *            LOADS THE FILE THE FIRST TIME A FISCAL-PERIOD      *
      *            REQUEST ARRIVES.                                   *
      *===============================================================*
       01  FISC-REC.
           05  FIS-YEAR           PIC 9(04).
           05  FIS-PERIOD         PIC 9(02).
           05  FIS-START-DATE     PIC 9(08).
           05  FIS-END-DATE       PIC 9(08).
           05  FIS-FIRST-WEEK     PIC 9(02).
           05  FIS-LAST-WEEK      PIC 9(02).
           05  FILLER             PIC X(54).
