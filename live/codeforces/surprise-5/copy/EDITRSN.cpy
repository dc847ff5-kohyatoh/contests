      *            ERT-ENTRY-MAX TOGETHER. CODE 00 MEANS THE RECORD   *
      *            PASSED.                                             *
      *===============================================================*
       01  ERT-ENTRY-MAX          PIC 9(02)   VALUE 43.
       01  EDIT-REASON-TABLE-INIT.
           05  FILLER             PIC X(37)   VALUE
               '01OPERAND-1 OPERAND-1 NON-NUMERIC    '.
               '23POINT-ID  POINT ID NOT NUMERIC     '.
           05  FILLER             PIC X(37)   VALUE
               '24COORDS    COORDINATES NOT NUMERIC  '.
           05  FILLER             PIC X(37)   VALUE
               '25MONTH     BUDGET MONTH NOT VALID   '.
           05  FILLER             PIC X(37)   VALUE
               '26AMOUNT    BUDGET AMOUNT NON-NUMERIC'.
           05  FILLER             PIC X(37)   VALUE
               '27ORDER-ID  ORDER ID NOT NUMERIC     '.
           05  FILLER             PIC X(37)   VALUE
               '28OP-CODE   OPERATION CODE NOT VALID '.
           05  FILLER             PIC X(37)   VALUE
               '29START     START DATE NOT VALID     '.
           05  FILLER             PIC X(37)   VALUE
               '30FREQUENCY FREQ NOT D/W/M + INTERVAL'.
           05  FILLER             PIC X(37)   VALUE
               '31HOL-RULE  HOLIDAY RULE NOT N/P/BLNK'.
           05  FILLER             PIC X(37)   VALUE
               '32RATE      INTEREST RATE NOT NUMERIC'.
           05  FILLER             PIC X(37)   VALUE
               '33BASIS     DAY BASIS NOT A/B/T      '.
           05  FILLER             PIC X(37)   VALUE
               '34ACCR-FREQ ACCRUAL FREQ NOT M/Q/A   '.
           05  FILLER             PIC X(37)   VALUE
               '35CONTRA    CONTRA ACCOUNT NOT VALID '.
           05  FILLER             PIC X(37)   VALUE
               '36REC-TYPE  TYPE NOT AUTH FOR SUBMTR '.
           05  FILLER             PIC X(37)   VALUE
               '37ACCOUNT   ACCT NOT AUTH FOR SUBMTR '.
           05  FILLER             PIC X(37)   VALUE
               '38TRANS-ID  TRANS ID CHECK DIGIT BAD '.
           05  FILLER             PIC X(37)   VALUE
               '39REV-REF   REVERSAL REF CHECK DIGIT '.
           05  FILLER             PIC X(37)   VALUE
               '40AMOUNT    AMOUNT OUTSIDE ACCT BAND '.
           05  FILLER             PIC X(37)   VALUE
               '41OPERATION OP NEVER USED BY ACCOUNT '.
           05  FILLER             PIC X(37)   VALUE
               '42LAYOUT    FLAG LAYOUT NOT DEFINED  '.
           05  FILLER             PIC X(37)   VALUE
               '43POINT-ID  POINT ID NOT ON MASTER   '.
       01  EDIT-REASON-TABLE REDEFINES EDIT-REASON-TABLE-INIT.
           05  EDIT-REASON-ENTRY  OCCURS 43.
               10  ERT-CODE       PIC 9(02).
               10  ERT-FIELD      PIC X(10).
               10  ERT-TEXT       PIC X(25).
