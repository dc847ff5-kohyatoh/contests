      *===============================================================*
      *  FLAGREC - ONE RECORD PER DEFINED VALUE OF A FIELD IN A       *
      *            STATUS-WORD OR OPTION-MASK LAYOUT ON THE FLAGDEF   *
      *            FLAG DEFINITION FILE, MAINTAINED BY FLAGMNT.  A    *
      *            FIELD IS A RUN OF FDF-BIT-LEN BITS (1-16) WHOSE    *
      *            LOW-ORDER BIT IS FDF-LOW-BIT, BITS NUMBERED FROM   *
      *            ZERO AT THE LOW-ORDER END OF THE 34-BIT WORD.      *
      *            EVERY RECORD OF ONE FIELD CARRIES THE SAME WIDTH   *
      *            AND FIELD NAME; THERE IS ONE RECORD PER VALUE THE  *
      *            FIELD CAN TAKE THAT HAS A MEANING (A SINGLE-BIT    *
      *            FLAG USUALLY HAS TWO, VALUE 0 AND VALUE 1).        *
      *            FIELDS OF ONE LAYOUT NEVER OVERLAP.  FLAGRTN       *
      *            LOADS THE FILE TO DECODE A WORD FIELD BY FIELD.    *
      *===============================================================*
       01  FLAG-DEF-REC.
           05  FDF-LAYOUT         PIC X(08).
           05  FDF-LOW-BIT        PIC 9(02).
           05  FDF-BIT-LEN        PIC 9(02).
           05  FDF-VALUE          PIC 9(05).
           05  FDF-FIELD          PIC X(16).
           05  FDF-MEANING        PIC X(30).
           05  FILLER             PIC X(17).
