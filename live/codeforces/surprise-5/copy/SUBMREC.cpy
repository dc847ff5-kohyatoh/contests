      *===============================================================*
      *  SUBMREC - ONE SUBMITTER ON THE SUBMITTER MASTER (SUBMMST),   *
      *            KEYED BY THE TWO-CHARACTER BATCH-ID PREFIX EVERY   *
      *            DECK FROM THAT SUBMITTER CARRIES IN ITS BATCH      *
      *            HEADER (SEE COPY/BATCHCTL.CPY).  MAINTAINED BY     *
      *            SUBMMNT; READ THROUGH THE SUBMRTN SUBROUTINE BY    *
      *            VALIDATE, DISPATCH, A.COB AND PTMAINT.             *
      *  SUB-DEPT IS THE OWNING DEPARTMENT'S CODE, CARRIED ONTO THE   *
      *  BATCH REGISTRY (BRG-DEPT) FOR THE BALANCING REPORT AND THE   *
      *  MORNING DASHBOARD; SUB-CONTACT NAMES WHO TO CALL.            *
      *  SUB-TYPES LISTS THE RECORD TYPES THE SUBMITTER MAY SEND, ONE *
      *  LETTER EACH IN ANY ORDER: A, B, C, D (THE DISPIN/TRANIN      *
      *  TYPES) AND P (POINT MAINTENANCE).  ALL SPACES ALLOWS EVERY   *
      *  TYPE.                                                        *
      *  SUB-ACCT-LOW/HIGH ARE UP TO FOUR ACCOUNT CODE RANGES THE     *
      *  SUBMITTER MAY POST TO (A SINGLE CODE IS A RANGE WITH LOW =   *
      *  HIGH).  NO RANGE AT ALL ALLOWS EVERY ACCOUNT.                *
      *  SUB-CEILING IS THE MOST ONE DECK MAY MOVE: THE SUM OVER ITS  *
      *  TYPE-A RECORDS OF BOTH OPERAND MAGNITUDES.  ZERO MEANS NO    *
      *  CEILING.                                                     *
      *  THE SUITE'S OWN GENERATED DECKS (SO, IA AND CO, THE CLOSE-   *
      *  OUT DECK) NEED ENTRIES LIKE ANY OTHER SUBMITTER.  A MISSING  *
      *  OR EMPTY MASTER LEAVES EVERY DECK WIDE OPEN - THE           *
      *  LONGSTANDING BEHAVIOR.                                       *
      *===============================================================*
       01  SUB-REC.
           05  SUB-PREFIX         PIC X(02).
           05  SUB-DEPT           PIC X(04).
           05  SUB-CONTACT        PIC X(20).
           05  SUB-TYPES          PIC X(05).
           05  SUB-RANGE          OCCURS 4.
               10  SUB-ACCT-LOW   PIC X(04).
               10  SUB-ACCT-HIGH  PIC X(04).
           05  SUB-CEILING        PIC 9(12).
           05  FILLER             PIC X(05).
