      *           AND NEW COORDINATES AND THE MOVEMENT DISTANCE, SO    *
      *           A SURVEYOR'S DISPUTE CAN BE ANSWERED FROM THE        *
      *           FILE INSTEAD OF FROM MEMORY.                         *
      *           A CARD PTMAINT HOLDS AS A PROBABLE DUPLICATE OF A    *
      *           POINT ALREADY ON THE MASTER IS JOURNALED TOO, WITH   *
      *           ACTION H: THE NEW VALUES ARE THE ONES HELD, THE OLD  *
      *           ONES THE POINT'S CURRENT COORDINATES (ZERO FOR A     *
      *           HELD ADD), PTJ-HELD-ACTION SAYS WHETHER THE CARD WAS *
      *           AN ADD OR A CHANGE AND PTJ-DUP-ID NAMES THE NEAREST  *
      *           EXISTING POINT.  NOTHING ON THE MASTER MOVES UNTIL   *
      *           A CONFIRM CARD RELEASES THE HELD ITEM, WHICH IS THEN *
      *           JOURNALED AS THE ORDINARY ADD OR CHANGE.             *
      *           PTJ-OLD-SRC CARRIES THE SOURCE CODE THE POINT HAD    *
      *           BEFORE A CHANGE (DELETES KEEP IT IN PTJ-SRC), SO     *
      *           PTASOF CAN BACK A CHANGE OUT WHOLE WHEN IT REBUILDS  *
      *           THE MASTER AS OF AN EARLIER DATE.  RECORDS WRITTEN   *
      *           BEFORE IT WAS CARRIED HAVE IT BLANK.                 *
      *===============================================================*
       01  PTJ-REC.
           05  PTJ-DATE           PIC 9(08).
               88  PTJ-ADDED          VALUE 'A'.
               88  PTJ-CHANGED        VALUE 'C'.
               88  PTJ-DELETED        VALUE 'D'.
               88  PTJ-HELD           VALUE 'H'.
           05  PTJ-SRC            PIC X(04).
           05  PTJ-OLD-X          PIC S9(10) SIGN LEADING SEPARATE.
           05  PTJ-OLD-Y          PIC S9(10) SIGN LEADING SEPARATE.
           05  PTJ-NEW-X          PIC S9(10) SIGN LEADING SEPARATE.
           05  PTJ-NEW-Y          PIC S9(10) SIGN LEADING SEPARATE.
           05  PTJ-HELD-ACTION    PIC X(01).
           05  PTJ-DUP-ID         PIC 9(06).
           05  PTJ-OLD-SRC        PIC X(04).
           05  FILLER             PIC X(06).
