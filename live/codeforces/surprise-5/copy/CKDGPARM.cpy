      *===============================================================*
      *  CKDGPARM - COMMUNICATION AREA FOR THE CKDGRTN TRANSACTION-ID *
      *             CHECK-DIGIT SUBROUTINE.  A TRANSACTION ID IS A    *
      *             FIVE-DIGIT SERIAL FOLLOWED BY ONE CHECK DIGIT.    *
      *             THE DIGIT IS MODULUS 11 OVER THE SERIAL, WEIGHTS  *
      *             6-5-4-3-2 FROM THE LEFT: ELEVEN LESS THE          *
      *             REMAINDER, 11 COUNTING AS 0.  A SERIAL WHOSE      *
      *             DIGIT WOULD COME OUT AS 10 IS NEVER ISSUED, SO    *
      *             EVERY SINGLE WRONG DIGIT AND EVERY TRANSPOSED     *
      *             PAIR OF DIGITS FAILS THE CHECK.  SERIAL 00000 IS  *
      *             NEVER ISSUED EITHER.                              *
      *  FUNCTIONS:                                                   *
      *      G  GENERATE - CKDG-SERIAL IN, THE FULL ID BACK IN        *
      *         CKDG-ID; STATUS 2 WHEN THE SERIAL CANNOT BE ISSUED    *
      *      V  VERIFY   - CKDG-ID IN; STATUS 1 WHEN IT IS NOT SIX    *
      *         DIGITS OR ITS CHECK DIGIT DOES NOT AGREE              *
      *      N  NEXT     - CKDG-ID IN (ANY SIX DIGITS, ZERO TO START  *
      *         FROM THE BOTTOM); THE NEXT VALID ID ABOVE IT COMES    *
      *         BACK IN CKDG-ID AND ITS SERIAL IN CKDG-SERIAL;        *
      *         STATUS 3 WHEN THE ID RANGE IS USED UP                 *
      *===============================================================*
       01  CKDG-PARM.
           05  CKDG-FUNCTION      PIC X(01).
               88  CKDG-FUNC-GENERATE VALUE 'G'.
               88  CKDG-FUNC-VERIFY   VALUE 'V'.
               88  CKDG-FUNC-NEXT     VALUE 'N'.
           05  CKDG-SERIAL        PIC 9(05).
           05  CKDG-ID            PIC X(06).
           05  CKDG-STATUS        PIC X(01).
               88  CKDG-OK            VALUE '0'.
               88  CKDG-BAD           VALUE '1'.
               88  CKDG-UNUSABLE      VALUE '2'.
               88  CKDG-EXHAUSTED     VALUE '3'.
