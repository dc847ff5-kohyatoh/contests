      *===============================================================*
      *  SUBMPARM - COMMUNICATION AREA FOR THE SUBMRTN SUBMITTER      *
      *             AUTHORIZATION SUBROUTINE (SEE COPY/SUBMREC.CPY).  *
      *  SUBM-FUNC-DECK ('H'), CALLED ONCE RIGHT AFTER THE BATCH      *
      *  HEADER, RESOLVES SUBM-BATCH-ID'S PREFIX TO ITS SUBMITTER:    *
      *  SUBM-OK WITH THE DEPARTMENT, CONTACT AND CEILING FILLED IN,  *
      *  SUBM-UNKNOWN WHEN THE PREFIX IS NOT ON THE MASTER (THE DECK  *
      *  IS REFUSED), OR SUBM-OPEN WHEN THERE IS NO MASTER.  IT ALSO  *
      *  ZEROES SUBM-DECK-AMT.                                        *
      *  SUBM-FUNC-REC ('R') CHECKS ONE RECORD OF THAT DECK: ITS TYPE *
      *  AND (WHEN NOT SPACES) ITS ACCOUNT.  A RECORD THE SUBMITTER   *
      *  MAY NOT SEND COMES BACK SUBM-DENIED WITH THE EDITRSN REASON  *
      *  CODE, FIELD NAME AND TEXT.  AN AUTHORIZED RECORD'S           *
      *  SUBM-AMOUNT IS ADDED TO SUBM-DECK-AMT, AND SUBM-OVER-CEILING *
      *  COMES BACK WHEN THAT TAKES THE DECK PAST THE CEILING.        *
      *  SUBM-DECK-AMT BELONGS TO THE CALLER BETWEEN CALLS SO IT CAN  *
      *  RIDE A CHECKPOINT.                                           *
      *===============================================================*
       01  SUBM-PARM.
           05  SUBM-FUNCTION      PIC X(01).
               88  SUBM-FUNC-DECK             VALUE 'H'.
               88  SUBM-FUNC-REC              VALUE 'R'.
           05  SUBM-BATCH-ID      PIC X(08).
           05  SUBM-REC-TYPE      PIC X(01).
           05  SUBM-ACCT          PIC X(04).
           05  SUBM-AMOUNT        PIC 9(11).
           05  SUBM-DECK-AMT      PIC 9(13).
           05  SUBM-STATUS        PIC X(01).
               88  SUBM-OK                    VALUE 'Y'.
               88  SUBM-OPEN                  VALUE 'O'.
               88  SUBM-UNKNOWN               VALUE 'U'.
               88  SUBM-DENIED                VALUE 'N'.
               88  SUBM-OVER-CEILING          VALUE 'C'.
           05  SUBM-DEPT          PIC X(04).
           05  SUBM-CONTACT       PIC X(20).
           05  SUBM-CEILING       PIC 9(12).
           05  SUBM-REASON        PIC 9(02).
           05  SUBM-FIELD         PIC X(10).
           05  SUBM-REASON-TEXT   PIC X(25).
