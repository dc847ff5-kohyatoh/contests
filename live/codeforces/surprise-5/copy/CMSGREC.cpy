      *===============================================================*
      *  CMSGREC - ONE WHOLE MESSAGE ON THE CIPHMSG MESSAGE FILE      *
      *            WRITTEN BY C.  THE FILE OPENS WITH A BATCH HEADER  *
      *            (THE CIPHIN DECK'S BATCH ID, THE BUSINESS DATE)    *
      *            AND CLOSES WITH A COUNT/HASH TRAILER (SEE          *
      *            COPY/BATCHCTL.CPY, HASH KEY: THE MESSAGE ID, AS    *
      *            ON CIPHIN).  A DECK REFUSED ON ITS OWN TRAILER     *
      *            LEAVES THE FILE WITH NO TRAILER, SO THE RECEIVING  *
      *            SIDE REFUSES IT IN TURN.  ONLY WHOLE MESSAGES ARE  *
      *            FILED: NO MISSING SEGMENT, NO KEY PROBLEM, AND ON  *
      *            A DECRYPT NO CHECK VALUE FAILURE.                  *
      *  CMSG-TEXT-TYPE SAYS WHAT CMSG-TEXT HOLDS: 'C' CIPHER TEXT    *
      *  FROM AN ENCRYPT, 'P' PLAIN TEXT FROM A DECRYPT.  THE TEXT    *
      *  IS THE MESSAGE'S 80-BYTE SEGMENTS END TO END, SPACE-FILLED   *
      *  PAST CMSG-SEG-CNT.                                           *
      *  CMSG-CHECK IS COMPUTED FROM THE PLAIN TEXT AND THE KEY: THE  *
      *  RESOLVED NUMERIC SHIFT SEEDS A CHAINRTN FOLD (SEE            *
      *  COPY/CHNPARM.CPY) OVER EACH SEGMENT IN SEQUENCE ORDER, THE   *
      *  SEGMENT'S 80 BYTES FOLLOWED BY THE KEY ID AND SEGMENT        *
      *  NUMBER.  IT RIDES BACK INTO A DECRYPT RUN ON EVERY CIPHIN    *
      *  SEGMENT RECORD OF THE MESSAGE (COLUMNS 99-108), WHERE C      *
      *  RECOMPUTES IT OVER THE DECRYPTED TEXT.                       *
      *===============================================================*
       01  CMSG-REC.
           05  CMSG-MSG-ID        PIC 9(06).
           05  CMSG-KEY-ID        PIC X(08).
           05  CMSG-TEXT-TYPE     PIC X(01).
               88  CMSG-CIPHER-TEXT           VALUE 'C'.
               88  CMSG-PLAIN-TEXT            VALUE 'P'.
           05  CMSG-SEG-CNT       PIC 9(03).
           05  CMSG-CHECK         PIC 9(10).
           05  CMSG-TEXT          PIC X(400).
           05  FILLER             PIC X(12).
