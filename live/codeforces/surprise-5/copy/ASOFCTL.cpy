      *===============================================================*
      *  ASOFCTL - CONTROL CARD FOR THE PTASOF POINT MASTER AS-OF      *
      *            RECONSTRUCTION.  ONE CARD, READ ONCE AT THE START   *
      *            OF THE RUN, GIVES THE AS-OF DATE (YYYYMMDD): THE    *
      *            REBUILT IMAGE IS THE MASTER AS IT STOOD AT THE      *
      *            CLOSE OF THAT BUSINESS DAY - EVERY PTJRNL RECORD    *
      *            DATED LATER IS BACKED OUT.  A MISSING CARD, OR A    *
      *            DATE THAT IS NOT A REAL CALENDAR DATE, FAILS THE    *
      *            RUN.                                                *
      *===============================================================*
       01  ASOF-CTL-REC.
           05  AC-ASOF-DATE       PIC 9(08).
           05  AC-ASOF-DATE-X REDEFINES AC-ASOF-DATE
                                  PIC X(08).
           05  AC-ASOF-PARTS  REDEFINES AC-ASOF-DATE.
               10  AC-ASOF-YYYY   PIC 9(04).
               10  AC-ASOF-MM     PIC 9(02).
               10  AC-ASOF-DD     PIC 9(02).
           05  FILLER             PIC X(72).
