      *===============================================================*
      *  BDHREC - BUSINESS-DATE HISTORY.  ONE RECORD APPENDED BY THE  *
      *           EODROLL END-OF-DAY STEP FOR EACH BUSINESS DATE IT   *
      *           CLOSES: THE DATE, THE NEXT BUSINESS DAY IT ROLLED   *
      *           THE PROCDATE CARD TO, WHEN THE ROLL RAN AND HOW     *
      *           MANY AUDIT RECORDS THE NIGHT LEFT.  BUSDATE READS   *
      *           IT WHEN A STEP HAS IT ALLOCATED AND REFUSES THE RUN *
      *           ON A DATE ALREADY CLOSED, UNLESS THE PROCDATE CARD  *
      *           AUTHORIZES A RERUN (SEE COPY/PROCDATE.CPY).         *
      *           CLOSE TYPES:                                        *
      *               N  NORMAL CLOSE                                 *
      *               S  CLOSED WITH EARLIER BUSINESS DATES NEVER     *
      *                  CLOSED (A SKIPPED NIGHT)                     *
      *               R  A CLOSED DATE RERUN UNDER AUTHORITY AND      *
      *                  CLOSED AGAIN                                 *
      *===============================================================*
       01  BDH-REC.
           05  BDH-BUS-DATE       PIC 9(08).
           05  BDH-NEXT-DATE      PIC 9(08).
           05  BDH-CLOSE-DATE     PIC 9(08).
           05  BDH-CLOSE-TIME     PIC 9(08).
           05  BDH-AUDIT-CNT      PIC 9(06).
           05  BDH-CLOSE-TYPE     PIC X(01).
               88  BDH-CLOSE-NORMAL           VALUE 'N'.
               88  BDH-CLOSE-SKIPPED          VALUE 'S'.
               88  BDH-CLOSE-RERUN            VALUE 'R'.
           05  FILLER             PIC X(41).
