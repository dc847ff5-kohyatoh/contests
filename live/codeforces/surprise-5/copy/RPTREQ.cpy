      *===============================================================*
      *  RPTREQ - REPRINT REQUEST CARD FOR THE REPORT ARCHIVE         *
      *           REPRINT PROGRAM (RPTPRINT).  ONE CARD PER REPORT    *
      *           WANTED; THE DECK IS READ ONCE, IN ORDER, AND EACH   *
      *           CARD'S REPORTS ARE REPRINTED BEFORE THE NEXT        *
      *           CARD'S.                                             *
      *  RQ-DATE-FROM  FIRST BUSINESS DATE, YYYYMMDD.  REQUIRED.      *
      *  RQ-DATE-TO    LAST BUSINESS DATE.  BLANK MEANS THE ONE DATE. *
      *  RQ-REPORT-NAME  THE REPORT'S DD NAME AS PRINTED - REPTOUT,   *
      *                  REJOUT, BINOUT, CIPHOUT, DATEOUT, PTSOUT,    *
      *                  BALOUT, EXCPOUT OR DASHOUT.  REQUIRED.       *
      *  RQ-PROGRAM-ID   BLANK MEANS WHICHEVER PROGRAM PRINTED IT.    *
      *  RQ-RUN-TIME     HHMMSSHH START TIME OF ONE RUN, TO PICK ONE  *
      *                  OF SEVERAL RUNS ON A DATE (PROGRAM A RUNS    *
      *                  THREE TIMES A NIGHT).  BLANK MEANS EVERY     *
      *                  RUN, IN START-TIME ORDER.                    *
      *  THE FIELDS ARE CARRIED AS CHARACTER SO A BADLY PUNCHED DATE  *
      *  OR TIME CAN BE REFUSED RATHER THAN ABEND THE RUN.            *
      *===============================================================*
       01  RPT-REQ-REC.
           05  RQ-DATE-FROM       PIC X(08).
           05  RQ-DATE-TO         PIC X(08).
           05  RQ-REPORT-NAME     PIC X(08).
           05  RQ-PROGRAM-ID      PIC X(08).
           05  RQ-RUN-TIME        PIC X(08).
           05  FILLER             PIC X(40).
