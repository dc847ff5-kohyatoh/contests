      *===============================================================*
      *  IDBREC - ONE BLOCK OF TRANSACTION IDS ON THE ID-BLOCK        *
      *           REGISTER (IDBLKREG), WRITTEN BY IDISSUE EACH TIME   *
      *           A SUBMITTING DEPARTMENT IS ISSUED A BLOCK OF IDS    *
      *           CARRYING VALID CHECK DIGITS (SEE                    *
      *           COPY/CKDGPARM.CPY).                                 *
      *           THE REGISTER ONLY GROWS - A BLOCK STAYS ON IT SO    *
      *           NO ID IS EVER ISSUED TWICE.                         *
      *  IDB-PREFIX IS THE SUBMITTER'S BATCH-ID PREFIX AND IDB-DEPT   *
      *  ITS DEPARTMENT FROM THE SUBMITTER MASTER (SEE                *
      *  COPY/SUBMREC.CPY).  IDB-FIRST-ID AND IDB-LAST-ID ARE THE     *
      *  LOWEST AND HIGHEST VALID IDS IN THE BLOCK, IDB-COUNT HOW     *
      *  MANY VALID IDS IT HOLDS (THE NUMBERS BETWEEN THAT FAIL THE   *
      *  CHECK ARE NOT PART OF IT).  IDB-ISSUE-DATE IS THE SUITE      *
      *  BUSINESS DATE OF THE IDISSUE RUN.                            *
      *  THE DECK GENERATORS (SORDGEN, INTACCR, ACCTCLOS) START THEIR *
      *  OWN IDS ABOVE THE HIGHEST IDB-LAST-ID AS WELL AS ABOVE THE   *
      *  HIGHEST POSTED ID, SO A GENERATED DECK NEVER USES AN ID A    *
      *  DEPARTMENT HOLDS.                                            *
      *===============================================================*
       01  IDB-REC.
           05  IDB-PREFIX         PIC X(02).
           05  IDB-DEPT           PIC X(04).
           05  IDB-ISSUE-DATE     PIC 9(08).
           05  IDB-FIRST-ID       PIC 9(06).
           05  IDB-LAST-ID        PIC 9(06).
           05  IDB-COUNT          PIC 9(05).
           05  IDB-REQUESTER      PIC X(20).
           05  FILLER             PIC X(29).
