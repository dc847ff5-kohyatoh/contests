      *===============================================================*
      *  RPTAREC - REPORT ARCHIVE.  ONE RECORD PER PRINTED LINE OF    *
      *            EVERY ARCHIVED SUITE REPORT, WRITTEN BY THE        *
      *            RPTARCH SUBROUTINE (SEE COPY/RPTAPARM.CPY).  KEYED *
      *            BY BUSINESS DATE, PROGRAM ID, REPORT (DD) NAME,    *
      *            THE RUN'S START TIME - SO THE THREE NIGHTLY RUNS   *
      *            OF PROGRAM A STAY APART - PAGE AND LINE WITHIN THE *
      *            PAGE, SO A KEYED READ RETURNS EACH REPORT IN THE   *
      *            ORDER IT WAS PRINTED.  READ BY RPTPRINT FOR        *
      *            REPRINTS AND PURGED BY RPTPURG PAST THE            *
      *            RPT-RETAIN-DAYS RETENTION PERIOD.                  *
      *===============================================================*
       01  RPT-ARCH-REC.
           05  RA-KEY.
               10  RA-BUS-DATE    PIC 9(08).
               10  RA-PROGRAM-ID  PIC X(08).
               10  RA-REPORT-NAME PIC X(08).
               10  RA-RUN-TIME    PIC 9(08).
               10  RA-PAGE        PIC 9(05).
               10  RA-LINE        PIC 9(05).
           05  RA-TEXT            PIC X(132).
