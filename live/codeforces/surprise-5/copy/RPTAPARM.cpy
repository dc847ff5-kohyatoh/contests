      *===============================================================*
      *  RPTAPARM - COMMUNICATION AREA FOR THE RPTARCH REPORT ARCHIVE *
      *             SUBROUTINE.  A REPORTING PROGRAM CALLS FUNCTION   *
      *             'W' ONCE FOR EVERY LINE IT PRINTS, RIGHT AFTER    *
      *             THE WRITE, WITH THE LINE AS PRINTED IN RPTA-TEXT  *
      *             AND THE PAGE IT FELL ON, AND FUNCTION 'C' ONCE AT *
      *             TERMINATION.  THE LINE LANDS ON THE RPTARCH       *
      *             ARCHIVE (SEE COPY/RPTAREC.CPY) UNDER THE BUSINESS *
      *             DATE, PROGRAM ID, REPORT (DD) NAME, THE RUN'S     *
      *             START TIME AND THE PAGE, NUMBERED WITHIN THE PAGE *
      *             BY THE SUBROUTINE, SO RPTPRINT CAN REPRINT IT     *
      *             EXACTLY.  A STEP WITHOUT THE ARCHIVE ALLOCATED    *
      *             PRINTS AS ALWAYS; THE SUBROUTINE SAYS SO ONCE ON  *
      *             THE CONSOLE AND RETURNS RPTA-OFF FROM THEN ON.    *
      *===============================================================*
       01  RPTA-PARM.
           05  RPTA-FUNCTION      PIC X(01).
               88  RPTA-FUNC-WRITE            VALUE 'W'.
               88  RPTA-FUNC-CLOSE            VALUE 'C'.
           05  RPTA-BUS-DATE      PIC 9(08).
           05  RPTA-PROGRAM-ID    PIC X(08).
           05  RPTA-REPORT-NAME   PIC X(08).
           05  RPTA-RUN-TIME      PIC 9(08).
           05  RPTA-PAGE          PIC 9(05).
           05  RPTA-TEXT          PIC X(132).
           05  RPTA-STATUS        PIC X(01).
               88  RPTA-OK                    VALUE '0'.
               88  RPTA-OFF                   VALUE '1'.
