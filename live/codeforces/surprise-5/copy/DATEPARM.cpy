      *  DATE-FN-ADD-MONTHS ADDS DATE-OFFSET CALENDAR MONTHS         *
      *  (POSITIVE OFFSETS), CLAMPING THE DAY TO THE TARGET MONTH'S  *
      *  LENGTH SO MONTH-END AND LEAP-DAY STARTS COME OUT RIGHT.     *
      *  DATE-FN-DAYS-30-360 RETURNS A 30/360 DAY SERIAL IN          *
      *  DATE-OUT-DAYS (YEARS OF 360 DAYS, MONTHS OF 30, A 31ST      *
      *  COUNTED AS THE 30TH), SO THE DIFFERENCE OF TWO SERIALS IS   *
      *  THE 30/360 DAY COUNT BETWEEN THE DATES.                     *
      *  DATE-FN-FISCAL LOOKS THE INPUT DATE UP ON THE FISCAL        *
      *  CALENDAR FILE (SEE COPY/FISCREC.CPY, LOADED ONCE ON FIRST   *
      *  USE) AND RETURNS THE FISCAL YEAR, PERIOD AND WEEK AND THE   *
      *  PERIOD'S FIRST AND LAST DAY (YYYYMMDD); DATE-FIS-NOT-FOUND  *
      *  AND ZEROES WHEN NO PERIOD ON THE FILE HOLDS THE DATE.       *
       01  DATE-PARM.
           05  DATE-FUNCTION      PIC X(01).
               88  DATE-FN-ADD-DAYS           VALUE 'A'.
               88  DATE-FN-TO-DAY-COUNT       VALUE 'D'.
               88  DATE-FN-ADD-BUS-DAYS       VALUE 'B'.
               88  DATE-FN-ADD-MONTHS         VALUE 'M'.
               88  DATE-FN-DAYS-30-360        VALUE 'T'.
               88  DATE-FN-FISCAL             VALUE 'F'.
           05  DATE-ADJ-FLAG      PIC X(01).
               88  DATE-ADJ-NONE              VALUE ' '.
               88  DATE-ADJ-NEXT              VALUE 'N'.
           05  DATE-OUT-YYYY      PIC 9(04).
           05  DATE-OUT-DAYS      PIC S9(10).
           05  DATE-OUT-DOW       PIC X(09).
           05  DATE-FIS-STATUS    PIC X(01).
               88  DATE-FIS-FOUND             VALUE 'Y'.
               88  DATE-FIS-NOT-FOUND         VALUE 'N'.
           05  DATE-OUT-FIS-YEAR  PIC 9(04).
           05  DATE-OUT-FIS-PER   PIC 9(02).
           05  DATE-OUT-FIS-WEEK  PIC 9(02).
           05  DATE-OUT-PER-START PIC 9(08).
           05  DATE-OUT-PER-END   PIC 9(08).
