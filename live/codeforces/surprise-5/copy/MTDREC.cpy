      *           RUN DATE, HOW MANY SUM LINES THE NIGHT'S SUMCSV     *
      *           EXTRACT CARRIED, AND THE TOTAL OF ITS SUMS.  THE    *
      *           FILE COVERS ONE CALENDAR MONTH; MTDSUM STARTS IT    *
      *           FRESH WHEN THE RUN DATE ENTERS A NEW MONTH.  UNDER  *
      *           PERIOD-BASIS=F IT COVERS ONE FISCAL PERIOD OF THE   *
      *           FISCAL CALENDAR (SEE COPY/FISCREC.CPY) INSTEAD.     *
      *===============================================================*
       01  MTD-REC.
           05  MTD-DATE           PIC 9(08).
