      *           TOTAL OF ITS SUMS.  THE FILE COVERS ONE CALENDAR    *
      *           YEAR; YTDSUM STARTS IT FRESH WHEN THE CLOSING       *
      *           MONTH ENTERS A NEW YEAR, EXACTLY AS MTDSUM DOES     *
      *           AT MONTH BOUNDARIES.  UNDER PERIOD-BASIS=F THE KEY  *
      *           IS THE FISCAL YEAR AND PERIOD (YYYYPP) AND THE FILE *
      *           COVERS ONE FISCAL YEAR.                             *
      *===============================================================*
       01  YTD-REC.
           05  YTD-MONTH          PIC 9(06).
