      *===============================================================*
      *  BATCHCTL - BATCH CONTROL RECORD VIEWS SHARED BY EVERY        *
      *             TRANSACTION DECK IN THE SUITE (TRANIN, BININ,     *
      *             CIPHIN, DATEIN, DISPIN, VALIN, PTMTIN, PTSIN,     *
      *             BUDIN, SORDIN, IRATEIN, TRVIN).  EACH DECK OPENS  *
      *             WITH A HEADER RECORD ('H', BATCH ID, CREATION     *
      *             DATE) AND CLOSES WITH A TRAILER RECORD ('T',      *
      *             EXPECTED DETAIL COUNT, HASH TOTAL OF THE DECK'S   *
      *  DISPIN/VALIN - BY RECORD TYPE: A THE TRANSACTION ID (THE     *
      *  SAME KEY TRANIN HASHES), B DATA BYTES 1-10, C ZERO (THE      *
      *  RECORD CARRIES NO NUMERIC FIELD), D DATE-1'S YEAR.           *
      *  PTMTIN - THE POINT ID.  PTSIN - THE POINT ID.  TRVIN - THE   *
      *  STATION'S POINT ID.                                          *
      *  BUDIN - THE ABSOLUTE BUDGET AMOUNT'S LOW-ORDER TEN DIGITS.   *
      *  SORDIN - THE STANDING-ORDER ID.  THE DECK SORDGEN WRITES FOR *
      *  A.COB IS AN ORDINARY TRANIN DECK AND HASHES AS ONE, AS DOES  *
      *  INTACCR'S AND ACCTCLOS'S.  IRATEIN - THE RATE'S NINE DIGITS. *
      *  A DATEIN DATE-DIFFERENCE DETAIL RECORD ALSO BEGINS WITH     *
      *  'T', SO A TRAILER IS ONLY RECOGNIZED WHEN ITS COUNT AND     *
      *  HASH AREAS ARE WHOLLY NUMERIC - A DIFFERENCE RECORD CARRIES *
