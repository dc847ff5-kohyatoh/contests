      *  BIN-SIGNED (BIN-DECIMAL GETS THE MAGNITUDE ON THE WAY OUT).   *
      *  A SIGNED VALUE OUTSIDE THE WIDTH'S TWO'S-COMPLEMENT RANGE     *
      *  COMES BACK 'O' IN BIN-SW LIKE ANY OTHER OVERFLOW.             *
      *  THE FIELD MODE (F) PULLS ONE BIT FIELD OUT OF THE WORD IN     *
      *  BIN-DECIMAL: BIN-FLD-LEN BITS WHOSE LOW-ORDER BIT IS          *
      *  BIN-FLD-POS (BIT ZERO IS THE WORD'S LOW-ORDER BIT).  THE      *
      *  FIELD'S VALUE COMES BACK IN BIN-FLD-VALUE AND ITS RAW BITS    *
      *  IN BIN-BITS, EXACTLY BIN-FLD-LEN WIDE.  A FIELD RUNNING PAST  *
      *  BIT 33 COMES BACK 'O' IN BIN-SW.                              *
      *===============================================================*
       01  BIN-PARM.
           05  BIN-FUNCTION       PIC X(01).
               88  BIN-FN-OCT-TO-DEC          VALUE 'C'.
               88  BIN-FN-SBIN-TO-DEC         VALUE 'S'.
               88  BIN-FN-SDEC-TO-BIN         VALUE 'T'.
               88  BIN-FN-FIELD               VALUE 'F'.
           05  BIN-DECIMAL        PIC 9(10).
           05  BIN-BITS           PIC X(34).
           05  BIN-BIT-WIDTH      PIC 9(02).
               88  BIN-BAD-DIGIT              VALUE 'D'.
               88  BIN-VAL-OVERFLOW           VALUE 'O'.
           05  BIN-SIGNED         PIC S9(11) SIGN LEADING SEPARATE.
           05  BIN-FLD-POS        PIC 9(02).
           05  BIN-FLD-LEN        PIC 9(02).
           05  BIN-FLD-VALUE      PIC 9(10).
