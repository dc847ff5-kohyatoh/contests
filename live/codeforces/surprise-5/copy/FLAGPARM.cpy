      *===============================================================*
      *  FLAGPARM - COMMUNICATION AREA FOR THE FLAGRTN BIT-FLAG       *
      *             DECODER.  THE CALLER SUPPLIES A LAYOUT NAME AND   *
      *             THE WORD'S VALUE; FLAGRTN LOADS THE FLAGDEF FLAG  *
      *             DEFINITION FILE (SEE COPY/FLAGREC.CPY) ON THE     *
      *             FIRST CALL AND RETURNS ONE ENTRY PER DEFINED      *
      *             FIELD, HIGH-ORDER FIELD FIRST, WITH ITS RAW BITS  *
      *             (LEFT-JUSTIFIED, EXACTLY THE FIELD'S WIDTH), ITS  *
      *             VALUE AND THE MEANING ON FILE FOR THAT VALUE.     *
      *             FLAG-F-DEF-SW COMES BACK 'N' WHEN THE FIELD HOLDS *
      *             A VALUE WITH NO MEANING ON FILE.  EVERY BIT THAT  *
      *             IS SET BUT FALLS IN NO DEFINED FIELD IS LISTED,   *
      *             HIGH-ORDER FIRST, IN FLAG-UNDEF-BIT.  A LAYOUT    *
      *             NAME NOT ON THE FILE COMES BACK FLAG-STATUS 'U'   *
      *             WITH NO FIELDS.                                   *
      *===============================================================*
       01  FLAG-PARM.
           05  FLAG-LAYOUT        PIC X(08).
           05  FLAG-VALUE         PIC 9(10).
           05  FLAG-STATUS        PIC X(01).
               88  FLAG-OK                    VALUE 'N'.
               88  FLAG-LAYOUT-UNKNOWN        VALUE 'U'.
           05  FLAG-WORD-BITS     PIC X(34).
           05  FLAG-FIELD-CNT     PIC 9(02).
           05  FLAG-FIELD         OCCURS 34.
               10  FLAG-F-NAME    PIC X(16).
               10  FLAG-F-HIGH    PIC 9(02).
               10  FLAG-F-LOW     PIC 9(02).
               10  FLAG-F-BITS    PIC X(16).
               10  FLAG-F-VALUE   PIC 9(05).
               10  FLAG-F-MEANING PIC X(30).
               10  FLAG-F-DEF-SW  PIC X(01).
                   88  FLAG-F-DEFINED         VALUE 'Y'.
                   88  FLAG-F-UNDEFINED       VALUE 'N'.
           05  FLAG-UNDEF-CNT     PIC 9(02).
           05  FLAG-UNDEF-BIT     PIC 9(02)   OCCURS 34.
