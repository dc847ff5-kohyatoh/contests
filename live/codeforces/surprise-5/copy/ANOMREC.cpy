      *===============================================================*
      *  ANOMREC - ONE RECORD PER TYPE-A TRANSACTION VALIDATE HELD    *
      *            BACK FOR SUPERVISOR REVIEW BECAUSE IT DOES NOT     *
      *            LOOK LIKE ITS ACCOUNT'S POSTING HISTORY (SEE       *
      *            COPY/ASTATREC.CPY).  THE RECORD IS NEITHER         *
      *            FORWARDED NOR SUSPENDED: IT WAITS ON THE ANOMREV   *
      *            REVIEW FILE UNTIL ANOMREL APPLIES A SUPERVISOR'S   *
      *            DECISION CARD - RELEASE INTO A DISPATCH DECK, OR   *
      *            SEND TO SUSPENSE UNDER ITS REASON CODE.            *
      *  ANM-BATCH-ID PLUS ANM-RECNO (THE RECORD'S NUMBER WITHIN ITS  *
      *  DECK, AS SUSPENSE NUMBERS IT) IS THE KEY A DECISION CARD     *
      *  NAMES.  ANM-REASON IS THE EDITRSN CODE - 40 AMOUNT OUTSIDE   *
      *  THE ACCOUNT'S BAND, 41 AN OPERATION THE ACCOUNT HAS NEVER    *
      *  USED.  ANM-AMOUNT IS WHAT THE RECORD WOULD POST; ANM-MEAN    *
      *  AND ANM-SPREAD ARE THE ACCOUNT'S STATISTICS IT WAS JUDGED    *
      *  AGAINST.  ANM-DATA IS THE RECORD IN ITS 50-BYTE DISPIN       *
      *  FORMAT, SO A RELEASED RECORD CAN FEED DISPATCH DIRECTLY.     *
      *===============================================================*
       01  ANM-REC.
           05  ANM-BATCH-ID       PIC X(08).
           05  ANM-RECNO          PIC 9(06).
           05  ANM-FLAG-DATE      PIC 9(08).
           05  ANM-REASON         PIC 9(02).
           05  ANM-AMOUNT         PIC S9(11) SIGN LEADING SEPARATE.
           05  ANM-MEAN           PIC S9(10) SIGN LEADING SEPARATE.
           05  ANM-SPREAD         PIC 9(10).
           05  ANM-DATA           PIC X(50).
           05  FILLER             PIC X(13).
