      *             WHEN THE CARD IS MISSING, BLANK OR ZERO.          *
      *             BUSD-SOURCE SAYS WHICH ONE WON, SO A PROGRAM      *
      *             CAN NOTE A CLOCK FALLBACK ON ITS CONSOLE.         *
      *             A STEP RUN WITH THE BUSINESS-DATE HISTORY         *
      *             (BDHIST) ALLOCATED IS REFUSED INSIDE BUSDATE,     *
      *             CONDITION CODE 8, WHEN THE DATE IS ALREADY CLOSED *
      *             AND THE PROCDATE CARD DOES NOT AUTHORIZE A RERUN. *
      *===============================================================*
       01  BUSD-PARM.
           05  BUSD-DATE          PIC 9(08).
