      *===============================================================*
      *  CHNPARM - COMMUNICATION AREA FOR THE CHAINRTN AUDIT-CHAIN    *
      *            SUBROUTINE.  EVERY AUDIT LOG RECORD CARRIES A      *
      *            SUITE-WIDE SEQUENCE NUMBER AND A TEN-DIGIT CHAIN   *
      *            VALUE COMPUTED OVER THE RECORD ITSELF (EVERYTHING  *
      *            UP TO AND INCLUDING ITS SEQUENCE NUMBER) AND THE   *
      *            CHAIN VALUE OF THE RECORD BEFORE IT, SO A RECORD   *
      *            ALTERED, REMOVED OR INSERTED AFTER THE FACT BREAKS *
      *            EVERY LINK FROM THAT POINT ON.  THE FIRST SEALED   *
      *            RECORD CHAINS FROM ZERO.                           *
      *            CHN-PREV-VALUE AND CHN-RECORD IN, THE RECORD'S OWN *
      *            CHAIN VALUE BACK IN CHN-VALUE.  AUDITLOG STAMPS    *
      *            IT, AUDARCH STAMPS ITS OWN RUN RECORD WITH IT AND  *
      *            AUDVERFY RECOMPUTES IT TO PROVE THE CHAIN.         *
      *            C ALSO FOLDS ITS MESSAGE CHECK VALUE THROUGH IT    *
      *            (SEE COPY/CMSGREC.CPY).                            *
      *===============================================================*
       01  CHN-PARM.
           05  CHN-PREV-VALUE     PIC 9(10).
           05  CHN-RECORD         PIC X(96).
           05  CHN-VALUE          PIC 9(10).
