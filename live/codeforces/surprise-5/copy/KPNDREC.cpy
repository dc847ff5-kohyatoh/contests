      *===============================================================*
      *  KPNDREC - ONE CIPHER KEY CHANGE WAITING ON THE KEYPEND       *
      *            PENDING FILE FOR ITS SECOND SIGNATURE.  KEYMNT     *
      *            NEVER APPLIES AN ADD, CHANGE OR DELETE CARD        *
      *            STRAIGHT TO THE KEY FILE: THE CARD IS RECORDED     *
      *            HERE WITH THE REQUESTING OPERATOR'S ID AND THE     *
      *            BUSINESS DATE, AND IS APPLIED ONLY WHEN A LATER    *
      *            APPROVAL CARD FOR THE SAME KEY ID ARRIVES UNDER A  *
      *            DIFFERENT OPERATOR ID.  ONE CHANGE MAY WAIT PER    *
      *            KEY ID.  A CHANGE STILL WAITING MORE THAN THE      *
      *            KEY-PEND-DAYS SUITEPRM PERIOD AFTER ITS REQUEST    *
      *            DATE EXPIRES AND IS DROPPED.                       *
      *  KP-SHIFT AND THE DATES ARE THE VALUES THE CHANGE WILL PUT ON *
      *  THE KEY FILE; ZERO ON A DELETE.                              *
      *===============================================================*
       01  KPND-REC.
           05  KP-ACTION          PIC X(01).
               88  KP-ADD                     VALUE 'A'.
               88  KP-CHANGE                  VALUE 'C'.
               88  KP-DELETE                  VALUE 'D'.
           05  KP-KEY-ID          PIC X(08).
           05  KP-SHIFT           PIC 9(10).
           05  KP-EFF-DATE        PIC 9(08).
           05  KP-EXP-DATE        PIC 9(08).
           05  KP-REQ-OPER        PIC X(08).
           05  KP-REQ-DATE        PIC 9(08).
           05  FILLER             PIC X(29).
