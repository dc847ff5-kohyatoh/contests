      *===============================================================*
      *  IRATEREC - ONE INTEREST-BEARING ACCOUNT ON THE INDEXED       *
      *             INTEREST RATE MASTER (INTRATE), KEYED BY THE      *
      *             ACCOUNT CODE.  MAINTAINED BY IRATEMNT; READ BY    *
      *             THE INTACCR ACCRUAL RUN.                          *
      *  IRT-RATE IS THE ANNUAL RATE IN PERCENT TO SIX DECIMALS       *
      *  (+005250000 IS 5.25 PERCENT).  A NEGATIVE RATE CHARGES THE   *
      *  ACCOUNT RATHER THAN PAYING IT.                               *
      *  IRT-BASIS IS THE DAY-COUNT BASIS: A ACTUAL/365, B ACTUAL/    *
      *  360, T 30/360 (THROUGH DATERTN IN EVERY CASE).               *
      *  IRT-FREQ IS THE ACCRUAL FREQUENCY: M MONTHLY, Q QUARTERLY,   *
      *  A ANNUALLY.  A PERIOD ENDS ON THE CALENDAR MONTH END (MARCH, *
      *  JUNE, SEPTEMBER, DECEMBER FOR Q; DECEMBER FOR A) AND IS      *
      *  ACCRUED ON THE LAST BUSINESS DAY ON OR BEFORE IT.            *
      *  IRT-LAST-ACCR IS THE DATE INTEREST HAS BEEN ACCRUED THROUGH  *
      *  (SET FROM THE ACCRUE-FROM DATE ON THE ADD CARD, ADVANCED BY  *
      *  EACH ACCRUAL RUN); IRT-LAST-AMT IS THE AMOUNT LAST ACCRUED.  *
      *  WHEN IRT-CONTRA IS NAMED EACH ACCRUAL ALSO POSTS THE         *
      *  OFFSETTING AMOUNT TO THAT ACCOUNT (INTEREST INCOME OR        *
      *  EXPENSE).                                                    *
      *===============================================================*
       01  IRT-REC.
           05  IRT-ACCT           PIC X(04).
           05  IRT-RATE           PIC S9(03)V9(06)
                                  SIGN LEADING SEPARATE.
           05  IRT-BASIS          PIC X(01).
               88  IRT-ACT-365        VALUE 'A'.
               88  IRT-ACT-360        VALUE 'B'.
               88  IRT-30-360         VALUE 'T'.
           05  IRT-FREQ           PIC X(01).
               88  IRT-MONTHLY        VALUE 'M'.
               88  IRT-QUARTERLY      VALUE 'Q'.
               88  IRT-ANNUAL         VALUE 'A'.
           05  IRT-CONTRA         PIC X(04).
           05  IRT-LAST-ACCR      PIC 9(08).
           05  IRT-LAST-AMT       PIC S9(10) SIGN LEADING SEPARATE.
           05  IRT-STATUS         PIC X(01).
               88  IRT-ACTIVE         VALUE 'A'.
               88  IRT-HELD           VALUE 'H'.
           05  FILLER             PIC X(40).
