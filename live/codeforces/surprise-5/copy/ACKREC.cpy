      *===============================================================*
      *  ACKREC - ONE RECORD OF THE PER-BATCH ACKNOWLEDGMENT FILE     *
      *           (ACKOUT) RETURNED TO THE SUBMITTING DEPARTMENTS.    *
      *           VALIDATE, DISPATCH AND A.COB EACH APPEND, FOR EVERY *
      *           DECK THEY READ, ONE DETAIL RECORD PER INPUT RECORD  *
      *           AND ONE DECK SUMMARY RECORD, ALL KEYED BY THE       *
      *           DECK'S BATCH ID (BCH-BATCH-ID).  THE NIGHT'S        *
      *           ACCUMULATED FILE IS CUT TO ONE ACKRTN GENERATION    *
      *           AT THE END OF THE NIGHTLY JOB FOR PICK-UP.          *
      *  ACK-PROGRAM NAMES THE STEP THAT WROTE THE RECORD - A DECK    *
      *  RUN THROUGH VALIDATE AND THEN DISPATCH IS ACKNOWLEDGED BY    *
      *  BOTH.  ACK-BUS-DATE IS THE SUITE BUSINESS DATE.              *
      *  DETAIL: ACD-RECNO IS THE RECORD'S NUMBER WITHIN ITS DECK     *
      *  (THE SAME NUMBER SUSPENSE CARRIES AS SUSP-ID), ACD-REC-TYPE  *
      *  THE DISPIN TYPE BYTE (A FOR EVERY TRANIN RECORD), ACD-ID     *
      *  THE TRANSACTION ID - THE POST-ID FOR A POSTED RECORD.        *
      *  ACD-OUTCOME:                                                 *
      *      P  POSTED TO THE POSTED-SUMS MASTER UNDER ACD-ID         *
      *      C  COMPLETED - A NON-POSTING RECORD ROUTED AND PROCESSED *
      *      V  PASSED THE FRONT-END EDIT, FORWARDED UNCHANGED        *
      *      N  NORMALIZED (REPAIRED) AND FORWARDED                   *
      *      S  SUSPENDED TO SUSPENSE WITH THE EDITRSN REASON         *
      *      D  DUPLICATE - AN EARLIER RECORD OR POSTING ALREADY      *
      *         CARRIES IT (REASON 15 WHEN THE ID IS THE DUPLICATE)   *
      *      R  REJECTED BY A.COB (REJECT REPORT ONLY - A.COB HAS NO  *
      *         SUSPENSE); ACD-REASON IS THE NEAREST EDITRSN CODE,    *
      *         00 WHEN THERE IS NONE                                 *
      *      Q  HELD WITH ITS DECK - THE DECK WAS REFUSED AND WENT    *
      *         TO QUARANTINE, SO NOTHING FROM IT WAS APPLIED         *
      *      F  FLAGGED BY VALIDATE'S POSTING-HISTORY SCREEN AND HELD *
      *         ON ANOMOUT FOR A SUPERVISOR TO RELEASE OR SUSPEND     *
      *  SUMMARY: ACS-DISPOSITION A ACCEPTED OR R REFUSED (ACS-REASON *
      *  SAYS WHY); THE HEADER'S CREATION DATE, THE TRAILER'S COUNT   *
      *  AND HASH AS RECEIVED (ZERO WHEN THE DECK HAD NO TRAILER),    *
      *  AND THE RECORDS READ, ACCEPTED AND REJECTED.                 *
      *===============================================================*
       01  ACK-REC.
           05  ACK-BATCH-ID       PIC X(08).
           05  ACK-KIND           PIC X(01).
               88  ACK-IS-DETAIL      VALUE 'D'.
               88  ACK-IS-SUMMARY     VALUE 'S'.
           05  ACK-PROGRAM        PIC X(08).
           05  ACK-BUS-DATE       PIC 9(08).
           05  ACK-BODY           PIC X(95).
           05  ACK-DETAIL-BODY  REDEFINES ACK-BODY.
               10  ACD-RECNO      PIC 9(06).
               10  ACD-REC-TYPE   PIC X(01).
               10  ACD-OUTCOME    PIC X(01).
                   88  ACD-POSTED         VALUE 'P'.
                   88  ACD-COMPLETED      VALUE 'C'.
                   88  ACD-VALIDATED      VALUE 'V'.
                   88  ACD-NORMALIZED     VALUE 'N'.
                   88  ACD-SUSPENDED      VALUE 'S'.
                   88  ACD-DUPLICATE      VALUE 'D'.
                   88  ACD-REJECTED       VALUE 'R'.
                   88  ACD-HELD           VALUE 'Q'.
                   88  ACD-FLAGGED        VALUE 'F'.
               10  ACD-ID         PIC X(06).
               10  ACD-ACCT       PIC X(04).
               10  ACD-REASON     PIC 9(02).
               10  ACD-FIELD      PIC X(10).
               10  ACD-TEXT       PIC X(25).
               10  FILLER         PIC X(40).
           05  ACK-SUMMARY-BODY REDEFINES ACK-BODY.
               10  ACS-DISPOSITION PIC X(01).
                   88  ACS-ACCEPTED       VALUE 'A'.
                   88  ACS-REFUSED        VALUE 'R'.
               10  ACS-CRE-DATE   PIC 9(08).
               10  ACS-TRL-COUNT  PIC 9(06).
               10  ACS-TRL-HASH   PIC 9(10).
               10  ACS-RECS-IN    PIC 9(06).
               10  ACS-RECS-OK    PIC 9(06).
               10  ACS-RECS-REJ   PIC 9(06).
               10  ACS-REASON     PIC X(50).
               10  FILLER         PIC X(02).
