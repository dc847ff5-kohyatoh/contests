      *           SECOND AUDIT RECORD), SO A MID-SUITE FAILURE CAN BE  *
      *           RERUN WITHOUT RE-PROCESSING THE FINISHED STEPS.      *
      *           IF THE FILE IS MISSING OR EMPTY EVERY STEP RUNS.     *
      *           RST-BATCH-ID IS THE BATCH ID THE COMPLETED RUN       *
      *           LOGGED (SPACES FOR A RUN WITH NO BATCH-TAGGED        *
      *           INPUT). A PROGRAM THAT RUNS MORE THAN ONCE A NIGHT,  *
      *           ONE DECK PER RUN, IS DONE ONLY FOR THE BATCHES       *
      *           LISTED, SO A.COB MATCHES ON IT AS WELL AS ITS NAME.  *
      *===============================================================*
       01  RST-CTL-REC.
           05  RST-PROGRAM-ID     PIC X(08).
           05  RST-STATUS         PIC X(04).
               88  RST-DONE           VALUE 'DONE'.
           05  RST-BATCH-ID       PIC X(08).
           05  FILLER             PIC X(60).
