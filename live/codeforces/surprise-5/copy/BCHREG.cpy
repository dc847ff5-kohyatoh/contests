      *           OVERRIDE IS ANNOUNCED ON THE OPERATOR CONSOLE.      *
      *           EACH PROGRAM REGISTERS THE BATCH AT END OF A RUN    *
      *           THAT WAS NOT REFUSED.                               *
      *  BRG-DEPT IS THE SUBMITTING DEPARTMENT THE BATCH-ID PREFIX    *
      *  RESOLVED TO ON THE SUBMITTER MASTER (SEE COPY/SUBMREC.CPY),  *
      *  SPACES WHEN THERE IS NO MASTER.                              *
      *===============================================================*
       01  BRG-REC.
           05  BRG-BATCH-ID       PIC X(08).
           05  BRG-REG-DATE       PIC 9(08).
           05  BRG-REC-CNT        PIC 9(06).
           05  BRG-PROGRAM        PIC X(08).
           05  BRG-DEPT           PIC X(04).
           05  FILLER             PIC X(46).
