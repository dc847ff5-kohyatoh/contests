004800     05  HI-RECS-OUT        PIC X(08).
004900     05  FILLER             PIC X(02).
005000     05  HI-RECS-REJ        PIC X(08).
005100     05  FILLER             PIC X(54).

005200 FD  REPT-FILE
005300     RECORDING MODE IS F.
