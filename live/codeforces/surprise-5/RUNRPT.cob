005700     05  RR-DUP-CNT         PIC X(08).
005800     05  FILLER             PIC X(02).
005900     05  RR-START-TIME      PIC X(08).
006000     05  FILLER             PIC X(24).
006100
006200 FD  REPT-FILE
006300     RECORDING MODE IS F.
