005500     05  RC-RECS-REJ        PIC X(08).
005600     05  FILLER             PIC X(02).
005700     05  RC-BATCH-ID        PIC X(08).
005800     05  FILLER             PIC X(44).

005900 FD  REPT-FILE
006000     RECORDING MODE IS F.
