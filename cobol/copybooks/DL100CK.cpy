000120*             WRITTEN PERIODICALLY DURING THE COUNTER LOOP SO THAT
000130*             A RERUN CAN RESUME WHERE THE PRIOR EXECUTION LEFT OFF
000140*             INSTEAD OF STARTING THE LOOP OVER FROM ZERO.
000150*             THE NIGHT DATE TELLS A CATCH-UP SERIES FROM TONIGHT'S
000151*             SERIES OF THE SAME STREAM WHEN BOTH CARRY ONE LIMIT.
000152*--------------------------------------------------------------------
000160 01  DL100-CHECKPOINT-RECORD.
000170     05  DL100-CK-JOB-ID             PIC X(08).
000180     05  DL100-CK-LAST-COUNTER       PIC 9(04).
000200     05  DL100-CK-RECORDS-WRITTEN    PIC 9(06).
000210     05  DL100-CK-CFG-LIMIT          PIC 9(06).
000220     05  DL100-CK-TIMESTAMP          PIC X(16).
000230     05  DL100-CK-NIGHT-DATE         PIC 9(08).
000240     05  FILLER                      PIC X(26).
