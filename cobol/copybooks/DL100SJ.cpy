000240*             CALLER HOLDS THE NAME'S SEQLOCK ENQUEUE.  BALANCED
000250*             DAILY BY DL100JBL AND READ BY DL100REC TO ANNOTATE GAP
000260*             EXCEPTIONS LEFT BY A CANCELED RUN'S PARTIAL BLOCK.
000261*             THE CALLER FIELDS NAME THE JOB AND PROGRAM THAT DREW
000262*             THE NUMBERS, OFF THE CALLING STEP'S STEPID CARD (JOB
000263*             IN COLS 1-8, PROGRAM IN COLS 19-26), FOR DL100SCR'S
000264*             MONTHLY CONSUMPTION AND CHARGEBACK REPORT.  THEY ARE
000265*             BLANK ON RECORDS JOURNALED BEFORE THEY WERE ADDED AND
000266*             FOR A CALLER THAT ALLOCATES NO STEPID CARD.
000270*--------------------------------------------------------------------
000280 01  DL100-SEQ-JOURNAL-RECORD.
000290     05  DL100-SJ-KEY.
000340         88  DL100-SJ-FUNCTION-GET       VALUE "G".
000350         88  DL100-SJ-FUNCTION-RESERVE   VALUE "R".
000360     05  DL100-SJ-BLOCK-SIZE         PIC 9(09).
000370     05  DL100-SJ-CALLER-JOB         PIC X(08).
000380     05  DL100-SJ-CALLER-PROGRAM     PIC X(08).
000390     05  FILLER                      PIC X(21).
