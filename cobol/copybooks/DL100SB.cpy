000100*--------------------------------------------------------------------
000110* DL100SB   - SEQUENCE-STORE BACKUP RECORD.  WRITTEN BY THE NIGHTLY
000120*             BACKUP STEP (PGM DL100SQB) TO A SEQBKUP GENERATION AND
000130*             READ BACK BY THE SEQUENCE-STORE RECOVERY PROGRAM (PGM
000140*             DL100SQR).  RECORD-TYPE "H" OPENS THE BACKUP WITH THE
000150*             STAMP TAKEN BEFORE THE STORE WAS BROWSED.  RECORD-TYPE
000160*             "D" CARRIES ONE DL100SQ RECORD IMAGE EXACTLY AS READ,
000170*             UNDER THE SAME STAMP - THE IMAGE'S OWN LAST-UPDATED
000180*             STAMP SAYS WHICH RESERVATIONS IT ALREADY HOLDS.
000190*             RECORD-TYPE "T" CLOSES THE BACKUP WITH ITS IMAGE COUNT
000200*             AND THE SUM OF THE IMAGES' LAST-VALUES, SO A TRUNCATED
000210*             BACKUP IS NEVER RESTORED.
000220*--------------------------------------------------------------------
000230 01  DL100-BACKUP-RECORD.
000240     05  DL100-BK-RECORD-TYPE        PIC X(01).
000250         88  DL100-BK-IS-HEADER          VALUE "H".
000260         88  DL100-BK-IS-IMAGE           VALUE "D".
000270         88  DL100-BK-IS-TRAILER         VALUE "T".
000280     05  DL100-BK-STAMP              PIC X(16).
000290     05  FILLER                      PIC X(03).
000300     05  DL100-BK-SEQ-IMAGE          PIC X(80).
000310     05  DL100-BK-TRAILER-AREA REDEFINES DL100-BK-SEQ-IMAGE.
000320         10  DL100-BK-TRL-COUNT      PIC 9(07).
000330         10  DL100-BK-TRL-VALUE-SUM  PIC 9(15).
000340         10  FILLER                  PIC X(58).
