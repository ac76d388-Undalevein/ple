000100*--------------------------------------------------------------------
000110* DL100SI   - STEPID CARD.  ONE IN-STREAM CARD PER STEP THAT FILES
000120*             A STEP OUTCOME THROUGH DL100STS OR CALLS SEQNBRSVC,
000130*             NAMING THE STEP, SINCE A PROGRAM CANNOT SEE ITS OWN
000140*             JOB OR STEP NAME: JOB NAME IN COLS 1-8, STEP NAME IN
000150*             COLS 10-17, AND THE PROGRAM THE STEP EXECUTES IN COLS
000160*             19-26.  DL100STS NAMES THE RUNSTAT RECORD FROM IT;
000170*             SEQNBRSVC STAMPS THE JOB AND PROGRAM ON EACH SEQJRNL
000180*             RESERVATION FOR THE CHARGEBACK.
000190*--------------------------------------------------------------------
000200 01  DL100-STEP-ID-CARD.
000210     05  DL100-SID-JOB-NAME          PIC X(08).
000220     05  FILLER                      PIC X(01).
000230     05  DL100-SID-STEP-NAME         PIC X(08).
000240     05  FILLER                      PIC X(01).
000250     05  DL100-SID-PROGRAM           PIC X(08).
000260     05  FILLER                      PIC X(54).
