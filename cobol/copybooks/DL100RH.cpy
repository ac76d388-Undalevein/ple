000150*             EVIDENCE OF WHEN A RUN STARTED AND ENDED, HOW LONG
000160*             IT TOOK, WHAT IT FINISHED WITH, AND WHETHER IT
000170*             RESUMED FROM A CHECKPOINT.  REPORTED WEEKLY BY
000180*             PGM DL100HRP.  DL100-RH-RUN-DATE IS THE SCHEDULED
000181*             NIGHT THE STREAM MINTED FOR (A CATCH-UP RUN CARRIES
000182*             THE MISSED NIGHT, RUN TYPE C), WHICH DL100CTB READS
000183*             BACK TO FIND NIGHTS WITH NO COMPLETED RUN.
000190*--------------------------------------------------------------------
000200 01  DL100-RUN-HISTORY-RECORD.
000210     05  DL100-RH-JOB-ID             PIC X(08).
000270     05  DL100-RH-RECON-FLAG         PIC X(01).
000280     05  DL100-RH-RETURN-CODE        PIC 9(02).
000290     05  DL100-RH-RESUMED-FLAG       PIC X(01).
000300     05  DL100-RH-RUN-DATE           PIC 9(08).
000310     05  DL100-RH-RUN-TYPE           PIC X(01).
000320         88  DL100-RH-CATCHUP-RUN        VALUE "C".
000330     05  FILLER                      PIC X(08).
