000140*             ONE PASS OF THE COUNTER LOOP.  RECORD-TYPE "T" IS THE
000150*             END-OF-RUN TRAILER / CONTROL-TOTAL RECORD.  ALL THREE
000160*             REUSE THE DETAIL AREA VIA REDEFINES.
000161*             A DETAIL OF A STREAM REGISTERED WITH A CHECK-DIGIT
000162*             METHOD ALSO CARRIES THE FULL NUMBER - THE COUNTER
000163*             WITH ITS CHECK DIGIT APPENDED; FOR EVERY OTHER
000164*             STREAM THAT FIELD IS LEFT BLANK.
000165*--------------------------------------------------------------------
000170 01  DL100-OUTPUT-RECORD.
000180     05  DL100-OT-RECORD-TYPE        PIC X(01).
000220         10  DL100-OT-RUN-DATE           PIC 9(08).
000230         10  DL100-OT-JOB-ID             PIC X(08).
000240         10  DL100-OT-COUNTER            PIC 9(04).
000241         10  DL100-OT-CHECKED-NBR-X      PIC X(05).
000242         10  DL100-OT-CHECKED-NBR REDEFINES DL100-OT-CHECKED-NBR-X
000243                                         PIC 9(05).
000250         10  FILLER                      PIC X(54).
000260     05  DL100-OT-TRAILER-AREA REDEFINES DL100-OT-DETAIL-AREA.
000270         10  DL100-OT-TRL-RUN-DATE       PIC 9(08).
000280         10  DL100-OT-TRL-JOB-ID         PIC X(08).
