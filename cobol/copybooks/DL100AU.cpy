000110* DL100AU   - PERMANENT AUDIT-TRAIL RECORD FOR THE ONETOTEN SEQUENCE
000120*             SUITE.  ONE RECORD IS RETAINED FOR EVERY PASS OF THE
000130*             COUNTER LOOP, INDEPENDENT OF JOB-LOG RETENTION, FOR
000140*             USE BY COMPLIANCE REVIEWS.  A STREAM REGISTERED WITH
000141*             A CHECK-DIGIT METHOD ALSO LOGS THE FULL NUMBER - THE
000142*             COUNTER WITH ITS CHECK DIGIT - AS SHIPPED ON OTFILE;
000143*             FOR EVERY OTHER STREAM THAT FIELD IS LEFT BLANK.
000150*--------------------------------------------------------------------
000160 01  DL100-AUDIT-RECORD.
000170     05  DL100-AU-JOB-NAME           PIC X(08).
000180     05  DL100-AU-RUN-TIMESTAMP      PIC X(16).
000190     05  DL100-AU-COUNTER            PIC 9(04).
000191     05  DL100-AU-CHECKED-NBR-X      PIC X(05).
000192     05  DL100-AU-CHECKED-NBR REDEFINES DL100-AU-CHECKED-NBR-X
000193                                     PIC 9(05).
000200     05  FILLER                      PIC X(47).
