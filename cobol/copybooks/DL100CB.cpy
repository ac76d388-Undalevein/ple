000100*--------------------------------------------------------------------
000110* DL100CB   - SEQUENCE-SERVICE CHARGEBACK EXTRACT RECORD FOR THE
000120*             FINANCE FEED.  WRITTEN BY DL100SCR, ONE DETAIL RECORD
000130*             PER SEQUENCE NAME AND CALLING APPLICATION (JOB AND
000140*             PROGRAM, AS JOURNALED ON DL100SJ) FOR THE REPORTING
000150*             PERIOD, THEN ONE TRAILER CARRYING THE RECORD COUNT
000160*             AND THE CALL AND NUMBERS-RESERVED TOTALS SO THE
000170*             RECEIVING SIDE CAN PROVE THE FILE COMPLETE.
000180*
000190*             RESERVATIONS JOURNALED WITHOUT A CALLER (BEFORE THE
000200*             CALLER FIELDS WERE ADDED, OR BY A STEP WITH NO STEPID
000210*             CARD) ARE CHARGED TO JOB "*UNKNOWN" WITH A BLANK
000220*             PROGRAM.  THE SHARED FLAG IS SET ON EVERY DETAIL FOR A
000230*             NAME DRAWN BY MORE THAN ONE KNOWN APPLICATION.
000240*--------------------------------------------------------------------
000250 01  DL100-CHARGEBACK-RECORD.
000260     05  DL100-CB-RECORD-TYPE        PIC X(01).
000270         88  DL100-CB-IS-DETAIL          VALUE "D".
000280         88  DL100-CB-IS-TRAILER         VALUE "T".
000290     05  DL100-CB-PERIOD-FROM        PIC 9(08).
000300     05  DL100-CB-PERIOD-THRU        PIC 9(08).
000310     05  DL100-CB-DETAIL-AREA.
000320         10  DL100-CB-SEQ-NAME       PIC X(08).
000330         10  DL100-CB-CALLER-JOB     PIC X(08).
000340         10  DL100-CB-CALLER-PROGRAM PIC X(08).
000350         10  DL100-CB-CALL-COUNT     PIC 9(09).
000360         10  DL100-CB-NUMBERS-RESERVED
000370                                     PIC 9(13).
000380         10  DL100-CB-SHARED-FLAG    PIC X(01).
000390             88  DL100-CB-NAME-SHARED    VALUE "S".
000400         10  FILLER                  PIC X(16).
000410     05  DL100-CB-TRAILER-AREA REDEFINES DL100-CB-DETAIL-AREA.
000420         10  DL100-CB-TRL-RECORD-COUNT
000430                                     PIC 9(09).
000440         10  DL100-CB-TRL-TOTAL-CALLS
000450                                     PIC 9(11).
000460         10  DL100-CB-TRL-TOTAL-RESERVED
000470                                     PIC 9(15).
000480         10  FILLER                  PIC X(28).
