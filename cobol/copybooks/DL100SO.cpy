000100*--------------------------------------------------------------------
000110* DL100SO   - STEP-OUTCOME RECORD ON THE STANDING RUN-STATUS STORE
000120*             (RUNSTAT), WRITTEN THROUGH DL100STS BY EVERY PROGRAM
000130*             IN THE NIGHTLY STREAM AS IT ENDS AND READ BY DL100MSR
000140*             FOR THE MORNING STATUS PAGE.  RUNSTAT IS A KEYED STORE
000150*             LIKE SEQJRNL, SO THE PARALLEL STREAM JOBS CAN EACH
000160*             WRITE THEIR OWN RECORDS UNDER DISP=SHR.
000170*
000180*             THE KEY IS THE NIGHT'S RUN DATE, THE JOB AND STEP
000190*             NAMES OFF THE STEP'S STEPID CARD, THE SUBJECT, AND THE
000200*             TIME THE RECORD WAS WRITTEN - A RERUN STEP ADDS A
000210*             LATER RECORD RATHER THAN OVERWRITING THE FIRST.  THE
000220*             STEP'S OWN RECORD HAS A BLANK SUBJECT; A STEP THAT
000230*             REPORTS PER STREAM OR PER INTERFACE FILE ADDS ONE
000240*             RECORD EACH, SUBJECT = STREAM NAME OR DD NAME.
000250*
000260*             THE COUNT LABELS AND THE FLAG BYTE ARE THE WRITING
000270*             PROGRAM'S OWN (E.G. ONETOTEN: LIMIT, ITERATIONS AND
000280*             THE RECON FLAG); THE FIRST-MSG IS THE FIRST ERROR OR
000290*             WARNING MESSAGE THE STEP DISPLAYED.
000300*
000310*             RUN DATE 00000000 / JOB *NIGHT IS THE NIGHT ANCHOR -
000320*             DL100CTB STAMPS IT WITH THE RUN DATE OF THE CONTROL
000330*             GENERATION IT BUILDS, AND EVERY LATER STEP'S RECORD IS
000340*             FILED UNDER THAT DATE, SO A STEP THAT RUNS PAST
000350*             MIDNIGHT STILL LANDS ON ITS OWN NIGHT.
000360*--------------------------------------------------------------------
000370 01  DL100-RUN-STATUS-RECORD.
000380     05  DL100-SO-KEY.
000390         10  DL100-SO-RUN-DATE       PIC 9(08).
000400         10  DL100-SO-JOB-NAME       PIC X(08).
000410             88  DL100-SO-IS-NIGHT-ANCHOR  VALUE "*NIGHT".
000420         10  DL100-SO-STEP-NAME      PIC X(08).
000430         10  DL100-SO-SUBJECT        PIC X(08).
000440         10  DL100-SO-WRITTEN-TS     PIC X(16).
000450     05  DL100-SO-OUTCOME-AREA.
000460         10  DL100-SO-PROGRAM        PIC X(08).
000470         10  DL100-SO-RETURN-CODE    PIC 9(04).
000480         10  DL100-SO-COUNT-ENTRY OCCURS 3 TIMES.
000490             15  DL100-SO-COUNT-LABEL  PIC X(10).
000500             15  DL100-SO-COUNT-VALUE  PIC 9(09).
000510         10  DL100-SO-FLAG           PIC X(01).
000520         10  DL100-SO-FIRST-MSG      PIC X(80).
000530         10  FILLER                  PIC X(02).
000540     05  DL100-SO-NIGHT-AREA REDEFINES DL100-SO-OUTCOME-AREA.
000550         10  DL100-SO-NIGHT-DATE     PIC 9(08).
000560         10  DL100-SO-NIGHT-OPENED-TS PIC X(16).
000570         10  FILLER                  PIC X(128).
