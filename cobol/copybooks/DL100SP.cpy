000100*--------------------------------------------------------------------
000110* DL100SP   - SCHEDULE-PARAMETER ENTRY ON THE STANDING SCHEDPRM
000120*             STORE, THE KEYED SUCCESSOR TO THE SCHEDPRM CARD
000130*             DECK.  ONE RECORD PER RULE - A STREAM DECLARATION,
000140*             A DAY-OF-WEEK, MONTH-END, OR HOLIDAY LIMIT (SHARED
000150*             DEFAULT WHEN THE STREAM IS BLANK, ELSE THAT STREAM'S
000160*             OVERRIDE), OR A HOLIDAY DATE.  DL100CTB BUILDS EACH
000170*             NIGHT'S LIMITS AND DL100CAP FORECASTS CAPACITY FROM
000180*             THE SAME ENTRIES.  MAINTAINED ONLINE THROUGH THE
000190*             DL1P TRANSACTION (DL100SPM); EVERY ENTRY IS FIELD-
000200*             EDITED BY DL100SPE BEFORE IT IS STORED.
000210*
000220*             THE CLASS DIGIT LEADS THE KEY SO A READ IN KEY ORDER
000230*             RETURNS THE ENTRIES IN THE ORDER THE CARD DECK HAD
000240*             TO BE IN - STREAM DECLARATIONS FIRST, THEN THE LIMIT
000250*             RULES THAT MAY NAME THEM, THEN THE HOLIDAY DATES.
000260*             THE QUALIFIER IS THE DAY NAME (MON..SUN) ON A
000270*             DOWLIMIT ENTRY AND THE YYYYMMDD DATE ON A HOLIDAY
000280*             ENTRY, BLANK OTHERWISE.  STREAM AND HOLIDAY ENTRIES
000290*             CARRY A ZERO LIMIT.
000300*--------------------------------------------------------------------
000310 01  DL100-SCHED-PARM-RECORD.
000320     05  DL100-SP-KEY.
000330         10  DL100-SP-ENTRY-CLASS    PIC 9(01).
000340             88  DL100-SP-CLASS-STREAM   VALUE 1.
000350             88  DL100-SP-CLASS-DOWLIMIT VALUE 2.
000360             88  DL100-SP-CLASS-EOMLIMIT VALUE 3.
000370             88  DL100-SP-CLASS-HOLLIMIT VALUE 4.
000380             88  DL100-SP-CLASS-HOLIDAY  VALUE 5.
000390         10  DL100-SP-ENTRY-TYPE     PIC X(08).
000400             88  DL100-SP-STREAM-ENTRY   VALUE "STREAM".
000410             88  DL100-SP-DOWLIMIT-ENTRY VALUE "DOWLIMIT".
000420             88  DL100-SP-EOMLIMIT-ENTRY VALUE "EOMLIMIT".
000430             88  DL100-SP-HOLLIMIT-ENTRY VALUE "HOLLIMIT".
000440             88  DL100-SP-HOLIDAY-ENTRY  VALUE "HOLIDAY".
000450             88  DL100-SP-LIMIT-ENTRY    VALUE "DOWLIMIT"
000460                                               "EOMLIMIT"
000470                                               "HOLLIMIT".
000480         10  DL100-SP-STREAM-NAME    PIC X(08).
000490         10  DL100-SP-QUALIFIER      PIC X(08).
000500         10  DL100-SP-QUAL-DAY REDEFINES DL100-SP-QUALIFIER.
000510             15  DL100-SP-DAY-NAME   PIC X(03).
000520             15  FILLER              PIC X(05).
000530     05  DL100-SP-LIMIT              PIC 9(06).
000540     05  DL100-SP-LIMIT-X REDEFINES DL100-SP-LIMIT
000550                                     PIC X(06).
000560     05  DL100-SP-LAST-UPDATED       PIC X(16).
000570     05  DL100-SP-UPDATED-BY         PIC X(08).
000580     05  FILLER                      PIC X(25).
