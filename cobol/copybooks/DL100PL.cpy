000100*--------------------------------------------------------------------
000110* DL100PL   - SCHEDULE-PARAMETER LOG RECORD.  EVERY CHANGE TO A
000120*             DL100SP ENTRY ON THE SCHEDPRM STORE - FROM THE DL1P
000130*             TRANSACTION (DL100SPM) OR THE ONE-TIME CARD-DECK
000140*             CONVERSION (DL100SPC) - LEAVES TWO RECORDS ON THE
000150*             STANDING SCHEDLOG ESDS UNDER THE SAME TIMESTAMP: A
000160*             "B" IMAGE OF THE ENTRY BEFORE THE CHANGE (BLANK FOR
000170*             AN ADD) AND AN "A" IMAGE AFTER IT (BLANK FOR A
000180*             DELETE), WITH THE USER, TERMINAL, AND ACTION, SO
000190*             EVERY LIMIT EVER IN FORCE CAN BE TRACED TO WHOEVER
000200*             SET IT.
000210*--------------------------------------------------------------------
000220 01  DL100-SCHED-LOG-RECORD.
000230     05  DL100-PL-TIMESTAMP          PIC X(16).
000240     05  DL100-PL-OPERATOR           PIC X(08).
000250     05  DL100-PL-ACTION             PIC X(08).
000260     05  DL100-PL-IMAGE              PIC X(01).
000270         88  DL100-PL-BEFORE-IMAGE       VALUE "B".
000280         88  DL100-PL-AFTER-IMAGE        VALUE "A".
000290     05  DL100-PL-ENTRY-TYPE         PIC X(08).
000300     05  DL100-PL-STREAM-NAME        PIC X(08).
000310     05  DL100-PL-QUALIFIER          PIC X(08).
000320     05  DL100-PL-LIMIT              PIC 9(06).
000330     05  DL100-PL-TERMINAL           PIC X(04).
000340     05  DL100-PL-TRANSACTION        PIC X(04).
000350     05  FILLER                      PIC X(09).
