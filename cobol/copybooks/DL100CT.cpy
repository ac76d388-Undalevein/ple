000160*             CAN PROVE IT IS TONIGHT'S AND NOT A STALE LEFTOVER.
000170*             A RECORD WITH A BLANK SEQUENCE NAME IS THE ORIGINAL
000180*             SINGLE-STREAM LAYOUT AND MEANS "ONETOTEN".
000181*             DL100-CTL-NIGHT-DATE IS THE SCHEDULED NIGHT THE
000182*             RECORD MINTS FOR - TONIGHT ON AN ORDINARY RECORD,
000183*             AN EARLIER NIGHT ON A CATCH-UP RECORD (RUN TYPE C)
000184*             THAT DL100CTB BUILT FOR A NIGHT WITH NO COMPLETED
000185*             RUN ON HISTFILE.  A RECORD WITHOUT ONE IS THE OLDER
000186*             LAYOUT AND MEANS TONIGHT.
000190*--------------------------------------------------------------------
000200 01  DL100-CONTROL-RECORD.
000210     05  DL100-CTL-RUN-LIMIT         PIC 9(06).
000220     05  DL100-CTL-SEQ-NAME          PIC X(08).
000230     05  DL100-CTL-RUN-DATE          PIC 9(08).
000240     05  DL100-CTL-NIGHT-DATE        PIC 9(08).
000250     05  DL100-CTL-RUN-TYPE          PIC X(01).
000260         88  DL100-CTL-CATCHUP-RUN       VALUE "C".
000270     05  FILLER                      PIC X(49).
