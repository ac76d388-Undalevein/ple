000100*--------------------------------------------------------------------
000110* DL100IL   - LIFETIME ISSUANCE LEDGER RECORD.  ONE RECORD PER
000120*             COUNTER VALUE EVER SHIPPED ON OTFILE, KEYED BY
000130*             STREAM, NUMBERING CYCLE AND VALUE, ON THE ISSLEDG
000140*             KSDS.  LOADED BY DL100ILG.  THE ENTRY CARRIES THE
000150*             NIGHT THE VALUE WAS ISSUED FOR AND THE OTFILE
000160*             GENERATION IT CAME FROM, IDENTIFIED BY THAT
000170*             GENERATION'S HEADER RUN DATE AND CONTROL DATE.
000180*
000190*             CYCLE 0000 / VALUE 000000000 IS THE STREAM'S CYCLE
000200*             RECORD - THE CURRENT NUMBERING CYCLE, THE MAINTLOG
000210*             RESET THAT OPENED IT, AND THE HIGHEST VALUE LEDGERED
000220*             IN IT.  A DELIBERATE RESET (A DL100SQM SET TO ZERO
000230*             OR DELETE OF THE NAME) OPENS THE NEXT CYCLE ONCE THE
000232*             STREAM'S NUMBERING IS SEEN TO START OVER, SO THE
000234*             NUMBERS MINTED AFTER IT ARE LEDGERED UNDER THEIR OWN
000240*             CYCLE MARKER AND NOT AS RE-ISSUES.
000250*--------------------------------------------------------------------
000260 01  DL100-ISSUE-LEDGER-RECORD.
000270     05  DL100-IL-KEY.
000280         10  DL100-IL-STREAM-NAME    PIC X(08).
000290         10  DL100-IL-CYCLE          PIC 9(04).
000300         10  DL100-IL-COUNTER        PIC 9(09).
000310     05  DL100-IL-ENTRY-AREA.
000320         10  DL100-IL-RUN-DATE       PIC 9(08).
000330         10  DL100-IL-GEN-RUN-DATE   PIC 9(08).
000340         10  DL100-IL-GEN-CTL-DATE   PIC 9(08).
000350         10  DL100-IL-LOADED-TS      PIC X(16).
000360         10  FILLER                  PIC X(19).
000370     05  DL100-IL-CYCLE-AREA REDEFINES DL100-IL-ENTRY-AREA.
000380         10  DL100-IL-CUR-CYCLE      PIC 9(04).
000390         10  DL100-IL-CYC-RESET-TS   PIC X(16).
000400         10  DL100-IL-CYC-OPERATOR   PIC X(08).
000410         10  DL100-IL-CYC-FIRST-DATE PIC 9(08).
000420         10  DL100-IL-CYC-HIGH-VALUE PIC 9(09).
000430         10  FILLER                  PIC X(14).
