000100*--------------------------------------------------------------------
000110* DL100RL   - REGISTRY-LOG RECORD FOR THE STREAM-REGISTRY
000120*             MAINTENANCE FACILITY (PGM DL100SRM).  EVERY CHANGE
000130*             APPLIED TO A DL100SR RECORD LEAVES TWO RECORDS ON
000140*             THE STANDING REGLOG FILE UNDER THE SAME TIMESTAMP -
000150*             A "B" IMAGE OF THE ENTRY BEFORE THE CHANGE (BLANK
000160*             FOR AN ADD) AND AN "A" IMAGE AFTER IT - WITH THE
000170*             OPERATOR AND ACTION, SO ADDING OR RETIRING A STREAM
000180*             IS A DOCUMENTED CHANGE, NOT AN UNTRACED EDIT.
000190*--------------------------------------------------------------------
000200 01  DL100-REG-LOG-RECORD.
000210     05  DL100-RL-TIMESTAMP          PIC X(16).
000220     05  DL100-RL-OPERATOR           PIC X(08).
000230     05  DL100-RL-ACTION             PIC X(08).
000240     05  DL100-RL-IMAGE              PIC X(01).
000250         88  DL100-RL-BEFORE-IMAGE       VALUE "B".
000260         88  DL100-RL-AFTER-IMAGE        VALUE "A".
000270     05  DL100-RL-STREAM-NAME        PIC X(08).
000280     05  DL100-RL-OWNER              PIC X(16).
000290     05  DL100-RL-RECV-TEAM          PIC X(16).
000300     05  DL100-RL-FILE-NBR           PIC 9(02).
000310     05  DL100-RL-STATUS             PIC X(01).
000311     05  DL100-RL-CHECK-METHOD       PIC X(02).
000320     05  FILLER                      PIC X(02).
