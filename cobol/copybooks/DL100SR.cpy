000100*--------------------------------------------------------------------
000110* DL100SR   - SEQUENCE-STREAM REGISTRY RECORD.  ONE RECORD PER
000120*             SEQUENCE NAME THE SHOP HAS SANCTIONED, KEYED BY THE
000130*             NAME, ON THE STANDING STRMREG STORE.  IT IS THE ONE
000140*             LIST OF STREAMS THAT SEQNBRSVC, DL100CTB, AND
000150*             DL100DWN ALL ENFORCE - WHO OWNS THE NAME, WHICH
000160*             TEAM RECEIVES ITS NUMBERS, WHICH INTERFACE FILE
000170*             THEY ARE DISTRIBUTED ON (00 = THE DSTFILE CATCH-ALL
000180*             GENERATION, 01-04 = DSTFIL01-DSTFIL04), AND WHETHER
000190*             THE NAME IS ACTIVE, FROZEN (STILL SERVED, BUT NOT
000200*             SCHEDULED BY THE NIGHTLY CONTROL BUILD), OR RETIRED
000210*             (REFUSED EVERYWHERE).  MAINTAINED ONLY BY DL100SRM.
000211*             A STREAM WHOSE NUMBERS ARE KEYED BACK BY HAND CARRIES
000212*             A CHECK-DIGIT METHOD - "10" FOR MOD-10, "11" FOR
000213*             MOD-11 - AND EVERY NUMBER IT ISSUES IS THEN SHIPPED
000214*             AS THE COUNTER WITH ITS CHECK DIGIT APPENDED.  A
000215*             BLANK METHOD MEANS THE PLAIN COUNTER, AS BEFORE.
000220*--------------------------------------------------------------------
000230 01  DL100-STREAM-REG-RECORD.
000240     05  DL100-SR-STREAM-NAME        PIC X(08).
000250     05  DL100-SR-OWNER              PIC X(16).
000260     05  DL100-SR-RECV-TEAM          PIC X(16).
000270     05  DL100-SR-FILE-NBR           PIC 9(02).
000280     05  DL100-SR-STATUS             PIC X(01).
000290         88  DL100-SR-ACTIVE             VALUE "A".
000300         88  DL100-SR-FROZEN             VALUE "F".
000310         88  DL100-SR-RETIRED            VALUE "R".
000320         88  DL100-SR-STATUS-VALID       VALUE "A" "F" "R".
000330     05  DL100-SR-LAST-UPDATED       PIC X(16).
000340     05  DL100-SR-UPDATED-BY         PIC X(08).
000341     05  DL100-SR-CHECK-METHOD       PIC X(02).
000342         88  DL100-SR-NO-CHECK-DIGIT     VALUE SPACES.
000343         88  DL100-SR-CHECK-MOD10        VALUE "10".
000344         88  DL100-SR-CHECK-MOD11        VALUE "11".
000345         88  DL100-SR-CHECK-METHOD-VALID VALUE SPACES "10" "11".
000350     05  FILLER                      PIC X(11).
