000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100SRM.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  SANCTIONED MAINTENANCE
000220*                     FACILITY FOR THE SEQUENCE-STREAM REGISTRY
000230*                     (STRMREG) - THE ONE LIST OF STREAM NAMES
000240*                     THAT SEQNBRSVC, DL100CTB, AND DL100DWN ALL
000250*                     ENFORCE, REPLACING THE HAND-TYPED SCHEDPRM
000260*                     STREAM CARDS AND THE RTECARD ROUTING DECK AS
000270*                     THE PLACE A STREAM IS DEFINED.  CARD-DRIVEN:
000280*                     LIST ALL STREAMS, DISPLAY ONE, ADD A NEW
000290*                     STREAM, OR CHANGE ONE (OWNER, RECEIVING
000300*                     TEAM, INTERFACE FILE NUMBER, STATUS).  A
000310*                     STREAM IS NEVER DELETED - IT IS RETIRED
000320*                     WITH A CHANGE TO STATUS R, SO ITS HISTORY
000330*                     STAYS ON THE REGISTRY.  EVERY CHANGE WRITES
000340*                     A BEFORE IMAGE AND AN AFTER IMAGE TO THE
000350*                     REGLOG FILE.
000360*
000370*                     REGCARD CARD FORMATS (COL 1, * COMMENTS OK):
000380*                       LIST
000390*                       DISPLAY  NNNNNNNN
000400*                       ADD      NNNNNNNN FF S OWNER  TEAM  WHO
000410*                       CHANGE   NNNNNNNN FF S OWNER  TEAM  WHO
000420*                     NAME COLS 10-17, INTERFACE FILE NUMBER COLS
000430*                     19-20 (00 = DSTFILE CATCH-ALL, 01-04 =
000440*                     DSTFIL01-04), STATUS COL 22 (A ACTIVE, F
000450*                     FROZEN, R RETIRED), OWNER COLS 24-39,
000460*                     RECEIVING TEAM COLS 41-56, OPERATOR COLS
000470*                     58-65.  ON ADD A BLANK STATUS MEANS ACTIVE;
000480*                     ON CHANGE ANY BLANK FIELD IS LEFT AS IT IS.
000490*                     ALL CARDS FAILING VALIDATION ARE REPORTED
000500*                     AND SKIPPED; THE STEP ENDS RC 8 IF ANY CARD
000510*                     FAILED, RC 0 WHEN EVERY CARD APPLIED.
000511*   10/15/2026  DLH   CHECK-DIGIT METHOD.  ADD AND CHANGE CARDS
000512*                     NOW CARRY THE STREAM'S CHECK-DIGIT METHOD
000513*                     IN COLS 67-68 - 10 (MOD-10), 11 (MOD-11), OR
000514*                     00 (NONE).  BLANK MEANS NONE ON AN ADD AND
000515*                     "LEAVE AS IT IS" ON A CHANGE, LIKE EVERY
000516*                     OTHER FIELD.  THE METHOD IS LISTED, AND
000517*                     LOGGED IN THE REGLOG BEFORE/AFTER IMAGES.
000518*                     NUMBERS ALREADY SHIPPED UNDER ONE METHOD DO
000519*                     NOT VALIDATE UNDER ANOTHER, SO A CHANGE OF
000520*                     METHOD ON A STREAM IN USE IS ANNOUNCED ON
000521*                     SYSOUT FOR THE OPERATOR TO CLEAR WITH ITS
000522*                     RECEIVING TEAM.
000523*--------------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT DL100-REG-CARD-FILE ASSIGN TO "REGCARD"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS DL100-REG-CARD-STATUS.
000590
000600     SELECT DL100-STREAM-REG-FILE ASSIGN TO "STRMREG"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS DL100-SR-STREAM-NAME
000640         FILE STATUS IS DL100-STREAM-REG-STATUS.
000650
000660     SELECT DL100-REG-LOG-FILE ASSIGN TO "REGLOG"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-REG-LOG-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  DL100-REG-CARD-FILE
000730     RECORDING MODE IS F.
000740 01  DL100-REG-CARD-RECORD           PIC X(80).
000750
000760 FD  DL100-STREAM-REG-FILE.
000770     COPY DL100SR.
000780
000790 FD  DL100-REG-LOG-FILE
000800     RECORDING MODE IS F.
000810     COPY DL100RL.
000820
000830 WORKING-STORAGE SECTION.
000840*--------------------------------------------------------------------
000850* RUN-CONTROL AND FILE-STATUS ITEMS
000860*--------------------------------------------------------------------
000870 77  DL100-REG-CARD-STATUS           PIC X(02) VALUE SPACES.
000880     88  DL100-REG-CARD-OK               VALUE "00".
000890     88  DL100-REG-CARD-EOF              VALUE "10".
000900
000910 77  DL100-STREAM-REG-STATUS         PIC X(02) VALUE SPACES.
000920     88  DL100-STREAM-REG-OK             VALUE "00".
000930     88  DL100-STREAM-REG-NOT-FOUND      VALUE "23".
000940     88  DL100-STREAM-REG-AT-END         VALUE "10".
000950     88  DL100-STREAM-REG-NEW            VALUE "35".
000960
000970 77  DL100-REG-LOG-STATUS            PIC X(02) VALUE SPACES.
000980     88  DL100-REG-LOG-OK                VALUE "00".
000990     88  DL100-REG-LOG-NEW               VALUE "35".
001000
001010 77  DL100-SRM-CARD-COUNT            PIC 9(04) VALUE 0.
001020 77  DL100-SRM-ERROR-COUNT           PIC 9(04) VALUE 0.
001030 77  DL100-SRM-APPLIED-COUNT         PIC 9(04) VALUE 0.
001040 77  DL100-SRM-LIST-COUNT            PIC 9(04) VALUE 0.
001050 77  DL100-SRM-ACTION                PIC X(08) VALUE SPACES.
001060 77  DL100-SRM-FILE-NBR              PIC 9(02) VALUE 0.
001070 77  DL100-SRM-MAX-FILE-NBR          PIC 9(02) VALUE 4.
001080 77  DL100-SRM-TIMESTAMP-DATE        PIC 9(08) VALUE 0.
001090 77  DL100-SRM-TIMESTAMP-TIME        PIC 9(08) VALUE 0.
001100 77  DL100-SRM-TIMESTAMP             PIC X(16) VALUE SPACES.
001110
001120 01  DL100-SRM-RECORD-SW             PIC X(01) VALUE "N".
001130     88  DL100-SRM-RECORD-FOUND          VALUE "Y".
001140     88  DL100-SRM-RECORD-NOT-FOUND      VALUE "N".
001150
001160 01  DL100-SRM-CARD-SW               PIC X(01) VALUE "Y".
001170     88  DL100-SRM-CARD-VALID            VALUE "Y".
001180     88  DL100-SRM-CARD-INVALID          VALUE "N".
001190
001200*--------------------------------------------------------------------
001210* BEFORE IMAGE OF THE REGISTRY ENTRY, KEPT ASIDE WHILE THE CARD
001220* IS APPLIED SO IT CAN BE LOGGED AFTER THE UPDATE SUCCEEDS.  AN
001230* ADD LOGS A BLANK BEFORE IMAGE.
001240*--------------------------------------------------------------------
001250 01  DL100-SRM-BEFORE-IMAGE.
001260     05  DL100-SRM-BFR-OWNER         PIC X(16) VALUE SPACES.
001270     05  DL100-SRM-BFR-TEAM          PIC X(16) VALUE SPACES.
001280     05  DL100-SRM-BFR-FILE-NBR      PIC 9(02) VALUE 0.
001290     05  DL100-SRM-BFR-STATUS        PIC X(01) VALUE SPACE.
001291     05  DL100-SRM-BFR-CHECK-METHOD  PIC X(02) VALUE SPACES.
001300
001310*--------------------------------------------------------------------
001320* REGCARD CARD LAYOUT - FUNCTION IN COLS 1-8, STREAM NAME IN COLS
001330* 10-17, INTERFACE FILE NUMBER IN COLS 19-20, STATUS IN COL 22,
001340* OWNER IN COLS 24-39, RECEIVING TEAM IN COLS 41-56, OPERATOR ID
001350* IN COLS 58-65, CHECK-DIGIT METHOD IN COLS 67-68.
001360*--------------------------------------------------------------------
001370 01  DL100-SRM-REG-CARD.
001380     05  DL100-SRM-CRD-FUNCTION      PIC X(08).
001390         88  DL100-SRM-CRD-LIST          VALUE "LIST".
001400         88  DL100-SRM-CRD-DISPLAY       VALUE "DISPLAY".
001410         88  DL100-SRM-CRD-ADD           VALUE "ADD".
001420         88  DL100-SRM-CRD-CHANGE        VALUE "CHANGE".
001430     05  FILLER                      PIC X(01).
001440     05  DL100-SRM-CRD-NAME          PIC X(08).
001450     05  FILLER                      PIC X(01).
001460     05  DL100-SRM-CRD-FILE-NBR      PIC X(02).
001470     05  FILLER                      PIC X(01).
001480     05  DL100-SRM-CRD-STATUS        PIC X(01).
001490     05  FILLER                      PIC X(01).
001500     05  DL100-SRM-CRD-OWNER         PIC X(16).
001510     05  FILLER                      PIC X(01).
001520     05  DL100-SRM-CRD-TEAM          PIC X(16).
001530     05  FILLER                      PIC X(01).
001540     05  DL100-SRM-CRD-OPERATOR      PIC X(08).
001541     05  FILLER                      PIC X(01).
001542     05  DL100-SRM-CRD-CHECK-METHOD  PIC X(02).
001543         88  DL100-SRM-CRD-NO-CHECK-DIGIT VALUE "00".
001544         88  DL100-SRM-CRD-METHOD-VALID  VALUE SPACES "00" "10"
001545                                               "11".
001550     05  FILLER                      PIC X(12).
001560
001570 01  DL100-SRM-LIST-LINE.
001580     05  DL100-SRM-LST-NAME          PIC X(08).
001590     05  FILLER                      PIC X(02) VALUE SPACES.
001600     05  DL100-SRM-LST-FILE-NBR      PIC 9(02).
001610     05  FILLER                      PIC X(03) VALUE SPACES.
001620     05  DL100-SRM-LST-STATUS        PIC X(01).
001630     05  FILLER                      PIC X(03) VALUE SPACES.
001640     05  DL100-SRM-LST-OWNER         PIC X(16).
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  DL100-SRM-LST-TEAM          PIC X(16).
001670     05  FILLER                      PIC X(02) VALUE SPACES.
001680     05  DL100-SRM-LST-UPDATED       PIC X(16).
001690     05  FILLER                      PIC X(02) VALUE SPACES.
001700     05  DL100-SRM-LST-UPDATED-BY    PIC X(08).
001701     05  FILLER                      PIC X(02) VALUE SPACES.
001702     05  DL100-SRM-LST-CHECK-METHOD  PIC X(02).
001710
001720 PROCEDURE DIVISION.
001730*--------------------------------------------------------------------
001740* 0000-MAINLINE
001750*--------------------------------------------------------------------
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
001790     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001800     GO TO 9999-EXIT.
001810
001820*--------------------------------------------------------------------
001830* 1000-INITIALIZE - OPEN THE CARD FILE, THE REGISTRY FOR UPDATE
001840* (CREATING IT THE FIRST TIME, THE SAME WAY SEQNBRSVC CREATES THE
001850* SEQUENCE STORE), AND THE REGISTRY LOG.  REGLOG IS RETAINED
001860* ACROSS RUNS, SO IT IS ALWAYS EXTENDED RATHER THAN REPLACED.
001870*--------------------------------------------------------------------
001880 1000-INITIALIZE.
001890     OPEN INPUT DL100-REG-CARD-FILE.
001900     IF NOT DL100-REG-CARD-OK
001910         DISPLAY "ONETOTEN0190E REGCARD UNAVAILABLE - STATUS "
001920                 DL100-REG-CARD-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         GO TO 9999-EXIT
001950     END-IF.
001960     OPEN I-O DL100-STREAM-REG-FILE.
001970     IF DL100-STREAM-REG-NEW
001980         OPEN OUTPUT DL100-STREAM-REG-FILE
001990         CLOSE DL100-STREAM-REG-FILE
002000         OPEN I-O DL100-STREAM-REG-FILE
002010     END-IF.
002020     IF NOT DL100-STREAM-REG-OK
002030         DISPLAY "ONETOTEN0191E STRMREG UNAVAILABLE - STATUS "
002040                 DL100-STREAM-REG-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         GO TO 9999-EXIT
002070     END-IF.
002080     OPEN EXTEND DL100-REG-LOG-FILE.
002090     IF DL100-REG-LOG-NEW
002100         OPEN OUTPUT DL100-REG-LOG-FILE
002110     END-IF.
002120     IF NOT DL100-REG-LOG-OK
002130         DISPLAY "ONETOTEN0192E REGLOG UNAVAILABLE - STATUS "
002140                 DL100-REG-LOG-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         GO TO 9999-EXIT
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200
002210*--------------------------------------------------------------------
002220* 2000-PROCESS-CARDS - APPLY EVERY REGCARD REQUEST IN ORDER.  A
002230* CARD THAT FAILS IS REPORTED AND SKIPPED SO THE REST OF THE DECK
002240* STILL APPLIES; THE STEP ENDS RC 8 WHEN ANY CARD FAILED.
002250*--------------------------------------------------------------------
002260 2000-PROCESS-CARDS.
002270     PERFORM 2100-PROCESS-REG-CARD THRU 2100-EXIT
002280         UNTIL NOT DL100-REG-CARD-OK.
002290     IF NOT DL100-REG-CARD-EOF
002300         DISPLAY "ONETOTEN0193E REGCARD READ FAILED - STATUS "
002310                 DL100-REG-CARD-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         GO TO 9999-EXIT
002340     END-IF.
002350 2000-EXIT.
002360     EXIT.
002370
002380 2100-PROCESS-REG-CARD.
002390     READ DL100-REG-CARD-FILE.
002400     IF NOT DL100-REG-CARD-OK
002410         GO TO 2100-EXIT
002420     END-IF.
002430     IF DL100-REG-CARD-RECORD (1:1) = "*" OR SPACE
002440         GO TO 2100-EXIT
002450     END-IF.
002460     MOVE DL100-REG-CARD-RECORD TO DL100-SRM-REG-CARD.
002470     ADD 1 TO DL100-SRM-CARD-COUNT.
002480     EVALUATE TRUE
002490         WHEN DL100-SRM-CRD-LIST
002500             PERFORM 3000-LIST-ALL-STREAMS THRU 3000-EXIT
002510         WHEN DL100-SRM-CRD-DISPLAY
002520             PERFORM 3500-DISPLAY-ONE-STREAM THRU 3500-EXIT
002530         WHEN DL100-SRM-CRD-ADD
002540             PERFORM 4000-ADD-STREAM THRU 4000-EXIT
002550         WHEN DL100-SRM-CRD-CHANGE
002560             PERFORM 5000-CHANGE-STREAM THRU 5000-EXIT
002570         WHEN OTHER
002580             DISPLAY "ONETOTEN0194E REGCARD NOT UNDERSTOOD: "
002590                     DL100-SRM-REG-CARD (1:40)
002600             ADD 1 TO DL100-SRM-ERROR-COUNT
002610     END-EVALUATE.
002620 2100-EXIT.
002630     EXIT.
002640
002650*--------------------------------------------------------------------
002660* 3000-LIST-ALL-STREAMS - BROWSE THE WHOLE REGISTRY IN KEY ORDER
002670* AND PRINT ONE LINE PER STREAM.
002680*--------------------------------------------------------------------
002690 3000-LIST-ALL-STREAMS.
002700     MOVE 0 TO DL100-SRM-LIST-COUNT.
002710     MOVE LOW-VALUES TO DL100-SR-STREAM-NAME.
002720     START DL100-STREAM-REG-FILE KEY NOT < DL100-SR-STREAM-NAME.
002730     IF DL100-STREAM-REG-NOT-FOUND OR DL100-STREAM-REG-AT-END
002740         DISPLAY "ONETOTEN0195I STREAM REGISTRY IS EMPTY"
002750         GO TO 3000-EXIT
002760     END-IF.
002770     IF NOT DL100-STREAM-REG-OK
002780         DISPLAY "ONETOTEN0196E STRMREG BROWSE FAILED - STATUS "
002790                 DL100-STREAM-REG-STATUS
002800         ADD 1 TO DL100-SRM-ERROR-COUNT
002810         GO TO 3000-EXIT
002820     END-IF.
002830     DISPLAY "STREAM    FILE STAT OWNER             "
002840             "RECEIVING TEAM    LAST UPDATED      BY"
002841             "       CD".
002850     PERFORM 3100-LIST-NEXT-STREAM THRU 3100-EXIT
002860         UNTIL NOT DL100-STREAM-REG-OK.
002870     DISPLAY "ONETOTEN0197I " DL100-SRM-LIST-COUNT
002880             " REGISTERED STREAM(S) LISTED".
002890 3000-EXIT.
002900     EXIT.
002910
002920 3100-LIST-NEXT-STREAM.
002930     READ DL100-STREAM-REG-FILE NEXT RECORD.
002940     IF NOT DL100-STREAM-REG-OK
002950         GO TO 3100-EXIT
002960     END-IF.
002970     PERFORM 7300-FORMAT-LIST-LINE THRU 7300-EXIT.
002980     DISPLAY DL100-SRM-LIST-LINE.
002990     ADD 1 TO DL100-SRM-LIST-COUNT.
003000 3100-EXIT.
003010     EXIT.
003020
003030*--------------------------------------------------------------------
003040* 3500-DISPLAY-ONE-STREAM - READ AND PRINT A SINGLE NAMED ENTRY.
003050*--------------------------------------------------------------------
003060 3500-DISPLAY-ONE-STREAM.
003070     PERFORM 7000-READ-NAMED-RECORD THRU 7000-EXIT.
003080     IF DL100-SRM-RECORD-NOT-FOUND
003090         DISPLAY "ONETOTEN0198E STREAM " DL100-SRM-CRD-NAME
003100                 " IS NOT ON THE REGISTRY"
003110         ADD 1 TO DL100-SRM-ERROR-COUNT
003120         GO TO 3500-EXIT
003130     END-IF.
003140     PERFORM 7300-FORMAT-LIST-LINE THRU 7300-EXIT.
003150     DISPLAY DL100-SRM-LIST-LINE.
003160 3500-EXIT.
003170     EXIT.
003180
003190*--------------------------------------------------------------------
003200* 4000-ADD-STREAM - REGISTER A NEW STREAM NAME.  EVERY FIELD BUT
003210* THE STATUS IS REQUIRED; A NAME ALREADY ON THE REGISTRY (EVEN A
003220* RETIRED ONE) IS REFUSED SO A RETIRED SERIES IS NEVER SILENTLY
003230* REUSED - BRING IT BACK WITH A DELIBERATE CHANGE INSTEAD.
003240*--------------------------------------------------------------------
003250 4000-ADD-STREAM.
003260     SET DL100-SRM-CARD-VALID TO TRUE.
003270     IF DL100-SRM-CRD-NAME = SPACES
003280         OR DL100-SRM-CRD-FILE-NBR = SPACES
003290         OR DL100-SRM-CRD-OWNER = SPACES
003300         OR DL100-SRM-CRD-TEAM = SPACES
003310         DISPLAY "ONETOTEN0200E ADD FOR " DL100-SRM-CRD-NAME
003320                 " NEEDS NAME, FILE NUMBER, OWNER, AND TEAM"
003330         ADD 1 TO DL100-SRM-ERROR-COUNT
003340         GO TO 4000-EXIT
003350     END-IF.
003360     PERFORM 7400-EDIT-CARD-FIELDS THRU 7400-EXIT.
003370     IF DL100-SRM-CARD-INVALID
003380         GO TO 4000-EXIT
003390     END-IF.
003400     PERFORM 7000-READ-NAMED-RECORD THRU 7000-EXIT.
003410     IF DL100-SRM-RECORD-FOUND
003420         DISPLAY "ONETOTEN0199E STREAM " DL100-SRM-CRD-NAME
003430                 " IS ALREADY ON THE REGISTRY - STATUS "
003440                 DL100-SR-STATUS
003450         ADD 1 TO DL100-SRM-ERROR-COUNT
003460         GO TO 4000-EXIT
003470     END-IF.
003480     MOVE SPACES TO DL100-SRM-BFR-OWNER DL100-SRM-BFR-TEAM
003490                    DL100-SRM-BFR-STATUS
003491                    DL100-SRM-BFR-CHECK-METHOD.
003500     MOVE 0 TO DL100-SRM-BFR-FILE-NBR.
003510     MOVE "ADD" TO DL100-SRM-ACTION.
003520     MOVE SPACES TO DL100-STREAM-REG-RECORD.
003530     MOVE DL100-SRM-CRD-NAME TO DL100-SR-STREAM-NAME.
003540     MOVE DL100-SRM-CRD-OWNER TO DL100-SR-OWNER.
003550     MOVE DL100-SRM-CRD-TEAM TO DL100-SR-RECV-TEAM.
003560     MOVE DL100-SRM-FILE-NBR TO DL100-SR-FILE-NBR.
003570     IF DL100-SRM-CRD-STATUS = SPACE
003580         SET DL100-SR-ACTIVE TO TRUE
003590     ELSE
003600         MOVE DL100-SRM-CRD-STATUS TO DL100-SR-STATUS
003610     END-IF.
003611     IF NOT DL100-SRM-CRD-NO-CHECK-DIGIT
003612         MOVE DL100-SRM-CRD-CHECK-METHOD TO DL100-SR-CHECK-METHOD
003613     END-IF.
003620     PERFORM 7100-STAMP-UPDATE-TIME THRU 7100-EXIT.
003630     WRITE DL100-STREAM-REG-RECORD.
003640     IF NOT DL100-STREAM-REG-OK
003650         DISPLAY "ONETOTEN0201E STRMREG UPDATE FAILED FOR "
003660                 DL100-SRM-CRD-NAME " - STATUS "
003670                 DL100-STREAM-REG-STATUS
003680         ADD 1 TO DL100-SRM-ERROR-COUNT
003690         GO TO 4000-EXIT
003700     END-IF.
003710     PERFORM 7200-WRITE-REG-LOG THRU 7200-EXIT.
003720     ADD 1 TO DL100-SRM-APPLIED-COUNT.
003730     DISPLAY "ONETOTEN0202I " DL100-SRM-ACTION " "
003740             DL100-SRM-CRD-NAME " FILE " DL100-SR-FILE-NBR
003750             " STATUS " DL100-SR-STATUS
003751             " CHECK DIGIT " DL100-SR-CHECK-METHOD
003760             " BY " DL100-SRM-CRD-OPERATOR.
003770 4000-EXIT.
003780     EXIT.
003790
003800*--------------------------------------------------------------------
003810* 5000-CHANGE-STREAM - AMEND AN EXISTING ENTRY.  ONLY THE FIELDS
003820* PUNCHED ON THE CARD CHANGE; A STATUS OF R IS HOW A STREAM IS
003830* RETIRED, AND F FREEZES IT OUT OF THE NIGHTLY SCHEDULE.
003840*--------------------------------------------------------------------
003850 5000-CHANGE-STREAM.
003860     SET DL100-SRM-CARD-VALID TO TRUE.
003870     PERFORM 7400-EDIT-CARD-FIELDS THRU 7400-EXIT.
003880     IF DL100-SRM-CARD-INVALID
003890         GO TO 5000-EXIT
003900     END-IF.
003910     PERFORM 7000-READ-NAMED-RECORD THRU 7000-EXIT.
003920     IF DL100-SRM-RECORD-NOT-FOUND
003930         DISPLAY "ONETOTEN0198E STREAM " DL100-SRM-CRD-NAME
003940                 " IS NOT ON THE REGISTRY"
003950         ADD 1 TO DL100-SRM-ERROR-COUNT
003960         GO TO 5000-EXIT
003970     END-IF.
003980     MOVE DL100-SR-OWNER TO DL100-SRM-BFR-OWNER.
003990     MOVE DL100-SR-RECV-TEAM TO DL100-SRM-BFR-TEAM.
004000     MOVE DL100-SR-FILE-NBR TO DL100-SRM-BFR-FILE-NBR.
004010     MOVE DL100-SR-STATUS TO DL100-SRM-BFR-STATUS.
004011     MOVE DL100-SR-CHECK-METHOD TO DL100-SRM-BFR-CHECK-METHOD.
004020     MOVE "CHANGE" TO DL100-SRM-ACTION.
004030     IF DL100-SRM-CRD-OWNER NOT = SPACES
004040         MOVE DL100-SRM-CRD-OWNER TO DL100-SR-OWNER
004050     END-IF.
004060     IF DL100-SRM-CRD-TEAM NOT = SPACES
004070         MOVE DL100-SRM-CRD-TEAM TO DL100-SR-RECV-TEAM
004080     END-IF.
004090     IF DL100-SRM-CRD-FILE-NBR NOT = SPACES
004100         MOVE DL100-SRM-FILE-NBR TO DL100-SR-FILE-NBR
004110     END-IF.
004120     IF DL100-SRM-CRD-STATUS NOT = SPACE
004130         MOVE DL100-SRM-CRD-STATUS TO DL100-SR-STATUS
004140     END-IF.
004141     IF DL100-SRM-CRD-NO-CHECK-DIGIT
004142         MOVE SPACES TO DL100-SR-CHECK-METHOD
004143     ELSE
004144         IF DL100-SRM-CRD-CHECK-METHOD NOT = SPACES
004145             MOVE DL100-SRM-CRD-CHECK-METHOD
004146                 TO DL100-SR-CHECK-METHOD
004147         END-IF
004148     END-IF.
004149     IF DL100-SR-CHECK-METHOD NOT = DL100-SRM-BFR-CHECK-METHOD
004150         DISPLAY "ONETOTEN0269W CHECK-DIGIT METHOD FOR "
004151                 DL100-SRM-CRD-NAME " CHANGES FROM '"
004152                 DL100-SRM-BFR-CHECK-METHOD "' TO '"
004153                 DL100-SR-CHECK-METHOD "' - NUMBERS ALREADY "
004154                 "SHIPPED KEEP THEIR OLD FORM"
004155     END-IF.
004156     PERFORM 7100-STAMP-UPDATE-TIME THRU 7100-EXIT.
004160     REWRITE DL100-STREAM-REG-RECORD.
004170     IF NOT DL100-STREAM-REG-OK
004180         DISPLAY "ONETOTEN0201E STRMREG UPDATE FAILED FOR "
004190                 DL100-SRM-CRD-NAME " - STATUS "
004200                 DL100-STREAM-REG-STATUS
004210         ADD 1 TO DL100-SRM-ERROR-COUNT
004220         GO TO 5000-EXIT
004230     END-IF.
004240     PERFORM 7200-WRITE-REG-LOG THRU 7200-EXIT.
004250     ADD 1 TO DL100-SRM-APPLIED-COUNT.
004260     DISPLAY "ONETOTEN0202I " DL100-SRM-ACTION " "
004270             DL100-SRM-CRD-NAME " FILE " DL100-SR-FILE-NBR
004280             " STATUS " DL100-SR-STATUS
004281             " CHECK DIGIT " DL100-SR-CHECK-METHOD
004290             " BY " DL100-SRM-CRD-OPERATOR.
004300 5000-EXIT.
004310     EXIT.
004320
004330*--------------------------------------------------------------------
004340* 7000-READ-NAMED-RECORD - RANDOM READ BY THE CARD'S STREAM NAME.
004350*--------------------------------------------------------------------
004360 7000-READ-NAMED-RECORD.
004370     SET DL100-SRM-RECORD-NOT-FOUND TO TRUE.
004380     MOVE DL100-SRM-CRD-NAME TO DL100-SR-STREAM-NAME.
004390     READ DL100-STREAM-REG-FILE
004400         INVALID KEY
004410             CONTINUE
004420         NOT INVALID KEY
004430             SET DL100-SRM-RECORD-FOUND TO TRUE
004440     END-READ.
004450 7000-EXIT.
004460     EXIT.
004470
004480 7100-STAMP-UPDATE-TIME.
004490     ACCEPT DL100-SRM-TIMESTAMP-DATE FROM DATE YYYYMMDD.
004500     ACCEPT DL100-SRM-TIMESTAMP-TIME FROM TIME.
004510     STRING DL100-SRM-TIMESTAMP-DATE DL100-SRM-TIMESTAMP-TIME
004520         DELIMITED BY SIZE INTO DL100-SRM-TIMESTAMP.
004530     MOVE DL100-SRM-TIMESTAMP TO DL100-SR-LAST-UPDATED.
004540     MOVE DL100-SRM-CRD-OPERATOR TO DL100-SR-UPDATED-BY.
004550 7100-EXIT.
004560     EXIT.
004570
004580*--------------------------------------------------------------------
004590* 7200-WRITE-REG-LOG - THE PERMANENT WHO/WHEN/BEFORE/AFTER RECORD
004600* PAIR BEHIND EVERY CHANGE THIS FACILITY APPLIES.  THE BEFORE
004610* IMAGE IS WRITTEN FIRST, THEN THE AFTER IMAGE FROM THE RECORD
004620* JUST WRITTEN TO THE REGISTRY.
004630*--------------------------------------------------------------------
004640 7200-WRITE-REG-LOG.
004650     MOVE SPACES TO DL100-REG-LOG-RECORD.
004660     MOVE DL100-SRM-TIMESTAMP TO DL100-RL-TIMESTAMP.
004670     MOVE DL100-SRM-CRD-OPERATOR TO DL100-RL-OPERATOR.
004680     MOVE DL100-SRM-ACTION TO DL100-RL-ACTION.
004690     SET DL100-RL-BEFORE-IMAGE TO TRUE.
004700     MOVE DL100-SRM-CRD-NAME TO DL100-RL-STREAM-NAME.
004710     MOVE DL100-SRM-BFR-OWNER TO DL100-RL-OWNER.
004720     MOVE DL100-SRM-BFR-TEAM TO DL100-RL-RECV-TEAM.
004730     MOVE DL100-SRM-BFR-FILE-NBR TO DL100-RL-FILE-NBR.
004740     MOVE DL100-SRM-BFR-STATUS TO DL100-RL-STATUS.
004741     MOVE DL100-SRM-BFR-CHECK-METHOD TO DL100-RL-CHECK-METHOD.
004750     PERFORM 7210-WRITE-ONE-IMAGE THRU 7210-EXIT.
004760     SET DL100-RL-AFTER-IMAGE TO TRUE.
004770     MOVE DL100-SR-STREAM-NAME TO DL100-RL-STREAM-NAME.
004780     MOVE DL100-SR-OWNER TO DL100-RL-OWNER.
004790     MOVE DL100-SR-RECV-TEAM TO DL100-RL-RECV-TEAM.
004800     MOVE DL100-SR-FILE-NBR TO DL100-RL-FILE-NBR.
004810     MOVE DL100-SR-STATUS TO DL100-RL-STATUS.
004811     MOVE DL100-SR-CHECK-METHOD TO DL100-RL-CHECK-METHOD.
004820     PERFORM 7210-WRITE-ONE-IMAGE THRU 7210-EXIT.
004830 7200-EXIT.
004840     EXIT.
004850
004860 7210-WRITE-ONE-IMAGE.
004870     WRITE DL100-REG-LOG-RECORD.
004880     IF NOT DL100-REG-LOG-OK
004890         DISPLAY "ONETOTEN0203E REGLOG WRITE FAILED - STATUS "
004900                 DL100-REG-LOG-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         GO TO 9999-EXIT
004930     END-IF.
004940 7210-EXIT.
004950     EXIT.
004960
004970 7300-FORMAT-LIST-LINE.
004980     MOVE DL100-SR-STREAM-NAME TO DL100-SRM-LST-NAME.
004990     MOVE DL100-SR-FILE-NBR TO DL100-SRM-LST-FILE-NBR.
005000     MOVE DL100-SR-STATUS TO DL100-SRM-LST-STATUS.
005010     MOVE DL100-SR-OWNER TO DL100-SRM-LST-OWNER.
005020     MOVE DL100-SR-RECV-TEAM TO DL100-SRM-LST-TEAM.
005030     MOVE DL100-SR-LAST-UPDATED TO DL100-SRM-LST-UPDATED.
005040     MOVE DL100-SR-UPDATED-BY TO DL100-SRM-LST-UPDATED-BY.
005041     MOVE DL100-SR-CHECK-METHOD TO DL100-SRM-LST-CHECK-METHOD.
005050 7300-EXIT.
005060     EXIT.
005070
005080*--------------------------------------------------------------------
005090* 7400-EDIT-CARD-FIELDS - THE FIELD EDITS SHARED BY ADD AND
005100* CHANGE: A NAME, AN INTERFACE FILE NUMBER THE EXTRACT STEP
005110* ACTUALLY HAS A DD FOR, A KNOWN STATUS CODE, AND A CHECK-DIGIT
005111* METHOD SEQNBRSVC KNOWS HOW TO COMPUTE.
005120*--------------------------------------------------------------------
005130 7400-EDIT-CARD-FIELDS.
005140     IF DL100-SRM-CRD-NAME = SPACES
005150         DISPLAY "ONETOTEN0200E STREAM NAME IS MISSING: "
005160                 DL100-SRM-REG-CARD (1:40)
005170         ADD 1 TO DL100-SRM-ERROR-COUNT
005180         SET DL100-SRM-CARD-INVALID TO TRUE
005190         GO TO 7400-EXIT
005200     END-IF.
005210     IF DL100-SRM-CRD-FILE-NBR NOT = SPACES
005220         IF DL100-SRM-CRD-FILE-NBR NOT NUMERIC
005230             DISPLAY "ONETOTEN0200E FILE NUMBER FOR "
005240                     DL100-SRM-CRD-NAME " IS NOT NUMERIC: "
005250                     DL100-SRM-CRD-FILE-NBR
005260             ADD 1 TO DL100-SRM-ERROR-COUNT
005270             SET DL100-SRM-CARD-INVALID TO TRUE
005280             GO TO 7400-EXIT
005290         END-IF
005300         MOVE DL100-SRM-CRD-FILE-NBR TO DL100-SRM-FILE-NBR
005310         IF DL100-SRM-FILE-NBR > DL100-SRM-MAX-FILE-NBR
005320             DISPLAY "ONETOTEN0200E FILE NUMBER FOR "
005330                     DL100-SRM-CRD-NAME " MUST BE 00 THRU "
005340                     DL100-SRM-MAX-FILE-NBR
005350             ADD 1 TO DL100-SRM-ERROR-COUNT
005360             SET DL100-SRM-CARD-INVALID TO TRUE
005370             GO TO 7400-EXIT
005380         END-IF
005390     END-IF.
005400     IF DL100-SRM-CRD-STATUS NOT = SPACE
005410         AND DL100-SRM-CRD-STATUS NOT = "A"
005420         AND DL100-SRM-CRD-STATUS NOT = "F"
005430         AND DL100-SRM-CRD-STATUS NOT = "R"
005440         DISPLAY "ONETOTEN0200E STATUS FOR " DL100-SRM-CRD-NAME
005450                 " MUST BE A, F, OR R: " DL100-SRM-CRD-STATUS
005460         ADD 1 TO DL100-SRM-ERROR-COUNT
005470         SET DL100-SRM-CARD-INVALID TO TRUE
005480         GO TO 7400-EXIT
005490     END-IF.
005491     IF NOT DL100-SRM-CRD-METHOD-VALID
005492         DISPLAY "ONETOTEN0200E CHECK-DIGIT METHOD FOR "
005493                 DL100-SRM-CRD-NAME " MUST BE 10, 11, OR 00: "
005494                 DL100-SRM-CRD-CHECK-METHOD
005495         ADD 1 TO DL100-SRM-ERROR-COUNT
005496         SET DL100-SRM-CARD-INVALID TO TRUE
005497         GO TO 7400-EXIT
005498     END-IF.
005500 7400-EXIT.
005510     EXIT.
005520
005530*--------------------------------------------------------------------
005540* 8000-FINALIZE - CLOSE UP AND SET THE STEP RETURN CODE.
005550*--------------------------------------------------------------------
005560 8000-FINALIZE.
005570     CLOSE DL100-REG-CARD-FILE.
005580     CLOSE DL100-STREAM-REG-FILE.
005590     CLOSE DL100-REG-LOG-FILE.
005600     DISPLAY "ONETOTEN0204I " DL100-SRM-CARD-COUNT
005610             " CARD(S) READ, " DL100-SRM-APPLIED-COUNT
005620             " CHANGE(S) APPLIED, " DL100-SRM-ERROR-COUNT
005630             " ERROR(S)".
005640     IF DL100-SRM-ERROR-COUNT > 0
005650         MOVE 8 TO RETURN-CODE
005660     END-IF.
005670 8000-EXIT.
005680     EXIT.
005690
005700*--------------------------------------------------------------------
005710* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
005720*--------------------------------------------------------------------
005730 9999-EXIT.
005740     STOP RUN.
005750 END PROGRAM DL100SRM.
