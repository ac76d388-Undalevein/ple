000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100SPC.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  ONE-TIME CONVERSION OF THE
000220*                     SCHEDPRM CARD DECK (READ HERE AS SCHEDCRD)
000230*                     TO THE KEYED SCHEDPRM STORE (DL100SP) THAT
000240*                     DL100CTB AND DL100CAP NOW READ AND THE DL1P
000250*                     TRANSACTION (DL100SPM) MAINTAINS.  EVERY
000260*                     CARD IS TURNED INTO ONE ENTRY AND PUT
000270*                     THROUGH THE SAME DL100SPE FIELD EDITS AND
000280*                     STREAM CHECKS AS AN ONLINE ADD: A REAL DATE
000290*                     ON A HOLIDAY, A KNOWN DAY NAME, A LIMIT
000300*                     WITHIN COUNTER CAPACITY, A STREAM ON THE
000310*                     STRMREG REGISTRY, AND A STREAM CARD AHEAD OF
000320*                     ANY LIMIT THAT NAMES IT.  A CARD FAILING AN
000330*                     EDIT IS REPORTED AND LEFT OUT, AND THE STEP
000340*                     ENDS RC 8 SO THE ENTRY CAN BE KEYED ON DL1P.
000350*                     A LATER CARD FOR A RULE ALREADY LOADED
000360*                     REPLACES THE EARLIER ONE, AS IT DID WHEN
000370*                     DL100CTB READ THE DECK, WITH A WARNING.
000380*                     EVERY ENTRY LOADED IS LOGGED TO SCHEDLOG
000390*                     (DL100PL) AS ACTION CONVERT.  THE STORE MUST
000400*                     BE EMPTY - THE PROGRAM REFUSES TO RUN OVER
000410*                     ENTRIES ALREADY MAINTAINED ONLINE.
000420*--------------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT DL100-SCHED-CARD-FILE ASSIGN TO "SCHEDCRD"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DL100-SCHED-CARD-STATUS.
000490
000500     SELECT DL100-SCHED-FILE ASSIGN TO "SCHEDPRM"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DL100-SP-KEY
000540         FILE STATUS IS DL100-SCHED-FILE-STATUS.
000550
000560     SELECT DL100-STREAM-REG-FILE ASSIGN TO "STRMREG"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS DL100-SR-STREAM-NAME
000600         FILE STATUS IS DL100-STREAM-REG-STATUS.
000610
000620     SELECT DL100-SCHED-LOG-FILE ASSIGN TO "SCHEDLOG"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DL100-SCHED-LOG-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  DL100-SCHED-CARD-FILE
000690     RECORDING MODE IS F.
000700 01  DL100-SCHED-CARD-RECORD         PIC X(80).
000710
000720 FD  DL100-SCHED-FILE.
000730     COPY DL100SP.
000740
000750 FD  DL100-STREAM-REG-FILE.
000760     COPY DL100SR.
000770
000780 FD  DL100-SCHED-LOG-FILE
000790     RECORDING MODE IS F.
000800     COPY DL100PL.
000810
000820 WORKING-STORAGE SECTION.
000830*--------------------------------------------------------------------
000840* RUN-CONTROL AND FILE-STATUS ITEMS
000850*--------------------------------------------------------------------
000860 77  DL100-SCHED-CARD-STATUS         PIC X(02) VALUE SPACES.
000870     88  DL100-SCHED-CARD-OK             VALUE "00".
000880     88  DL100-SCHED-CARD-EOF            VALUE "10".
000890
000900 77  DL100-SCHED-FILE-STATUS         PIC X(02) VALUE SPACES.
000910     88  DL100-SCHED-FILE-OK             VALUE "00".
000920     88  DL100-SCHED-FILE-AT-END         VALUE "10".
000930     88  DL100-SCHED-FILE-DUPLICATE      VALUE "22".
000940     88  DL100-SCHED-FILE-NOT-FOUND      VALUE "23".
000950     88  DL100-SCHED-FILE-NEW            VALUE "35".
000960
000970 77  DL100-STREAM-REG-STATUS         PIC X(02) VALUE SPACES.
000980     88  DL100-STREAM-REG-OK             VALUE "00".
000990     88  DL100-STREAM-REG-NOT-FOUND      VALUE "23".
001000
001010 77  DL100-SCHED-LOG-STATUS          PIC X(02) VALUE SPACES.
001020     88  DL100-SCHED-LOG-OK              VALUE "00".
001030     88  DL100-SCHED-LOG-NEW             VALUE "35".
001040
001050 77  DL100-SPC-CARD-COUNT            PIC 9(04) VALUE 0.
001060 77  DL100-SPC-LOADED-COUNT          PIC 9(04) VALUE 0.
001070 77  DL100-SPC-REPLACED-COUNT        PIC 9(04) VALUE 0.
001080 77  DL100-SPC-ERROR-COUNT           PIC 9(04) VALUE 0.
001090 77  DL100-SPC-OPERATOR              PIC X(08) VALUE "DL100SPC".
001100 77  DL100-SPC-ACTION                PIC X(08) VALUE "CONVERT".
001110 77  DL100-SPC-TIMESTAMP-DATE        PIC 9(08) VALUE 0.
001120 77  DL100-SPC-TIMESTAMP-TIME        PIC 9(08) VALUE 0.
001130 77  DL100-SPC-TIMESTAMP             PIC X(16) VALUE SPACES.
001140 77  DL100-SPC-EDIT-FUNCTION         PIC X(01) VALUE "E".
001150 77  DL100-SPC-EDIT-STATUS           PIC X(02) VALUE SPACES.
001160     88  DL100-SPC-EDIT-OK               VALUE "00".
001170 77  DL100-SPC-EDIT-MESSAGE          PIC X(70) VALUE SPACES.
001180
001190 01  DL100-SPC-CARD-SW               PIC X(01) VALUE "Y".
001200     88  DL100-SPC-CARD-VALID            VALUE "Y".
001210     88  DL100-SPC-CARD-INVALID          VALUE "N".
001220
001230*--------------------------------------------------------------------
001240* THE ENTRY BUILT FROM THE CARD, AND THE BEFORE AND AFTER IMAGES
001250* LOGGED FOR IT.  THE BEFORE IMAGE IS BLANK UNLESS THE CARD
001260* REPLACED AN ENTRY AN EARLIER CARD LOADED.
001270*--------------------------------------------------------------------
001280 01  DL100-SPC-NEW-ENTRY             PIC X(80) VALUE SPACES.
001290 01  DL100-SPC-BEFORE-ENTRY          PIC X(80) VALUE SPACES.
001300 01  DL100-SPC-IMAGE-ENTRY.
001310     05  DL100-SPC-IMG-CLASS         PIC X(01).
001320     05  DL100-SPC-IMG-TYPE          PIC X(08).
001330     05  DL100-SPC-IMG-STREAM        PIC X(08).
001340     05  DL100-SPC-IMG-QUAL          PIC X(08).
001350     05  DL100-SPC-IMG-LIMIT         PIC X(06).
001360     05  FILLER                      PIC X(49).
001370
001380*--------------------------------------------------------------------
001390* KEY OF A STREAM'S OWN STREAM ENTRY, READ TO PROVE A LIMIT CARD
001400* THAT NAMES THE STREAM CAME AFTER ITS STREAM CARD.
001410*--------------------------------------------------------------------
001420 01  DL100-SPC-STREAM-KEY.
001430     05  FILLER                      PIC 9(01) VALUE 1.
001440     05  FILLER                      PIC X(08) VALUE "STREAM".
001450     05  DL100-SPC-SK-STREAM         PIC X(08) VALUE SPACES.
001460     05  FILLER                      PIC X(08) VALUE SPACES.
001470
001480*--------------------------------------------------------------------
001490* SCHEDPRM CARD LAYOUTS - THE SAME 80-BYTE CARD VIEWED THREE WAYS,
001500* AS DL100CTB READ THEM.  DOWLIMIT CARRIES A DAY NAME IN COLS
001510* 10-12, ITS LIMIT IN COLS 14-19, AND AN OPTIONAL STREAM NAME IN
001520* COLS 21-28.  THE SINGLE-LIMIT CARDS CARRY THE LIMIT FROM COL 10
001530* AND AN OPTIONAL STREAM NAME FROM COL 17.  STREAM AND HOLIDAY
001540* CARRY ONE VALUE FROM COL 10.
001550*--------------------------------------------------------------------
001560 01  DL100-SPC-PARM-CARD.
001570     05  DL100-SPC-CRD-KEYWORD       PIC X(08).
001580         88  DL100-SPC-CRD-STREAM        VALUE "STREAM".
001590         88  DL100-SPC-CRD-DOWLIMIT      VALUE "DOWLIMIT".
001600         88  DL100-SPC-CRD-EOMLIMIT      VALUE "EOMLIMIT".
001610         88  DL100-SPC-CRD-HOLLIMIT      VALUE "HOLLIMIT".
001620         88  DL100-SPC-CRD-HOLIDAY       VALUE "HOLIDAY".
001630     05  FILLER                      PIC X(01).
001640     05  DL100-SPC-CRD-DAY           PIC X(03).
001650     05  FILLER                      PIC X(01).
001660     05  DL100-SPC-CRD-DAY-LIMIT     PIC X(06).
001670     05  FILLER                      PIC X(01).
001680     05  DL100-SPC-CRD-DAY-STREAM    PIC X(08).
001690     05  FILLER                      PIC X(52).
001700 01  DL100-SPC-WIDE-CARD REDEFINES DL100-SPC-PARM-CARD.
001710     05  FILLER                      PIC X(09).
001720     05  DL100-SPC-CRD-VALUE         PIC X(08).
001730     05  FILLER                      PIC X(63).
001740 01  DL100-SPC-LIMIT-CARD REDEFINES DL100-SPC-PARM-CARD.
001750     05  FILLER                      PIC X(09).
001760     05  DL100-SPC-CRD-LIMIT         PIC X(06).
001770     05  FILLER                      PIC X(01).
001780     05  DL100-SPC-CRD-LIM-STREAM    PIC X(08).
001790     05  FILLER                      PIC X(56).
001800
001810 PROCEDURE DIVISION.
001820*--------------------------------------------------------------------
001830* 0000-MAINLINE
001840*--------------------------------------------------------------------
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     PERFORM 2000-CONVERT-CARDS THRU 2000-EXIT.
001880     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001890     GO TO 9999-EXIT.
001900
001910*--------------------------------------------------------------------
001920* 1000-INITIALIZE - OPEN THE OLD DECK, THE NEW STORE FOR UPDATE
001930* (CREATING IT IF THE CLUSTER HAS NEVER BEEN LOADED), THE REGISTRY,
001940* AND THE STANDING SCHEDLOG, AND MAKE SURE THE STORE IS EMPTY.
001950*--------------------------------------------------------------------
001960 1000-INITIALIZE.
001970     OPEN INPUT DL100-SCHED-CARD-FILE.
001980     IF NOT DL100-SCHED-CARD-OK
001990         DISPLAY "ONETOTEN0303E SCHEDCRD UNAVAILABLE - STATUS "
002000                 DL100-SCHED-CARD-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 9999-EXIT
002030     END-IF.
002040     OPEN I-O DL100-SCHED-FILE.
002050     IF DL100-SCHED-FILE-NEW
002060         OPEN OUTPUT DL100-SCHED-FILE
002070         CLOSE DL100-SCHED-FILE
002080         OPEN I-O DL100-SCHED-FILE
002090     END-IF.
002100     IF NOT DL100-SCHED-FILE-OK
002110         DISPLAY "ONETOTEN0304E SCHEDPRM UNAVAILABLE - STATUS "
002120                 DL100-SCHED-FILE-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         GO TO 9999-EXIT
002150     END-IF.
002160     OPEN INPUT DL100-STREAM-REG-FILE.
002170     IF NOT DL100-STREAM-REG-OK
002180         DISPLAY "ONETOTEN0307E STRMREG UNAVAILABLE - STATUS "
002190                 DL100-STREAM-REG-STATUS
002200         MOVE 16 TO RETURN-CODE
002210         GO TO 9999-EXIT
002220     END-IF.
002230     OPEN EXTEND DL100-SCHED-LOG-FILE.
002240     IF DL100-SCHED-LOG-NEW
002250         OPEN OUTPUT DL100-SCHED-LOG-FILE
002260     END-IF.
002270     IF NOT DL100-SCHED-LOG-OK
002280         DISPLAY "ONETOTEN0305E SCHEDLOG UNAVAILABLE - STATUS "
002290                 DL100-SCHED-LOG-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         GO TO 9999-EXIT
002320     END-IF.
002330     MOVE LOW-VALUES TO DL100-SP-KEY.
002340     START DL100-SCHED-FILE KEY NOT < DL100-SP-KEY.
002350     IF NOT DL100-SCHED-FILE-NOT-FOUND
002360         DISPLAY "ONETOTEN0308E SCHEDPRM ALREADY HOLDS ENTRIES - "
002370                 "CONVERSION NOT RUN"
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 9999-EXIT
002400     END-IF.
002410     ACCEPT DL100-SPC-TIMESTAMP-DATE FROM DATE YYYYMMDD.
002420     ACCEPT DL100-SPC-TIMESTAMP-TIME FROM TIME.
002430     STRING DL100-SPC-TIMESTAMP-DATE DL100-SPC-TIMESTAMP-TIME
002440         DELIMITED BY SIZE INTO DL100-SPC-TIMESTAMP.
002450 1000-EXIT.
002460     EXIT.
002470
002480*--------------------------------------------------------------------
002490* 2000-CONVERT-CARDS - LOAD EVERY CARD IN DECK ORDER.  A CARD THAT
002500* FAILS IS REPORTED AND SKIPPED SO THE REST OF THE DECK STILL
002510* LOADS; THE STEP ENDS RC 8 WHEN ANY CARD FAILED.
002520*--------------------------------------------------------------------
002530 2000-CONVERT-CARDS.
002540     PERFORM 2100-CONVERT-ONE-CARD THRU 2100-EXIT
002550         UNTIL NOT DL100-SCHED-CARD-OK.
002560     IF NOT DL100-SCHED-CARD-EOF
002570         DISPLAY "ONETOTEN0303E SCHEDCRD READ FAILED - STATUS "
002580                 DL100-SCHED-CARD-STATUS
002590         MOVE 16 TO RETURN-CODE
002600         GO TO 9999-EXIT
002610     END-IF.
002620 2000-EXIT.
002630     EXIT.
002640
002650 2100-CONVERT-ONE-CARD.
002660     READ DL100-SCHED-CARD-FILE.
002670     IF NOT DL100-SCHED-CARD-OK
002680         GO TO 2100-EXIT
002690     END-IF.
002700     IF DL100-SCHED-CARD-RECORD (1:1) = "*" OR SPACE
002710         GO TO 2100-EXIT
002720     END-IF.
002730     MOVE DL100-SCHED-CARD-RECORD TO DL100-SPC-PARM-CARD.
002740     ADD 1 TO DL100-SPC-CARD-COUNT.
002750     SET DL100-SPC-CARD-VALID TO TRUE.
002760     PERFORM 2200-BUILD-ENTRY THRU 2200-EXIT.
002770     CALL "DL100SPE" USING DL100-SPC-EDIT-FUNCTION
002780                           DL100-SPC-NEW-ENTRY
002790                           DL100-SPC-EDIT-STATUS
002800                           DL100-SPC-EDIT-MESSAGE.
002810     IF NOT DL100-SPC-EDIT-OK
002820         DISPLAY DL100-SPC-EDIT-MESSAGE
002830         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
002840         GO TO 2100-EXIT
002850     END-IF.
002860     MOVE DL100-SPC-NEW-ENTRY TO DL100-SCHED-PARM-RECORD.
002870     PERFORM 2300-PROVE-STREAM THRU 2300-EXIT.
002880     IF DL100-SPC-CARD-INVALID
002890         GO TO 2100-EXIT
002900     END-IF.
002910     PERFORM 2400-STORE-ENTRY THRU 2400-EXIT.
002920 2100-EXIT.
002930     EXIT.
002940
002950*--------------------------------------------------------------------
002960* 2200-BUILD-ENTRY - LIFT THE CARD'S FIELDS INTO A STORE ENTRY.  AN
002970* UNKNOWN KEYWORD IS PASSED THROUGH FOR DL100SPE TO REJECT.
002980*--------------------------------------------------------------------
002990 2200-BUILD-ENTRY.
003000     MOVE SPACES TO DL100-SCHED-PARM-RECORD.
003010     MOVE 0 TO DL100-SP-ENTRY-CLASS.
003020     MOVE DL100-SPC-CRD-KEYWORD TO DL100-SP-ENTRY-TYPE.
003030     EVALUATE TRUE
003040         WHEN DL100-SPC-CRD-STREAM
003050             MOVE DL100-SPC-CRD-VALUE TO DL100-SP-STREAM-NAME
003060         WHEN DL100-SPC-CRD-DOWLIMIT
003070             MOVE DL100-SPC-CRD-DAY TO DL100-SP-QUALIFIER
003080             MOVE DL100-SPC-CRD-DAY-LIMIT TO DL100-SP-LIMIT-X
003090             MOVE DL100-SPC-CRD-DAY-STREAM TO DL100-SP-STREAM-NAME
003100         WHEN DL100-SPC-CRD-EOMLIMIT
003110         WHEN DL100-SPC-CRD-HOLLIMIT
003120             MOVE DL100-SPC-CRD-LIMIT TO DL100-SP-LIMIT-X
003130             MOVE DL100-SPC-CRD-LIM-STREAM TO DL100-SP-STREAM-NAME
003140         WHEN DL100-SPC-CRD-HOLIDAY
003150             MOVE DL100-SPC-CRD-VALUE TO DL100-SP-QUALIFIER
003160     END-EVALUATE.
003170     MOVE DL100-SPC-TIMESTAMP TO DL100-SP-LAST-UPDATED.
003180     MOVE DL100-SPC-OPERATOR TO DL100-SP-UPDATED-BY.
003190     MOVE DL100-SCHED-PARM-RECORD TO DL100-SPC-NEW-ENTRY.
003200 2200-EXIT.
003210     EXIT.
003220
003230*--------------------------------------------------------------------
003240* 2300-PROVE-STREAM - A STREAM CARD MUST NAME A REGISTERED STREAM
003250* THAT IS NOT RETIRED.  A LIMIT CARD NAMING A STREAM MUST FOLLOW
003260* THAT STREAM'S STREAM CARD, WHICH IS THEN ALREADY ON THE STORE.
003270*--------------------------------------------------------------------
003280 2300-PROVE-STREAM.
003290     IF DL100-SP-STREAM-ENTRY
003300         PERFORM 2310-CHECK-REGISTRY THRU 2310-EXIT
003310         GO TO 2300-EXIT
003320     END-IF.
003330     IF DL100-SP-STREAM-NAME = SPACES
003340         GO TO 2300-EXIT
003350     END-IF.
003360     MOVE DL100-SP-STREAM-NAME TO DL100-SPC-SK-STREAM.
003370     MOVE DL100-SPC-STREAM-KEY TO DL100-SP-KEY.
003380     READ DL100-SCHED-FILE
003390         INVALID KEY
003400             CONTINUE
003410     END-READ.
003420     MOVE DL100-SPC-NEW-ENTRY TO DL100-SCHED-PARM-RECORD.
003430     IF DL100-SCHED-FILE-NOT-FOUND
003440         DISPLAY "ONETOTEN0307E STREAM " DL100-SP-STREAM-NAME
003450                 " HAS NO STREAM CARD AHEAD OF THIS CARD"
003460         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003470         GO TO 2300-EXIT
003480     END-IF.
003490     IF NOT DL100-SCHED-FILE-OK
003500         DISPLAY "ONETOTEN0304E SCHEDPRM READ FAILED - STATUS "
003510                 DL100-SCHED-FILE-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         GO TO 9999-EXIT
003540     END-IF.
003550 2300-EXIT.
003560     EXIT.
003570
003580 2310-CHECK-REGISTRY.
003590     MOVE DL100-SP-STREAM-NAME TO DL100-SR-STREAM-NAME.
003600     READ DL100-STREAM-REG-FILE
003610         INVALID KEY
003620             CONTINUE
003630     END-READ.
003640     IF DL100-STREAM-REG-NOT-FOUND
003650         DISPLAY "ONETOTEN0307E STREAM " DL100-SP-STREAM-NAME
003660                 " IS NOT ON THE STREAM REGISTRY"
003670         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003680         GO TO 2310-EXIT
003690     END-IF.
003700     IF NOT DL100-STREAM-REG-OK
003710         DISPLAY "ONETOTEN0307E STRMREG READ FAILED - STATUS "
003720                 DL100-STREAM-REG-STATUS
003730         MOVE 16 TO RETURN-CODE
003740         GO TO 9999-EXIT
003750     END-IF.
003760     IF DL100-SR-RETIRED
003770         DISPLAY "ONETOTEN0307E STREAM " DL100-SP-STREAM-NAME
003780                 " IS RETIRED ON THE STREAM REGISTRY"
003790         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
003800     END-IF.
003810 2310-EXIT.
003820     EXIT.
003830
003840*--------------------------------------------------------------------
003850* 2400-STORE-ENTRY - WRITE THE ENTRY.  A KEY ALREADY LOADED MEANS
003860* AN EARLIER CARD SET THE SAME RULE; THE LATER CARD WAS THE ONE
003870* IN FORCE, SO IT REPLACES THE EARLIER ENTRY.
003880*--------------------------------------------------------------------
003890 2400-STORE-ENTRY.
003900     MOVE SPACES TO DL100-SPC-BEFORE-ENTRY.
003910     WRITE DL100-SCHED-PARM-RECORD.
003920     IF DL100-SCHED-FILE-DUPLICATE
003930         PERFORM 2410-REPLACE-ENTRY THRU 2410-EXIT
003940         GO TO 2400-EXIT
003950     END-IF.
003960     IF NOT DL100-SCHED-FILE-OK
003970         DISPLAY "ONETOTEN0304E SCHEDPRM WRITE FAILED - STATUS "
003980                 DL100-SCHED-FILE-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-EXIT
004010     END-IF.
004020     PERFORM 7200-WRITE-SCHED-LOG THRU 7200-EXIT.
004030     ADD 1 TO DL100-SPC-LOADED-COUNT.
004040 2400-EXIT.
004050     EXIT.
004060
004070 2410-REPLACE-ENTRY.
004080     READ DL100-SCHED-FILE.
004090     IF NOT DL100-SCHED-FILE-OK
004100         DISPLAY "ONETOTEN0304E SCHEDPRM READ FAILED - STATUS "
004110                 DL100-SCHED-FILE-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         GO TO 9999-EXIT
004140     END-IF.
004150     MOVE DL100-SCHED-PARM-RECORD TO DL100-SPC-BEFORE-ENTRY.
004160     MOVE DL100-SPC-NEW-ENTRY TO DL100-SCHED-PARM-RECORD.
004170     REWRITE DL100-SCHED-PARM-RECORD.
004180     IF NOT DL100-SCHED-FILE-OK
004190         DISPLAY "ONETOTEN0304E SCHEDPRM UPDATE FAILED - STATUS "
004200                 DL100-SCHED-FILE-STATUS
004210         MOVE 16 TO RETURN-CODE
004220         GO TO 9999-EXIT
004230     END-IF.
004240     DISPLAY "ONETOTEN0309W LATER CARD REPLACES EARLIER ONE: "
004250             DL100-SPC-PARM-CARD (1:40).
004260     PERFORM 7200-WRITE-SCHED-LOG THRU 7200-EXIT.
004270     ADD 1 TO DL100-SPC-REPLACED-COUNT.
004280 2410-EXIT.
004290     EXIT.
004300
004310 2900-REJECT-CARD.
004320     DISPLAY "ONETOTEN0306E CARD NOT CONVERTED: "
004330             DL100-SPC-PARM-CARD (1:40).
004340     ADD 1 TO DL100-SPC-ERROR-COUNT.
004350     SET DL100-SPC-CARD-INVALID TO TRUE.
004360 2900-EXIT.
004370     EXIT.
004380
004390*--------------------------------------------------------------------
004400* 7200-WRITE-SCHED-LOG - THE BEFORE IMAGE, THEN THE AFTER IMAGE OF
004410* THE ENTRY JUST STORED, UNDER THE RUN'S ONE TIMESTAMP.
004420*--------------------------------------------------------------------
004430 7200-WRITE-SCHED-LOG.
004440     MOVE SPACES TO DL100-SCHED-LOG-RECORD.
004450     MOVE DL100-SPC-TIMESTAMP TO DL100-PL-TIMESTAMP.
004460     MOVE DL100-SPC-OPERATOR TO DL100-PL-OPERATOR.
004470     MOVE DL100-SPC-ACTION TO DL100-PL-ACTION.
004480     SET DL100-PL-BEFORE-IMAGE TO TRUE.
004490     MOVE DL100-SPC-BEFORE-ENTRY TO DL100-SPC-IMAGE-ENTRY.
004500     PERFORM 7210-WRITE-ONE-IMAGE THRU 7210-EXIT.
004510     SET DL100-PL-AFTER-IMAGE TO TRUE.
004520     MOVE DL100-SPC-NEW-ENTRY TO DL100-SPC-IMAGE-ENTRY.
004530     PERFORM 7210-WRITE-ONE-IMAGE THRU 7210-EXIT.
004540 7200-EXIT.
004550     EXIT.
004560
004570 7210-WRITE-ONE-IMAGE.
004580     MOVE DL100-SPC-IMG-TYPE TO DL100-PL-ENTRY-TYPE.
004590     MOVE DL100-SPC-IMG-STREAM TO DL100-PL-STREAM-NAME.
004600     MOVE DL100-SPC-IMG-QUAL TO DL100-PL-QUALIFIER.
004610     IF DL100-SPC-IMG-LIMIT NUMERIC
004620         MOVE DL100-SPC-IMG-LIMIT TO DL100-PL-LIMIT
004630     ELSE
004640         MOVE 0 TO DL100-PL-LIMIT
004650     END-IF.
004660     WRITE DL100-SCHED-LOG-RECORD.
004670     IF NOT DL100-SCHED-LOG-OK
004680         DISPLAY "ONETOTEN0305E SCHEDLOG WRITE FAILED - STATUS "
004690                 DL100-SCHED-LOG-STATUS
004700         MOVE 16 TO RETURN-CODE
004710         GO TO 9999-EXIT
004720     END-IF.
004730 7210-EXIT.
004740     EXIT.
004750
004760*--------------------------------------------------------------------
004770* 8000-FINALIZE - CLOSE UP AND SET THE STEP RETURN CODE.
004780*--------------------------------------------------------------------
004790 8000-FINALIZE.
004800     CLOSE DL100-SCHED-CARD-FILE.
004810     CLOSE DL100-SCHED-FILE.
004820     CLOSE DL100-STREAM-REG-FILE.
004830     CLOSE DL100-SCHED-LOG-FILE.
004840     DISPLAY "ONETOTEN0310I " DL100-SPC-CARD-COUNT
004850             " CARD(S) READ, " DL100-SPC-LOADED-COUNT
004860             " ENTRY(IES) LOADED, " DL100-SPC-REPLACED-COUNT
004870             " REPLACED, " DL100-SPC-ERROR-COUNT " ERROR(S)".
004880     IF DL100-SPC-ERROR-COUNT > 0
004890         MOVE 8 TO RETURN-CODE
004900     END-IF.
004910 8000-EXIT.
004920     EXIT.
004930
004940*--------------------------------------------------------------------
004950* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
004960*--------------------------------------------------------------------
004970 9999-EXIT.
004980     STOP RUN.
004990 END PROGRAM DL100SPC.
