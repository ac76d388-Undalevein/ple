000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100SPM.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  PSEUDO-CONVERSATIONAL BMS
000220*                     TRANSACTION FOR MAINTAINING THE SCHEDPRM
000230*                     SCHEDULE-PARAMETER STORE THAT DRIVES THE
000240*                     NIGHTLY CONTROL BUILD (DL100CTB) AND THE
000250*                     DAILY CAPACITY FORECAST (DL100CAP), IN PLACE
000260*                     OF HAND-EDITING THE OLD CARD DECK.  THE
000270*                     OPERATOR KEYS AN ENTRY - TYPE, STREAM, DAY
000280*                     OR DATE, LIMIT - AND AN ACTION: BLANK TO
000290*                     INQUIRE, A TO ADD, C TO CHANGE A LIMIT, D TO
000300*                     DELETE (KEYED TWICE - THE FIRST D ONLY SHOWS
000310*                     THE ENTRY).  PF2 BROWSES THE WHOLE STORE IN
000320*                     KEY ORDER, PF8 PAGES ON, PF7 GOES BACK TO THE
000330*                     TOP.
000340*
000350*                     EVERY ENTRY IS FIELD-EDITED BY DL100SPE, THE
000360*                     SAME EDITS THE CARD-DECK CONVERSION APPLIED.
000370*                     A STREAM ENTRY MUST NAME A STREAM ON THE
000380*                     STRMREG REGISTRY THAT IS NOT RETIRED; A
000390*                     LIMIT THAT NAMES A STREAM NEEDS THAT STREAM'S
000400*                     OWN STREAM ENTRY ON THE STORE, AND A STREAM
000410*                     ENTRY CANNOT BE DELETED WHILE LIMITS STILL
000420*                     NAME IT - THE SAME ORDER DL100CTB ENFORCES.
000430*                     EVERY ADD, CHANGE, AND DELETE WRITES A
000440*                     BEFORE AND AN AFTER IMAGE (DL100PL) TO THE
000450*                     SCHEDLOG ESDS WITH THE SIGNED-ON USER AND
000460*                     TERMINAL; IF THE LOG CANNOT BE WRITTEN THE
000470*                     CHANGE IS BACKED OUT, SO THE STORE NEVER
000480*                     HOLDS AN UNLOGGED CHANGE.  SCHEDPRM MUST BE
000490*                     DEFINED TO CICS AS A RECOVERABLE KSDS FOR
000500*                     THAT BACKOUT; STRMREG IS READ ONLY.
000510*                     TRANSACTION ID DL1P.  SCREEN IS MAPSET
000520*                     DL100PM, MAP DL100P1.
000530*--------------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 DATA DIVISION.
000560 WORKING-STORAGE SECTION.
000570 77  DL100-PM-RESP                  PIC S9(08) COMP.
000580 77  DL100-PM-RESP-DISPLAY          PIC 9(08) VALUE 0.
000590 77  DL100-PM-LOG-RBA               PIC S9(08) COMP VALUE 0.
000600 77  DL100-PM-PAGE-SIZE             PIC S9(04) COMP VALUE 10.
000610 77  DL100-PM-FILL-COUNT            PIC S9(04) COMP VALUE 0.
000620 77  DL100-PM-CLASS-SUB             PIC S9(04) COMP VALUE 0.
000630 77  DL100-PM-ABSTIME               PIC S9(15) COMP-3 VALUE 0.
000640 77  DL100-PM-TODAY                 PIC X(08) VALUE SPACES.
000650 77  DL100-PM-NOW                   PIC X(06) VALUE SPACES.
000660 77  DL100-PM-TIMESTAMP             PIC X(16) VALUE SPACES.
000670 77  DL100-PM-USERID                PIC X(08) VALUE SPACES.
000680 77  DL100-PM-LOG-ACTION            PIC X(08) VALUE SPACES.
000690 77  DL100-PM-NEW-LIMIT             PIC 9(06) VALUE 0.
000700 77  DL100-PM-KEY                   PIC X(25) VALUE SPACES.
000710 77  DL100-PM-BRW-KEY               PIC X(25) VALUE SPACES.
000720 77  DL100-PM-EDIT-FUNCTION         PIC X(01) VALUE SPACE.
000730 77  DL100-PM-EDIT-STATUS           PIC X(02) VALUE SPACES.
000740     88  DL100-PM-EDIT-OK               VALUE "00".
000750 77  DL100-PM-EDIT-MESSAGE          PIC X(70) VALUE SPACES.
000760 77  DL100-PM-EDIT-ENTRY            PIC X(80) VALUE SPACES.
000770
000780 01  DL100-PM-STEP-SW               PIC X(01) VALUE "Y".
000790     88  DL100-PM-STEP-OK               VALUE "Y".
000800     88  DL100-PM-STEP-FAILED           VALUE "N".
000810 01  DL100-PM-SKIP-SW               PIC X(01) VALUE "N".
000820     88  DL100-PM-SKIP-FIRST            VALUE "Y".
000830     88  DL100-PM-NO-SKIP               VALUE "N".
000840 01  DL100-PM-BRW-DONE-SW           PIC X(01) VALUE "N".
000850     88  DL100-PM-BRW-DONE              VALUE "Y".
000860     88  DL100-PM-BRW-MORE              VALUE "N".
000870 01  DL100-PM-IN-USE-SW             PIC X(01) VALUE "N".
000880     88  DL100-PM-STREAM-IN-USE         VALUE "Y".
000890     88  DL100-PM-STREAM-NOT-IN-USE     VALUE "N".
000900
000910 01  DL100-PM-END-LINE              PIC X(79)
000920         VALUE "DL1P SESSION ENDED".
000930
000940*--------------------------------------------------------------------
000950* THE ENTRY AS KEYED ON THE SCREEN.  THE ACTION IS CLEARED AFTER
000960* EVERY TRIP; THE OTHER FIELDS ARE SENT BACK MODIFIED SO THEY RETURN
000970* ON THE NEXT ENTER WHETHER OR NOT THE OPERATOR RETYPES THEM.
000980*--------------------------------------------------------------------
000990 01  DL100-PM-IN-ACTION             PIC X(01) VALUE SPACE.
001000     88  DL100-PM-ACT-INQUIRE           VALUE " " "I".
001010     88  DL100-PM-ACT-ADD               VALUE "A".
001020     88  DL100-PM-ACT-CHANGE            VALUE "C".
001030     88  DL100-PM-ACT-DELETE            VALUE "D".
001040 01  DL100-PM-IN-ENTRY.
001050     05  DL100-PM-IN-TYPE           PIC X(08) VALUE SPACES.
001060     05  DL100-PM-IN-STREAM         PIC X(08) VALUE SPACES.
001070     05  DL100-PM-IN-QUAL           PIC X(08) VALUE SPACES.
001080     05  DL100-PM-IN-LIMIT          PIC X(06) VALUE SPACES.
001090
001100*--------------------------------------------------------------------
001110* BEFORE AND AFTER IMAGES OF THE ENTRY BEING CHANGED, KEPT ASIDE
001120* UNTIL THE STORE UPDATE SUCCEEDS AND THEN LOGGED.  A BLANK IMAGE
001130* (THE BEFORE OF AN ADD, THE AFTER OF A DELETE) LOGS BLANK FIELDS.
001140*--------------------------------------------------------------------
001150 01  DL100-PM-BEFORE-ENTRY          PIC X(80) VALUE SPACES.
001160 01  DL100-PM-AFTER-ENTRY           PIC X(80) VALUE SPACES.
001170 01  DL100-PM-IMAGE-ENTRY.
001180     05  DL100-PM-IMG-CLASS         PIC X(01).
001190     05  DL100-PM-IMG-TYPE          PIC X(08).
001200     05  DL100-PM-IMG-STREAM        PIC X(08).
001210     05  DL100-PM-IMG-QUAL          PIC X(08).
001220     05  DL100-PM-IMG-LIMIT         PIC X(06).
001230     05  FILLER                     PIC X(49).
001240
001250*--------------------------------------------------------------------
001260* KEYS BUILT TO PROVE A STREAM - ITS OWN STREAM ENTRY, AND WHETHER
001270* ANY DOWLIMIT, EOMLIMIT, OR HOLLIMIT ENTRY STILL NAMES IT - AND
001280* THE RECORD AREA THOSE READS RETURN INTO.
001290*--------------------------------------------------------------------
001300 01  DL100-PM-STREAM-KEY.
001310     05  FILLER                     PIC 9(01) VALUE 1.
001320     05  FILLER                     PIC X(08) VALUE "STREAM".
001330     05  DL100-PM-SK-STREAM         PIC X(08) VALUE SPACES.
001340     05  FILLER                     PIC X(08) VALUE SPACES.
001350 01  DL100-PM-USE-KEY.
001360     05  DL100-PM-UK-CLASS          PIC 9(01) VALUE 0.
001370     05  DL100-PM-UK-TYPE           PIC X(08) VALUE SPACES.
001380     05  DL100-PM-UK-STREAM         PIC X(08) VALUE SPACES.
001390     05  DL100-PM-UK-QUAL           PIC X(08) VALUE LOW-VALUES.
001400 01  DL100-PM-LIMIT-TYPE-DATA       PIC X(24)
001410         VALUE "DOWLIMITEOMLIMITHOLLIMIT".
001420 01  DL100-PM-LIMIT-TYPE-TABLE REDEFINES DL100-PM-LIMIT-TYPE-DATA.
001430     05  DL100-PM-LIMIT-TYPE OCCURS 3 TIMES
001440                                     PIC X(08).
001450 01  DL100-PM-WORK-ENTRY.
001460     05  DL100-PM-WK-CLASS          PIC 9(01).
001470     05  DL100-PM-WK-TYPE           PIC X(08).
001480     05  DL100-PM-WK-STREAM         PIC X(08).
001490     05  FILLER                     PIC X(63).
001500
001510 COPY DL100SP.
001520
001530 COPY DL100SR.
001540
001550 COPY DL100PL.
001560
001570 COPY DL100PM.
001580
001590 COPY DFHAID.
001600
001610 COPY DFHBMSCA.
001620
001630*--------------------------------------------------------------------
001640* ONE FORMATTED BROWSE LINE AND THE PAGE TABLE THE BROWSE FILLS
001650* BEFORE THE 10 MAP FIELDS ARE LOADED.
001660*--------------------------------------------------------------------
001670 01  DL100-PM-SCREEN-LINE.
001680     05  DL100-PM-SCR-TYPE          PIC X(08).
001690     05  FILLER                     PIC X(02) VALUE SPACES.
001700     05  DL100-PM-SCR-STREAM        PIC X(08).
001710     05  FILLER                     PIC X(02) VALUE SPACES.
001720     05  DL100-PM-SCR-QUAL          PIC X(08).
001730     05  FILLER                     PIC X(02) VALUE SPACES.
001740     05  DL100-PM-SCR-LIMIT         PIC Z(05)9 BLANK WHEN ZERO.
001750     05  FILLER                     PIC X(02) VALUE SPACES.
001760     05  DL100-PM-SCR-UPDATED       PIC X(16).
001770     05  FILLER                     PIC X(02) VALUE SPACES.
001780     05  DL100-PM-SCR-BY            PIC X(08).
001790     05  FILLER                     PIC X(06) VALUE SPACES.
001800
001810 01  DL100-PM-BRW-TABLE.
001820     05  DL100-PM-BRW-LINE OCCURS 10 TIMES
001830                                     PIC X(70).
001840
001850*--------------------------------------------------------------------
001860* COMMAREA CARRIED BETWEEN PSEUDO-CONVERSATIONAL TRIPS - THE LAST
001870* KEY OF THE PAGE ON THE SCREEN, SO PF8 CONTINUES PAST IT, AND THE
001880* KEY OF AN ENTRY SHOWN FOR DELETE, AWAITING THE SECOND D.
001890*--------------------------------------------------------------------
001900 01  DL100-PM-COMMAREA-WS.
001910     05  DL100-PM-CA-BOT-KEY        PIC X(25).
001920     05  DL100-PM-CA-DELETE-KEY     PIC X(25).
001930
001940 LINKAGE SECTION.
001950 01  DFHCOMMAREA                     PIC X(50).
001960
001970*--------------------------------------------------------------------
001980* 0000-MAINLINE - EACH TRIP: WORK OUT WHAT THE OPERATOR ASKED FOR,
001990* CARRY IT OUT, SEND THE MAP, AND RETURN TO CICS WITH THE PAGE AND
002000* PENDING-DELETE KEYS IN THE COMMAREA.
002010*--------------------------------------------------------------------
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040     MOVE LOW-VALUES TO DL100P1I.
002050     MOVE SPACES TO DL100-PM-BRW-TABLE.
002060     IF EIBCALEN = 0
002070         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
002080     ELSE
002090         MOVE DFHCOMMAREA TO DL100-PM-COMMAREA-WS
002100         PERFORM 2000-HANDLE-AID THRU 2000-EXIT
002110     END-IF.
002120     PERFORM 7000-SEND-AND-RETURN THRU 7000-EXIT.
002130
002140 1000-FIRST-TIME.
002150     MOVE SPACES TO DL100-PM-COMMAREA-WS.
002160     MOVE "KEY AN ENTRY AND ACTION, OR PF2 TO BROWSE" TO MSGO.
002170 1000-EXIT.
002180     EXIT.
002190
002200*--------------------------------------------------------------------
002210* 2000-HANDLE-AID - RECEIVE THE MAP AND ROUTE ON THE KEY PRESSED.
002220* THE RECEIVE IS TOLERATED FAILING (MAPFAIL = NOTHING KEYED) SO A
002230* BARE PF KEY STILL WORKS.
002240*--------------------------------------------------------------------
002250 2000-HANDLE-AID.
002260     EXEC CICS RECEIVE
002270         MAP("DL100P1")
002280         MAPSET("DL100PM")
002290         INTO(DL100P1I)
002300         RESP(DL100-PM-RESP)
002310     END-EXEC.
002320     IF DL100-PM-RESP = DFHRESP(NORMAL)
002330         PERFORM 2100-PICK-UP-FIELDS THRU 2100-EXIT
002340     ELSE
002350         IF DL100-PM-RESP NOT = DFHRESP(MAPFAIL)
002360             MOVE "ONETOTEN0015E MAP RECEIVE FAILED - TRY AGAIN"
002370                 TO MSGO
002380             GO TO 2000-EXIT
002390         END-IF
002400     END-IF.
002410     MOVE LOW-VALUES TO DL100P1I.
002420     EVALUATE EIBAID
002430         WHEN DFHPF3
002440             PERFORM 8000-END-SESSION THRU 8000-EXIT
002450         WHEN DFHPF2
002460         WHEN DFHPF7
002470             MOVE LOW-VALUES TO DL100-PM-BRW-KEY
002480             SET DL100-PM-NO-SKIP TO TRUE
002490             PERFORM 4000-BROWSE-FORWARD THRU 4000-EXIT
002500         WHEN DFHPF8
002510             MOVE DL100-PM-CA-BOT-KEY TO DL100-PM-BRW-KEY
002520             SET DL100-PM-SKIP-FIRST TO TRUE
002530             PERFORM 4000-BROWSE-FORWARD THRU 4000-EXIT
002540         WHEN OTHER
002550             PERFORM 3000-PROCESS-ENTRY THRU 3000-EXIT
002560     END-EVALUATE.
002570 2000-EXIT.
002580     EXIT.
002590
002600*--------------------------------------------------------------------
002610* 2100-PICK-UP-FIELDS - A FIELD THAT CAME BACK EMPTY (LOW-VALUES)
002620* IS TAKEN AS BLANK.
002630*--------------------------------------------------------------------
002640 2100-PICK-UP-FIELDS.
002650     MOVE SPACE TO DL100-PM-IN-ACTION.
002660     MOVE SPACES TO DL100-PM-IN-ENTRY.
002670     IF ACTNI NOT = LOW-VALUES
002680         MOVE ACTNI TO DL100-PM-IN-ACTION
002690     END-IF.
002700     IF ETYPEI NOT = LOW-VALUES
002710         MOVE ETYPEI TO DL100-PM-IN-TYPE
002720     END-IF.
002730     IF STRMI NOT = LOW-VALUES
002740         MOVE STRMI TO DL100-PM-IN-STREAM
002750     END-IF.
002760     IF QUALI NOT = LOW-VALUES
002770         MOVE QUALI TO DL100-PM-IN-QUAL
002780     END-IF.
002790     IF LIMTI NOT = LOW-VALUES
002800         MOVE LIMTI TO DL100-PM-IN-LIMIT
002810     END-IF.
002820 2100-EXIT.
002830     EXIT.
002840
002850*--------------------------------------------------------------------
002860* 3000-PROCESS-ENTRY - ENTER.  ANY ACTION BUT A CONFIRMING D
002870* CANCELS A DELETE THAT WAS WAITING FOR ONE.
002880*--------------------------------------------------------------------
002890 3000-PROCESS-ENTRY.
002900     IF NOT DL100-PM-ACT-DELETE
002910         MOVE SPACES TO DL100-PM-CA-DELETE-KEY
002920     END-IF.
002930     EVALUATE TRUE
002940         WHEN DL100-PM-ACT-INQUIRE
002950             PERFORM 3100-INQUIRE-ENTRY THRU 3100-EXIT
002960         WHEN DL100-PM-ACT-ADD
002970             PERFORM 3200-ADD-ENTRY THRU 3200-EXIT
002980         WHEN DL100-PM-ACT-CHANGE
002990             PERFORM 3300-CHANGE-ENTRY THRU 3300-EXIT
003000         WHEN DL100-PM-ACT-DELETE
003010             PERFORM 3400-DELETE-ENTRY THRU 3400-EXIT
003020         WHEN OTHER
003030             MOVE "ONETOTEN0300E ACTION MUST BE A, C, D, OR BLANK"
003040                 TO MSGO
003050     END-EVALUATE.
003060 3000-EXIT.
003070     EXIT.
003080
003090*--------------------------------------------------------------------
003100* 3050-EDIT-KEYED-ENTRY - HAND THE SCREEN FIELDS TO DL100SPE WITH
003110* THE EDIT FUNCTION THE ACTION NEEDS.  ON RETURN THE RECORD AREA
003120* HOLDS THE EDITED ENTRY, CLASS SET, AND DL100-PM-KEY ITS KEY.
003130*--------------------------------------------------------------------
003140 3050-EDIT-KEYED-ENTRY.
003150     SET DL100-PM-STEP-OK TO TRUE.
003160     MOVE SPACES TO DL100-SCHED-PARM-RECORD.
003170     MOVE 0 TO DL100-SP-ENTRY-CLASS.
003180     MOVE DL100-PM-IN-TYPE TO DL100-SP-ENTRY-TYPE.
003190     MOVE DL100-PM-IN-STREAM TO DL100-SP-STREAM-NAME.
003200     MOVE DL100-PM-IN-QUAL TO DL100-SP-QUALIFIER.
003210     MOVE DL100-PM-IN-LIMIT TO DL100-SP-LIMIT-X.
003220     MOVE DL100-SCHED-PARM-RECORD TO DL100-PM-EDIT-ENTRY.
003230     CALL "DL100SPE" USING DL100-PM-EDIT-FUNCTION
003240                           DL100-PM-EDIT-ENTRY
003250                           DL100-PM-EDIT-STATUS
003260                           DL100-PM-EDIT-MESSAGE.
003270     IF NOT DL100-PM-EDIT-OK
003280         MOVE DL100-PM-EDIT-MESSAGE TO MSGO
003290         SET DL100-PM-STEP-FAILED TO TRUE
003300         GO TO 3050-EXIT
003310     END-IF.
003320     MOVE DL100-PM-EDIT-ENTRY TO DL100-SCHED-PARM-RECORD.
003330     MOVE DL100-SP-KEY TO DL100-PM-KEY.
003340 3050-EXIT.
003350     EXIT.
003360
003370*--------------------------------------------------------------------
003380* 3100-INQUIRE-ENTRY - DIRECT READ OF THE ENTRY KEYED.
003390*--------------------------------------------------------------------
003400 3100-INQUIRE-ENTRY.
003410     MOVE "K" TO DL100-PM-EDIT-FUNCTION.
003420     PERFORM 3050-EDIT-KEYED-ENTRY THRU 3050-EXIT.
003430     IF DL100-PM-STEP-FAILED
003440         GO TO 3100-EXIT
003450     END-IF.
003460     EXEC CICS READ
003470         DATASET("SCHEDPRM")
003480         INTO(DL100-SCHED-PARM-RECORD)
003490         RIDFLD(DL100-PM-KEY)
003500         KEYLENGTH(25)
003510         RESP(DL100-PM-RESP)
003520     END-EXEC.
003530     IF DL100-PM-RESP = DFHRESP(NORMAL)
003540         PERFORM 3900-SHOW-ENTRY THRU 3900-EXIT
003550         MOVE SPACES TO MSGO
003560     ELSE
003570         PERFORM 3950-READ-FAILED THRU 3950-EXIT
003580     END-IF.
003590 3100-EXIT.
003600     EXIT.
003610
003620*--------------------------------------------------------------------
003630* 3200-ADD-ENTRY - A NEW RULE.  THE ENTRY MUST PASS THE FULL EDIT
003640* AND ITS STREAM MUST BE PROVED BEFORE IT IS WRITTEN; A KEY ALREADY
003650* ON THE STORE IS REFUSED - CHANGE THAT ENTRY INSTEAD.
003660*--------------------------------------------------------------------
003670 3200-ADD-ENTRY.
003680     MOVE "E" TO DL100-PM-EDIT-FUNCTION.
003690     PERFORM 3050-EDIT-KEYED-ENTRY THRU 3050-EXIT.
003700     IF DL100-PM-STEP-FAILED
003710         GO TO 3200-EXIT
003720     END-IF.
003730     PERFORM 3500-PROVE-STREAM THRU 3500-EXIT.
003740     IF DL100-PM-STEP-FAILED
003750         GO TO 3200-EXIT
003760     END-IF.
003770     MOVE SPACES TO DL100-PM-BEFORE-ENTRY.
003780     PERFORM 7100-STAMP-UPDATE THRU 7100-EXIT.
003790     EXEC CICS WRITE
003800         DATASET("SCHEDPRM")
003810         FROM(DL100-SCHED-PARM-RECORD)
003820         RIDFLD(DL100-PM-KEY)
003830         KEYLENGTH(25)
003840         RESP(DL100-PM-RESP)
003850     END-EXEC.
003860     IF DL100-PM-RESP = DFHRESP(DUPREC)
003870         MOVE "ONETOTEN0294E ENTRY ALREADY ON SCHEDPRM - USE C"
003880             TO MSGO
003890         GO TO 3200-EXIT
003900     END-IF.
003910     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
003920         PERFORM 3960-UPDATE-FAILED THRU 3960-EXIT
003930         GO TO 3200-EXIT
003940     END-IF.
003950     MOVE DL100-SCHED-PARM-RECORD TO DL100-PM-AFTER-ENTRY.
003960     MOVE "ADD" TO DL100-PM-LOG-ACTION.
003970     PERFORM 7200-WRITE-SCHED-LOG THRU 7200-EXIT.
003980     IF DL100-PM-STEP-FAILED
003990         GO TO 3200-EXIT
004000     END-IF.
004010     PERFORM 3900-SHOW-ENTRY THRU 3900-EXIT.
004020     MOVE "ONETOTEN0297I ENTRY ADDED" TO MSGO.
004030 3200-EXIT.
004040     EXIT.
004050
004060*--------------------------------------------------------------------
004070* 3300-CHANGE-ENTRY - A NEW LIMIT FOR AN EXISTING LIMIT RULE.  A
004080* STREAM OR HOLIDAY ENTRY IS NOTHING BUT ITS KEY, SO IT IS ADDED
004090* OR DELETED, NEVER CHANGED.
004100*--------------------------------------------------------------------
004110 3300-CHANGE-ENTRY.
004120     MOVE "E" TO DL100-PM-EDIT-FUNCTION.
004130     PERFORM 3050-EDIT-KEYED-ENTRY THRU 3050-EXIT.
004140     IF DL100-PM-STEP-FAILED
004150         GO TO 3300-EXIT
004160     END-IF.
004170     IF NOT DL100-SP-LIMIT-ENTRY
004180         STRING "ONETOTEN0293E A " DL100-SP-ENTRY-TYPE
004190                " ENTRY HAS NO LIMIT - ADD OR DELETE IT INSTEAD"
004200             DELIMITED BY SIZE INTO MSGO
004210         GO TO 3300-EXIT
004220     END-IF.
004230     MOVE DL100-SP-LIMIT TO DL100-PM-NEW-LIMIT.
004240     EXEC CICS READ
004250         DATASET("SCHEDPRM")
004260         INTO(DL100-SCHED-PARM-RECORD)
004270         RIDFLD(DL100-PM-KEY)
004280         KEYLENGTH(25)
004290         UPDATE
004300         RESP(DL100-PM-RESP)
004310     END-EXEC.
004320     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
004330         PERFORM 3950-READ-FAILED THRU 3950-EXIT
004340         GO TO 3300-EXIT
004350     END-IF.
004360     MOVE DL100-SCHED-PARM-RECORD TO DL100-PM-BEFORE-ENTRY.
004370     MOVE DL100-PM-NEW-LIMIT TO DL100-SP-LIMIT.
004380     PERFORM 7100-STAMP-UPDATE THRU 7100-EXIT.
004390     EXEC CICS REWRITE
004400         DATASET("SCHEDPRM")
004410         FROM(DL100-SCHED-PARM-RECORD)
004420         RESP(DL100-PM-RESP)
004430     END-EXEC.
004440     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
004450         PERFORM 3960-UPDATE-FAILED THRU 3960-EXIT
004460         GO TO 3300-EXIT
004470     END-IF.
004480     MOVE DL100-SCHED-PARM-RECORD TO DL100-PM-AFTER-ENTRY.
004490     MOVE "CHANGE" TO DL100-PM-LOG-ACTION.
004500     PERFORM 7200-WRITE-SCHED-LOG THRU 7200-EXIT.
004510     IF DL100-PM-STEP-FAILED
004520         GO TO 3300-EXIT
004530     END-IF.
004540     PERFORM 3900-SHOW-ENTRY THRU 3900-EXIT.
004550     MOVE "ONETOTEN0297I ENTRY CHANGED" TO MSGO.
004560 3300-EXIT.
004570     EXIT.
004580
004590*--------------------------------------------------------------------
004600* 3400-DELETE-ENTRY - THE FIRST D ON AN ENTRY ONLY SHOWS IT AND
004610* ASKS FOR A SECOND; THE SECOND D ON THE SAME KEY DELETES IT.  A
004620* STREAM ENTRY STILL NAMED BY A LIMIT RULE IS KEPT - DL100CTB
004630* WOULD STOP THE NIGHT ON THE ORPHANED LIMIT.
004640*--------------------------------------------------------------------
004650 3400-DELETE-ENTRY.
004660     MOVE "K" TO DL100-PM-EDIT-FUNCTION.
004670     PERFORM 3050-EDIT-KEYED-ENTRY THRU 3050-EXIT.
004680     IF DL100-PM-STEP-FAILED
004690         MOVE SPACES TO DL100-PM-CA-DELETE-KEY
004700         GO TO 3400-EXIT
004710     END-IF.
004720     IF DL100-PM-KEY NOT = DL100-PM-CA-DELETE-KEY
004730         PERFORM 3100-INQUIRE-ENTRY THRU 3100-EXIT
004740         IF DL100-PM-RESP = DFHRESP(NORMAL)
004750             MOVE DL100-PM-KEY TO DL100-PM-CA-DELETE-KEY
004760             MOVE "ONETOTEN0298W KEY D AGAIN TO CONFIRM DELETE"
004770                 TO MSGO
004780         ELSE
004790             MOVE SPACES TO DL100-PM-CA-DELETE-KEY
004800         END-IF
004810         GO TO 3400-EXIT
004820     END-IF.
004830     MOVE SPACES TO DL100-PM-CA-DELETE-KEY.
004840     IF DL100-SP-STREAM-ENTRY
004850         PERFORM 3600-CHECK-STREAM-IN-USE THRU 3600-EXIT
004860         IF DL100-PM-STREAM-IN-USE
004870             STRING "ONETOTEN0296E STREAM " DL100-SP-STREAM-NAME
004880                    " HAS LIMIT ENTRIES - DELETE THEM FIRST"
004890                 DELIMITED BY SIZE INTO MSGO
004900             GO TO 3400-EXIT
004910         END-IF
004920     END-IF.
004930     EXEC CICS READ
004940         DATASET("SCHEDPRM")
004950         INTO(DL100-SCHED-PARM-RECORD)
004960         RIDFLD(DL100-PM-KEY)
004970         KEYLENGTH(25)
004980         UPDATE
004990         RESP(DL100-PM-RESP)
005000     END-EXEC.
005010     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
005020         PERFORM 3950-READ-FAILED THRU 3950-EXIT
005030         GO TO 3400-EXIT
005040     END-IF.
005050     MOVE DL100-SCHED-PARM-RECORD TO DL100-PM-BEFORE-ENTRY.
005060     EXEC CICS DELETE
005070         DATASET("SCHEDPRM")
005080         RESP(DL100-PM-RESP)
005090     END-EXEC.
005100     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
005110         PERFORM 3960-UPDATE-FAILED THRU 3960-EXIT
005120         GO TO 3400-EXIT
005130     END-IF.
005140     PERFORM 7100-STAMP-UPDATE THRU 7100-EXIT.
005150     MOVE SPACES TO DL100-PM-AFTER-ENTRY.
005160     MOVE "DELETE" TO DL100-PM-LOG-ACTION.
005170     PERFORM 7200-WRITE-SCHED-LOG THRU 7200-EXIT.
005180     IF DL100-PM-STEP-FAILED
005190         GO TO 3400-EXIT
005200     END-IF.
005210     MOVE SPACES TO DL100-PM-IN-ENTRY.
005220     MOVE "ONETOTEN0297I ENTRY DELETED" TO MSGO.
005230 3400-EXIT.
005240     EXIT.
005250
005260*--------------------------------------------------------------------
005270* 3500-PROVE-STREAM - A STREAM ENTRY MUST NAME A STREAM THAT IS ON
005280* THE REGISTRY AND NOT RETIRED.  A LIMIT THAT NAMES A STREAM NEEDS
005290* THAT STREAM'S OWN STREAM ENTRY ON THE STORE, WHICH WAS PROVED
005300* AGAINST THE REGISTRY WHEN IT WAS ADDED.
005310*--------------------------------------------------------------------
005320 3500-PROVE-STREAM.
005330     SET DL100-PM-STEP-OK TO TRUE.
005340     IF DL100-SP-STREAM-ENTRY
005350         PERFORM 3510-CHECK-REGISTRY THRU 3510-EXIT
005360         GO TO 3500-EXIT
005370     END-IF.
005380     IF DL100-SP-STREAM-NAME = SPACES
005390         GO TO 3500-EXIT
005400     END-IF.
005410     MOVE DL100-SP-STREAM-NAME TO DL100-PM-SK-STREAM.
005420     EXEC CICS READ
005430         DATASET("SCHEDPRM")
005440         INTO(DL100-PM-WORK-ENTRY)
005450         RIDFLD(DL100-PM-STREAM-KEY)
005460         KEYLENGTH(25)
005470         RESP(DL100-PM-RESP)
005480     END-EXEC.
005490     IF DL100-PM-RESP = DFHRESP(NOTFND)
005500         STRING "ONETOTEN0292E STREAM " DL100-SP-STREAM-NAME
005510                " HAS NO STREAM ENTRY - ADD ONE FIRST"
005520             DELIMITED BY SIZE INTO MSGO
005530         SET DL100-PM-STEP-FAILED TO TRUE
005540         GO TO 3500-EXIT
005550     END-IF.
005560     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
005570         PERFORM 3950-READ-FAILED THRU 3950-EXIT
005580         SET DL100-PM-STEP-FAILED TO TRUE
005590     END-IF.
005600 3500-EXIT.
005610     EXIT.
005620
005630 3510-CHECK-REGISTRY.
005640     EXEC CICS READ
005650         DATASET("STRMREG")
005660         INTO(DL100-STREAM-REG-RECORD)
005670         RIDFLD(DL100-SP-STREAM-NAME)
005680         KEYLENGTH(8)
005690         RESP(DL100-PM-RESP)
005700     END-EXEC.
005710     IF DL100-PM-RESP = DFHRESP(NOTFND)
005720         STRING "ONETOTEN0292E STREAM " DL100-SP-STREAM-NAME
005730                " NOT ON STRMREG - SEE DL100R10"
005740             DELIMITED BY SIZE INTO MSGO
005750         SET DL100-PM-STEP-FAILED TO TRUE
005760         GO TO 3510-EXIT
005770     END-IF.
005780     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
005790         MOVE DL100-PM-RESP TO DL100-PM-RESP-DISPLAY
005800         STRING "ONETOTEN0299E STRMREG READ FAILED - RESP "
005810                DL100-PM-RESP-DISPLAY
005820             DELIMITED BY SIZE INTO MSGO
005830         SET DL100-PM-STEP-FAILED TO TRUE
005840         GO TO 3510-EXIT
005850     END-IF.
005860     IF DL100-SR-RETIRED
005870         STRING "ONETOTEN0292E STREAM " DL100-SP-STREAM-NAME
005880                " IS RETIRED ON THE STREAM REGISTRY"
005890             DELIMITED BY SIZE INTO MSGO
005900         SET DL100-PM-STEP-FAILED TO TRUE
005910     END-IF.
005920 3510-EXIT.
005930     EXIT.
005940
005950*--------------------------------------------------------------------
005960* 3600-CHECK-STREAM-IN-USE - ONE SHORT BROWSE PER LIMIT CLASS,
005970* POSITIONED AT THE FIRST ENTRY OF THAT CLASS FOR THIS STREAM.
005980*--------------------------------------------------------------------
005990 3600-CHECK-STREAM-IN-USE.
006000     SET DL100-PM-STREAM-NOT-IN-USE TO TRUE.
006010     PERFORM 3610-CHECK-ONE-CLASS THRU 3610-EXIT
006020         VARYING DL100-PM-CLASS-SUB FROM 1 BY 1
006030         UNTIL DL100-PM-CLASS-SUB > 3
006040             OR DL100-PM-STREAM-IN-USE.
006050 3600-EXIT.
006060     EXIT.
006070
006080 3610-CHECK-ONE-CLASS.
006090     COMPUTE DL100-PM-UK-CLASS = DL100-PM-CLASS-SUB + 1.
006100     MOVE DL100-PM-LIMIT-TYPE (DL100-PM-CLASS-SUB)
006110         TO DL100-PM-UK-TYPE.
006120     MOVE DL100-SP-STREAM-NAME TO DL100-PM-UK-STREAM.
006130     MOVE LOW-VALUES TO DL100-PM-UK-QUAL.
006140     EXEC CICS STARTBR
006150         DATASET("SCHEDPRM")
006160         RIDFLD(DL100-PM-USE-KEY)
006170         KEYLENGTH(25)
006180         GTEQ
006190         RESP(DL100-PM-RESP)
006200     END-EXEC.
006210     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
006220         GO TO 3610-EXIT
006230     END-IF.
006240     EXEC CICS READNEXT
006250         DATASET("SCHEDPRM")
006260         INTO(DL100-PM-WORK-ENTRY)
006270         RIDFLD(DL100-PM-USE-KEY)
006280         KEYLENGTH(25)
006290         RESP(DL100-PM-RESP)
006300     END-EXEC.
006310     IF DL100-PM-RESP = DFHRESP(NORMAL)
006320         AND DL100-PM-WK-CLASS = DL100-PM-CLASS-SUB + 1
006330         AND DL100-PM-WK-STREAM = DL100-SP-STREAM-NAME
006340         SET DL100-PM-STREAM-IN-USE TO TRUE
006350     END-IF.
006360     EXEC CICS ENDBR
006370         DATASET("SCHEDPRM")
006380     END-EXEC.
006390 3610-EXIT.
006400     EXIT.
006410
006420*--------------------------------------------------------------------
006430* 3900-SHOW-ENTRY - PUT THE ENTRY IN THE RECORD AREA BACK ON THE
006440* SCREEN WITH WHO LAST CHANGED IT AND WHEN.
006450*--------------------------------------------------------------------
006460 3900-SHOW-ENTRY.
006470     MOVE DL100-SP-ENTRY-TYPE TO DL100-PM-IN-TYPE.
006480     MOVE DL100-SP-STREAM-NAME TO DL100-PM-IN-STREAM.
006490     MOVE DL100-SP-QUALIFIER TO DL100-PM-IN-QUAL.
006500     IF DL100-SP-LIMIT-ENTRY
006510         MOVE DL100-SP-LIMIT-X TO DL100-PM-IN-LIMIT
006520     ELSE
006530         MOVE SPACES TO DL100-PM-IN-LIMIT
006540     END-IF.
006550     MOVE SPACES TO LSTCHGO.
006560     STRING DL100-SP-LAST-UPDATED " BY " DL100-SP-UPDATED-BY
006570         DELIMITED BY SIZE INTO LSTCHGO.
006580 3900-EXIT.
006590     EXIT.
006600
006610 3950-READ-FAILED.
006620     IF DL100-PM-RESP = DFHRESP(NOTFND)
006630         MOVE "ONETOTEN0295E ENTRY IS NOT ON SCHEDPRM" TO MSGO
006640     ELSE
006650         MOVE DL100-PM-RESP TO DL100-PM-RESP-DISPLAY
006660         STRING "ONETOTEN0299E SCHEDPRM READ FAILED - RESP "
006670                DL100-PM-RESP-DISPLAY
006680             DELIMITED BY SIZE INTO MSGO
006690     END-IF.
006700 3950-EXIT.
006710     EXIT.
006720
006730 3960-UPDATE-FAILED.
006740     MOVE DL100-PM-RESP TO DL100-PM-RESP-DISPLAY.
006750     STRING "ONETOTEN0299E SCHEDPRM UPDATE FAILED - RESP "
006760            DL100-PM-RESP-DISPLAY " - NOTHING CHANGED"
006770         DELIMITED BY SIZE INTO MSGO.
006780 3960-EXIT.
006790     EXIT.
006800
006810*--------------------------------------------------------------------
006820* 4000-BROWSE-FORWARD - FILL UP TO A PAGE OF ENTRIES IN KEY ORDER
006830* STARTING AT DL100-PM-BRW-KEY.  WHEN CONTINUING PAST THE BOTTOM
006840* OF THE PRIOR PAGE THE FIRST (EQUAL) ENTRY IS SKIPPED.
006850*--------------------------------------------------------------------
006860 4000-BROWSE-FORWARD.
006870     MOVE 0 TO DL100-PM-FILL-COUNT.
006880     SET DL100-PM-BRW-MORE TO TRUE.
006890     EXEC CICS STARTBR
006900         DATASET("SCHEDPRM")
006910         RIDFLD(DL100-PM-BRW-KEY)
006920         KEYLENGTH(25)
006930         GTEQ
006940         RESP(DL100-PM-RESP)
006950     END-EXEC.
006960     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
006970         MOVE "ONETOTEN0301I SCHEDPRM STORE IS EMPTY" TO MSGO
006980         GO TO 4000-EXIT
006990     END-IF.
007000     PERFORM 4100-READ-NEXT-ENTRY THRU 4100-EXIT
007010         UNTIL DL100-PM-BRW-DONE
007020             OR DL100-PM-FILL-COUNT >= DL100-PM-PAGE-SIZE.
007030     EXEC CICS ENDBR
007040         DATASET("SCHEDPRM")
007050     END-EXEC.
007060     PERFORM 5000-LOAD-BROWSE-FIELDS THRU 5000-EXIT.
007070     IF DL100-PM-FILL-COUNT = 0 OR DL100-PM-BRW-DONE
007080         MOVE "ONETOTEN0302I END OF SCHEDPRM STORE REACHED"
007090             TO MSGO
007100     ELSE
007110         MOVE "PF8 FOR MORE" TO MSGO
007120     END-IF.
007130 4000-EXIT.
007140     EXIT.
007150
007160 4100-READ-NEXT-ENTRY.
007170     EXEC CICS READNEXT
007180         DATASET("SCHEDPRM")
007190         INTO(DL100-SCHED-PARM-RECORD)
007200         RIDFLD(DL100-PM-BRW-KEY)
007210         KEYLENGTH(25)
007220         RESP(DL100-PM-RESP)
007230     END-EXEC.
007240     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
007250         SET DL100-PM-BRW-DONE TO TRUE
007260         GO TO 4100-EXIT
007270     END-IF.
007280     IF DL100-PM-SKIP-FIRST
007290         SET DL100-PM-NO-SKIP TO TRUE
007300         IF DL100-SP-KEY = DL100-PM-CA-BOT-KEY
007310             GO TO 4100-EXIT
007320         END-IF
007330     END-IF.
007340     ADD 1 TO DL100-PM-FILL-COUNT.
007350     PERFORM 4200-FORMAT-BROWSE-LINE THRU 4200-EXIT.
007360     MOVE DL100-PM-SCREEN-LINE
007370         TO DL100-PM-BRW-LINE (DL100-PM-FILL-COUNT).
007380     MOVE DL100-SP-KEY TO DL100-PM-CA-BOT-KEY.
007390 4100-EXIT.
007400     EXIT.
007410
007420 4200-FORMAT-BROWSE-LINE.
007430     MOVE DL100-SP-ENTRY-TYPE TO DL100-PM-SCR-TYPE.
007440     MOVE DL100-SP-STREAM-NAME TO DL100-PM-SCR-STREAM.
007450     MOVE DL100-SP-QUALIFIER TO DL100-PM-SCR-QUAL.
007460     MOVE DL100-SP-LIMIT TO DL100-PM-SCR-LIMIT.
007470     MOVE DL100-SP-LAST-UPDATED TO DL100-PM-SCR-UPDATED.
007480     MOVE DL100-SP-UPDATED-BY TO DL100-PM-SCR-BY.
007490 4200-EXIT.
007500     EXIT.
007510
007520*--------------------------------------------------------------------
007530* 5000-LOAD-BROWSE-FIELDS - THE GENERATED MAP FIELDS HAVE FIXED
007540* NAMES, SO THE PAGE TABLE IS UNLOADED WITH ONE MOVE PER LINE.
007550*--------------------------------------------------------------------
007560 5000-LOAD-BROWSE-FIELDS.
007570     MOVE DL100-PM-BRW-LINE (1) TO BRW1O.
007580     MOVE DL100-PM-BRW-LINE (2) TO BRW2O.
007590     MOVE DL100-PM-BRW-LINE (3) TO BRW3O.
007600     MOVE DL100-PM-BRW-LINE (4) TO BRW4O.
007610     MOVE DL100-PM-BRW-LINE (5) TO BRW5O.
007620     MOVE DL100-PM-BRW-LINE (6) TO BRW6O.
007630     MOVE DL100-PM-BRW-LINE (7) TO BRW7O.
007640     MOVE DL100-PM-BRW-LINE (8) TO BRW8O.
007650     MOVE DL100-PM-BRW-LINE (9) TO BRW9O.
007660     MOVE DL100-PM-BRW-LINE (10) TO BRW10O.
007670 5000-EXIT.
007680     EXIT.
007690
007700*--------------------------------------------------------------------
007710* 7000-SEND-AND-RETURN - THE ENTRY FIELDS GO BACK MODIFIED (FSET)
007720* SO AN ENTRY JUST SHOWN CAN BE CHANGED OR DELETED BY KEYING ONLY
007730* THE ACTION AND THE NEW LIMIT.
007740*--------------------------------------------------------------------
007750 7000-SEND-AND-RETURN.
007760     MOVE DL100-PM-IN-TYPE TO ETYPEO.
007770     MOVE DL100-PM-IN-STREAM TO STRMO.
007780     MOVE DL100-PM-IN-QUAL TO QUALO.
007790     MOVE DL100-PM-IN-LIMIT TO LIMTO.
007800     MOVE DFHBMFSE TO ETYPEA STRMA QUALA LIMTA.
007810     EXEC CICS SEND
007820         MAP("DL100P1")
007830         MAPSET("DL100PM")
007840         FROM(DL100P1O)
007850         ERASE
007860         FREEKB
007870     END-EXEC.
007880     EXEC CICS RETURN
007890         TRANSID("DL1P")
007900         COMMAREA(DL100-PM-COMMAREA-WS)
007910         LENGTH(50)
007920     END-EXEC.
007930 7000-EXIT.
007940     EXIT.
007950
007960*--------------------------------------------------------------------
007970* 7100-STAMP-UPDATE - WHO AND WHEN, FOR THE ENTRY AND ITS LOG
007980* RECORDS.  THE TIMESTAMP IS THE SHOP'S USUAL YYYYMMDDHHMMSSHH.
007990*--------------------------------------------------------------------
008000 7100-STAMP-UPDATE.
008010     EXEC CICS ASKTIME
008020         ABSTIME(DL100-PM-ABSTIME)
008030     END-EXEC.
008040     EXEC CICS FORMATTIME
008050         ABSTIME(DL100-PM-ABSTIME)
008060         YYYYMMDD(DL100-PM-TODAY)
008070         TIME(DL100-PM-NOW)
008080     END-EXEC.
008090     EXEC CICS ASSIGN
008100         USERID(DL100-PM-USERID)
008110     END-EXEC.
008120     MOVE SPACES TO DL100-PM-TIMESTAMP.
008130     STRING DL100-PM-TODAY DL100-PM-NOW "00"
008140         DELIMITED BY SIZE INTO DL100-PM-TIMESTAMP.
008150     MOVE DL100-PM-TIMESTAMP TO DL100-SP-LAST-UPDATED.
008160     MOVE DL100-PM-USERID TO DL100-SP-UPDATED-BY.
008170 7100-EXIT.
008180     EXIT.
008190
008200*--------------------------------------------------------------------
008210* 7200-WRITE-SCHED-LOG - THE BEFORE IMAGE, THEN THE AFTER IMAGE,
008220* UNDER ONE TIMESTAMP.  IF EITHER WRITE FAILS THE WHOLE UNIT OF
008230* WORK - STORE UPDATE INCLUDED - IS ROLLED BACK.
008240*--------------------------------------------------------------------
008250 7200-WRITE-SCHED-LOG.
008260     SET DL100-PM-STEP-OK TO TRUE.
008270     MOVE SPACES TO DL100-SCHED-LOG-RECORD.
008280     MOVE DL100-PM-TIMESTAMP TO DL100-PL-TIMESTAMP.
008290     MOVE DL100-PM-USERID TO DL100-PL-OPERATOR.
008300     MOVE DL100-PM-LOG-ACTION TO DL100-PL-ACTION.
008310     MOVE EIBTRMID TO DL100-PL-TERMINAL.
008320     MOVE EIBTRNID TO DL100-PL-TRANSACTION.
008330     SET DL100-PL-BEFORE-IMAGE TO TRUE.
008340     MOVE DL100-PM-BEFORE-ENTRY TO DL100-PM-IMAGE-ENTRY.
008350     PERFORM 7210-WRITE-ONE-IMAGE THRU 7210-EXIT.
008360     IF DL100-PM-STEP-FAILED
008370         GO TO 7200-EXIT
008380     END-IF.
008390     SET DL100-PL-AFTER-IMAGE TO TRUE.
008400     MOVE DL100-PM-AFTER-ENTRY TO DL100-PM-IMAGE-ENTRY.
008410     PERFORM 7210-WRITE-ONE-IMAGE THRU 7210-EXIT.
008420 7200-EXIT.
008430     EXIT.
008440
008450 7210-WRITE-ONE-IMAGE.
008460     MOVE DL100-PM-IMG-TYPE TO DL100-PL-ENTRY-TYPE.
008470     MOVE DL100-PM-IMG-STREAM TO DL100-PL-STREAM-NAME.
008480     MOVE DL100-PM-IMG-QUAL TO DL100-PL-QUALIFIER.
008490     IF DL100-PM-IMG-LIMIT NUMERIC
008500         MOVE DL100-PM-IMG-LIMIT TO DL100-PL-LIMIT
008510     ELSE
008520         MOVE 0 TO DL100-PL-LIMIT
008530     END-IF.
008540     EXEC CICS WRITE
008550         DATASET("SCHEDLOG")
008560         FROM(DL100-SCHED-LOG-RECORD)
008570         RIDFLD(DL100-PM-LOG-RBA)
008580         RBA
008590         RESP(DL100-PM-RESP)
008600     END-EXEC.
008610     IF DL100-PM-RESP NOT = DFHRESP(NORMAL)
008620         EXEC CICS SYNCPOINT
008630             ROLLBACK
008640         END-EXEC
008650         MOVE DL100-PM-RESP TO DL100-PM-RESP-DISPLAY
008660         STRING "ONETOTEN0299E SCHEDLOG WRITE FAILED - RESP "
008670                DL100-PM-RESP-DISPLAY " - CHANGE BACKED OUT"
008680             DELIMITED BY SIZE INTO MSGO
008690         SET DL100-PM-STEP-FAILED TO TRUE
008700     END-IF.
008710 7210-EXIT.
008720     EXIT.
008730
008740*--------------------------------------------------------------------
008750* 8000-END-SESSION - PF3.  CLEAR THE SCREEN AND RETURN TO CICS
008760* WITHOUT A TRANSID, ENDING THE PSEUDO-CONVERSATION.
008770*--------------------------------------------------------------------
008780 8000-END-SESSION.
008790     EXEC CICS SEND TEXT
008800         FROM(DL100-PM-END-LINE)
008810         LENGTH(LENGTH OF DL100-PM-END-LINE)
008820         ERASE
008830         FREEKB
008840     END-EXEC.
008850     EXEC CICS RETURN
008860     END-EXEC.
008870 8000-EXIT.
008880     EXIT.
008890
008900 END PROGRAM DL100SPM.
