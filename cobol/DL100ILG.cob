000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100ILG.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  LOADS THE LIFETIME
000220*                     ISSUANCE LEDGER (ISSLEDG) FROM OTFILE SO A
000230*                     NUMBER RE-ISSUED ACROSS NIGHTS IS CAUGHT
000240*                     BEFORE IT SHIPS - DL100REC ONLY SEES
000250*                     DUPLICATES INSIDE ONE GENERATION.  EVERY
000260*                     DETAIL VALUE IS LEDGERED UNDER ITS STREAM
000270*                     AND NUMBERING CYCLE WITH ITS RUN DATE AND
000280*                     THE OTFILE GENERATION IT CAME FROM.  A VALUE
000290*                     ALREADY ON THE LEDGER FROM ANOTHER NIGHT IS
000300*                     PRINTED AS A RE-ISSUE WITH BOTH RUN DATES.
000310*                     A DELIBERATE RESET - A DL100SQM SET TO ZERO
000320*                     OR DELETE ON MAINTLOG - OPENS A NEW CYCLE
000330*                     ONCE THE STREAM'S NUMBERING STARTS OVER, SO
000340*                     THE NEW SERIES IS LEDGERED UNDER ITS OWN
000350*                     CYCLE MARKER INSTEAD OF AS RE-ISSUES.
000360*
000370*                     RUNS NIGHTLY ON OTFILE(0), AND ONCE AS THE
000380*                     SEED LOAD ON EVERY HELD GENERATION,
000390*                     CONCATENATED OLDEST FIRST - EACH GENERATION
000400*                     OPENS WITH ITS OWN HEADER.  A VALUE ALREADY
000410*                     LEDGERED FROM THE SAME GENERATION IS NOT A
000420*                     RE-ISSUE, SO THE STEP CAN SIMPLY BE RERUN.
000430*
000440*                     ENDS RC 0 WHEN NOTHING WAS RE-ISSUED, RC 8
000450*                     ON ANY RE-ISSUE OR UNLEDGERABLE DETAIL SO
000460*                     THE EXTRACT IS HELD, AND RC 16 WHEN A FILE
000470*                     COULD NOT BE PROCESSED.
000471*   10/15/2026  DLH   STEP OUTCOME.  FILES A DL100SO RECORD ON RUNSTAT
000472*                     THROUGH DL100STS AS THE STEP ENDS - RC, VALUES
000473*                     LEDGERED AND RE-ISSUED, DETAILS NOT LEDGERABLE,
000474*                     AND THE FIRST ERROR MESSAGE, WHICH EVERY MESSAGE
000475*                     NOW PASSES THROUGH 8800-NOTE-EXCEPTION TO RECORD.
000476*                     NEEDS THE RUNSTAT AND STEPID DDS.
000480*--------------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DL100-OUTPUT-FILE ASSIGN TO "OTFILE"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS DL100-OUTPUT-FILE-STATUS.
000550
000560     SELECT DL100-ISSUE-LEDGER-FILE ASSIGN TO "ISSLEDG"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS DL100-IL-KEY
000600         FILE STATUS IS DL100-ISSUE-LEDGER-STATUS.
000610
000620     SELECT DL100-MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DL100-MAINT-LOG-STATUS.
000650
000660     SELECT DL100-REPORT-FILE ASSIGN TO "RPTFILE"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS DL100-REPORT-FILE-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  DL100-OUTPUT-FILE
000730     RECORDING MODE IS F.
000740     COPY DL100OT.
000750
000760 FD  DL100-ISSUE-LEDGER-FILE.
000770     COPY DL100IL.
000780
000790 FD  DL100-MAINT-LOG-FILE
000800     RECORDING MODE IS F.
000810     COPY DL100ML.
000820
000830 FD  DL100-REPORT-FILE
000840     RECORDING MODE IS F.
000850 01  DL100-REPORT-LINE               PIC X(132).
000860
000870 WORKING-STORAGE SECTION.
000880*--------------------------------------------------------------------
000890* RUN-CONTROL AND FILE-STATUS ITEMS
000900*--------------------------------------------------------------------
000910 77  DL100-OUTPUT-FILE-STATUS        PIC X(02) VALUE SPACES.
000920     88  DL100-OUTPUT-FILE-OK            VALUE "00".
000930     88  DL100-OUTPUT-FILE-EOF           VALUE "10".
000940
000950 77  DL100-ISSUE-LEDGER-STATUS       PIC X(02) VALUE SPACES.
000960     88  DL100-ISSUE-LEDGER-OK           VALUE "00".
000970     88  DL100-ISSUE-LEDGER-NOT-FOUND    VALUE "23".
000980     88  DL100-ISSUE-LEDGER-IS-NEW       VALUE "35".
000990
001000 77  DL100-MAINT-LOG-STATUS          PIC X(02) VALUE SPACES.
001010     88  DL100-MAINT-LOG-OK              VALUE "00".
001020     88  DL100-MAINT-LOG-EOF             VALUE "10".
001030     88  DL100-MAINT-LOG-NONE            VALUE "35".
001040
001050 77  DL100-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
001060     88  DL100-REPORT-FILE-OK            VALUE "00".
001070
001080 77  DL100-ILG-TODAY-DATE            PIC 9(08) VALUE 0.
001090 77  DL100-ILG-TODAY-TIME            PIC 9(08) VALUE 0.
001100 77  DL100-ILG-LOAD-STAMP            PIC X(16) VALUE SPACES.
001110 77  DL100-ILG-GEN-RUN-DATE          PIC 9(08) VALUE 0.
001120 77  DL100-ILG-GEN-CTL-DATE          PIC 9(08) VALUE 0.
001130 77  DL100-ILG-GEN-COUNT             PIC 9(05) VALUE 0.
001140 77  DL100-ILG-DETAIL-READ           PIC 9(09) VALUE 0.
001150 77  DL100-ILG-LOADED-COUNT          PIC 9(09) VALUE 0.
001160 77  DL100-ILG-ALREADY-COUNT         PIC 9(09) VALUE 0.
001170 77  DL100-ILG-REISSUE-COUNT         PIC 9(09) VALUE 0.
001180 77  DL100-ILG-EXCEPTION-COUNT       PIC 9(05) VALUE 0.
001190 77  DL100-ILG-CYCLES-OPENED         PIC 9(05) VALUE 0.
001200 77  DL100-ILG-MAINT-READ            PIC 9(07) VALUE 0.
001210
001220*--------------------------------------------------------------------
001230* PER-STREAM TABLE, IN ORDER OF FIRST APPEARANCE ON OTFILE.  THE
001240* CYCLE FIELDS MIRROR THE STREAM'S CYCLE RECORD ON THE LEDGER AND
001250* ARE WRITTEN BACK AT EVERY GENERATION BOUNDARY.  THE RESOLVED
001260* SWITCH IS CLEARED AT EACH HEADER, SO THE CYCLE IS DECIDED ONCE
001270* PER STREAM PER GENERATION, ON ITS FIRST DETAIL.
001280*--------------------------------------------------------------------
001290 77  DL100-ILG-STREAM-MAX            PIC 9(02) VALUE 50.
001300 77  DL100-ILG-STREAM-COUNT          PIC 9(02) VALUE 0.
001310 77  DL100-ILG-STREAM-SUB            PIC S9(04) COMP VALUE 0.
001320 77  DL100-ILG-STREAM-HIT            PIC S9(04) COMP VALUE 0.
001330 77  DL100-ILG-WORK-NAME             PIC X(08) VALUE SPACES.
001340 01  DL100-ILG-STREAM-TABLE.
001350     05  DL100-ILG-STREAM-ENTRY OCCURS 50 TIMES.
001360         10  DL100-ILG-ST-NAME       PIC X(08).
001370         10  DL100-ILG-ST-GEN-SW     PIC X(01).
001380             88  DL100-ILG-ST-GEN-RESOLVED VALUE "Y".
001390         10  DL100-ILG-ST-CTL-SW     PIC X(01).
001400             88  DL100-ILG-ST-CTL-ON-FILE  VALUE "Y".
001410         10  DL100-ILG-ST-CYCLE      PIC 9(04).
001420         10  DL100-ILG-ST-RESET-TS   PIC X(16).
001430         10  DL100-ILG-ST-OPERATOR   PIC X(08).
001440         10  DL100-ILG-ST-FIRST-DATE PIC 9(08).
001450         10  DL100-ILG-ST-HIGH       PIC 9(09).
001460         10  DL100-ILG-ST-LOADED     PIC 9(09).
001470         10  DL100-ILG-ST-ALREADY    PIC 9(09).
001480         10  DL100-ILG-ST-REISSUED   PIC 9(09).
001490         10  DL100-ILG-ST-OPENED     PIC 9(03).
001500
001510*--------------------------------------------------------------------
001520* DELIBERATE RESETS FROM MAINTLOG, IN LOG (TIMESTAMP) ORDER - EVERY
001530* SET OR CREATE TO ZERO AND EVERY DELETE, ANY OF WHICH RESTARTS THE
001540* NAME'S NUMBERING AT 1.
001550*--------------------------------------------------------------------
001560 77  DL100-ILG-RESET-MAX             PIC 9(03) VALUE 500.
001570 77  DL100-ILG-RESET-COUNT           PIC 9(03) VALUE 0.
001580 77  DL100-ILG-RESET-SUB             PIC S9(04) COMP VALUE 0.
001590 77  DL100-ILG-RESET-HIT             PIC S9(04) COMP VALUE 0.
001600 77  DL100-ILG-RESET-AFTER-TS        PIC X(16) VALUE SPACES.
001610 77  DL100-ILG-RESET-LIMIT-DATE      PIC 9(08) VALUE 0.
001620 01  DL100-ILG-RESET-TABLE.
001630     05  DL100-ILG-RESET-ENTRY OCCURS 500 TIMES.
001640         10  DL100-ILG-RS-NAME       PIC X(08).
001650         10  DL100-ILG-RS-TS.
001660             15  DL100-ILG-RS-DATE   PIC 9(08).
001670             15  FILLER              PIC X(08).
001680         10  DL100-ILG-RS-OPERATOR   PIC X(08).
001690         10  DL100-ILG-RS-ACTION     PIC X(08).
001700
001710*--------------------------------------------------------------------
001720* REPORT PRINT CONTROL AND LINE LAYOUTS
001730*--------------------------------------------------------------------
001740 77  DL100-ILG-LINES-PER-PAGE        PIC 9(02) VALUE 56.
001750 77  DL100-ILG-LINE-COUNT            PIC 9(02) VALUE 99.
001760 77  DL100-ILG-PAGE-NUMBER           PIC 9(04) VALUE 0.
001770 77  DL100-ILG-SPACING               PIC 9(01) VALUE 1.
001780
001790 01  DL100-ILG-PRINT-AREA            PIC X(132) VALUE SPACES.
001800
001810 01  DL100-ILG-HDG1.
001820     05  FILLER                      PIC X(08) VALUE "DL100ILG".
001830     05  FILLER                      PIC X(05) VALUE SPACES.
001840     05  FILLER                      PIC X(36)
001850             VALUE "LIFETIME ISSUANCE LEDGER LOAD".
001860     05  FILLER                      PIC X(22) VALUE SPACES.
001870     05  FILLER                      PIC X(12)
001880             VALUE "REPORT DATE ".
001890     05  DL100-ILG-HDG1-DATE         PIC 9999/99/99.
001900     05  FILLER                      PIC X(07) VALUE "   PAGE".
001910     05  FILLER                      PIC X(01) VALUE SPACE.
001920     05  DL100-ILG-HDG1-PAGE         PIC ZZZ9.
001930
001940 01  DL100-ILG-GEN-LINE.
001950     05  FILLER                      PIC X(30)
001960             VALUE "** OTFILE GENERATION RUN DATE ".
001970     05  DL100-ILG-GEN-RUN           PIC 9999/99/99.
001980     05  FILLER                      PIC X(15)
001990             VALUE "  CONTROL DATE ".
002000     05  DL100-ILG-GEN-CTL           PIC 9999/99/99.
002010     05  FILLER                      PIC X(03) VALUE " **".
002020
002030 01  DL100-ILG-RI-HDG.
002040     05  FILLER                      PIC X(08) VALUE "STREAM".
002050     05  FILLER                      PIC X(02) VALUE SPACES.
002060     05  FILLER                      PIC X(05) VALUE "CYCLE".
002070     05  FILLER                      PIC X(02) VALUE SPACES.
002080     05  FILLER                      PIC X(09) VALUE "    VALUE".
002090     05  FILLER                      PIC X(03) VALUE SPACES.
002100     05  FILLER                      PIC X(16)
002110             VALUE "FIRST ISSUED FOR".
002120     05  FILLER                      PIC X(02) VALUE SPACES.
002130     05  FILLER                      PIC X(10) VALUE "GENERATION".
002140     05  FILLER                      PIC X(03) VALUE SPACES.
002150     05  FILLER                      PIC X(14)
002160             VALUE "RE-ISSUED FOR".
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  FILLER                      PIC X(10) VALUE "GENERATION".
002190
002200 01  DL100-ILG-RI-LINE.
002210     05  DL100-ILG-RI-STREAM         PIC X(08).
002220     05  FILLER                      PIC X(03) VALUE SPACES.
002230     05  DL100-ILG-RI-CYCLE          PIC 9(04).
002240     05  FILLER                      PIC X(02) VALUE SPACES.
002250     05  DL100-ILG-RI-VALUE          PIC ZZZZZZZZ9.
002260     05  FILLER                      PIC X(09) VALUE SPACES.
002270     05  DL100-ILG-RI-FIRST-RUN      PIC 9999/99/99.
002280     05  FILLER                      PIC X(02) VALUE SPACES.
002290     05  DL100-ILG-RI-FIRST-GEN      PIC 9999/99/99.
002300     05  FILLER                      PIC X(07) VALUE SPACES.
002310     05  DL100-ILG-RI-THIS-RUN       PIC 9999/99/99.
002320     05  FILLER                      PIC X(02) VALUE SPACES.
002330     05  DL100-ILG-RI-THIS-GEN       PIC 9999/99/99.
002340
002350 01  DL100-ILG-ST-HDG.
002360     05  FILLER                      PIC X(08) VALUE "STREAM".
002370     05  FILLER                      PIC X(02) VALUE SPACES.
002380     05  FILLER                      PIC X(05) VALUE "CYCLE".
002390     05  FILLER                      PIC X(03) VALUE SPACES.
002400     05  FILLER                      PIC X(13)
002410             VALUE "CYCLE STARTED".
002420     05  FILLER                      PIC X(03) VALUE SPACES.
002430     05  FILLER                      PIC X(10) VALUE "HIGH VALUE".
002440     05  FILLER                      PIC X(03) VALUE SPACES.
002450     05  FILLER                      PIC X(09) VALUE "LEDGERED".
002460     05  FILLER                      PIC X(03) VALUE SPACES.
002470     05  FILLER                      PIC X(14)
002480             VALUE "ALREADY LOADED".
002490     05  FILLER                      PIC X(03) VALUE SPACES.
002500     05  FILLER                      PIC X(09) VALUE "RE-ISSUED".
002510     05  FILLER                      PIC X(03) VALUE SPACES.
002520     05  FILLER                      PIC X(10) VALUE "NEW CYCLES".
002530
002540 01  DL100-ILG-ST-LINE.
002550     05  DL100-ILG-STL-NAME          PIC X(08).
002560     05  FILLER                      PIC X(03) VALUE SPACES.
002570     05  DL100-ILG-STL-CYCLE         PIC 9(04).
002580     05  FILLER                      PIC X(04) VALUE SPACES.
002590     05  DL100-ILG-STL-FIRST-DATE    PIC 9999/99/99.
002600     05  FILLER                      PIC X(04) VALUE SPACES.
002610     05  DL100-ILG-STL-HIGH          PIC ZZZZZZZZ9.
002620     05  FILLER                      PIC X(04) VALUE SPACES.
002630     05  DL100-ILG-STL-LOADED        PIC ZZZZZZZZ9.
002640     05  FILLER                      PIC X(08) VALUE SPACES.
002650     05  DL100-ILG-STL-ALREADY       PIC ZZZZZZZZ9.
002660     05  FILLER                      PIC X(03) VALUE SPACES.
002670     05  DL100-ILG-STL-REISSUED      PIC ZZZZZZZZ9.
002680     05  FILLER                      PIC X(10) VALUE SPACES.
002690     05  DL100-ILG-STL-OPENED        PIC ZZ9.
002700
002710 01  DL100-ILG-MSG-LINE.
002720     05  DL100-ILG-MSG-NAME          PIC X(08).
002730     05  FILLER                      PIC X(03) VALUE SPACES.
002740     05  DL100-ILG-MSG-TEXT          PIC X(80).
002750
002760 01  DL100-ILG-SUM-LINE.
002770     05  FILLER                      PIC X(03) VALUE SPACES.
002780     05  DL100-ILG-SUM-TEXT          PIC X(36).
002790     05  DL100-ILG-SUM-VALUE         PIC ZZZZZZZZ9.
002800
002801*--------------------------------------------------------------------
002802* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
002803* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
002804* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
002805*--------------------------------------------------------------------
002806 77  DL100-ILG-EXC-TEXT              PIC X(132) VALUE SPACES.
002807 77  DL100-ILG-FIRST-MSG             PIC X(80) VALUE SPACES.
002808 77  DL100-ILG-STS-FUNCTION          PIC X(01) VALUE "W".
002809 77  DL100-ILG-STS-STATUS            PIC X(02) VALUE SPACES.
002810 77  DL100-ILG-SAVE-RC               PIC S9(04) COMP VALUE 0.
002811     COPY DL100SO.
002812
002813 PROCEDURE DIVISION.
002820*--------------------------------------------------------------------
002830* 0000-MAINLINE
002840*--------------------------------------------------------------------
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     PERFORM 1500-LOAD-RESETS THRU 1500-EXIT.
002880     PERFORM 2000-LOAD-OTFILE THRU 2000-EXIT.
002890     PERFORM 5000-PRINT-STREAM-TOTALS THRU 5000-EXIT.
002900     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
002910     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002920     GO TO 9999-EXIT.
002930
002940*--------------------------------------------------------------------
002950* 1000-INITIALIZE - OPEN EVERYTHING.  THE LEDGER IS CREATED THE
002960* FIRST TIME IT IS OPENED, THE SAME WAY SEQNBRSVC CREATES ITS
002970* STORE; A MAINTLOG THAT DOES NOT EXIST YET HOLDS NO RESETS.
002980*--------------------------------------------------------------------
002990 1000-INITIALIZE.
003000     ACCEPT DL100-ILG-TODAY-DATE FROM DATE YYYYMMDD.
003010     ACCEPT DL100-ILG-TODAY-TIME FROM TIME.
003020     STRING DL100-ILG-TODAY-DATE DL100-ILG-TODAY-TIME
003030         DELIMITED BY SIZE INTO DL100-ILG-LOAD-STAMP.
003040     MOVE DL100-ILG-TODAY-DATE TO DL100-ILG-HDG1-DATE.
003050     OPEN INPUT DL100-OUTPUT-FILE.
003060     IF NOT DL100-OUTPUT-FILE-OK
003070         STRING "ONETOTEN0249E OTFILE UNAVAILABLE - STATUS "
003080                DL100-OUTPUT-FILE-STATUS
003081             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
003082         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003090         MOVE 16 TO RETURN-CODE
003100         GO TO 9999-EXIT
003110     END-IF.
003120     OPEN I-O DL100-ISSUE-LEDGER-FILE.
003130     IF DL100-ISSUE-LEDGER-IS-NEW
003140         OPEN OUTPUT DL100-ISSUE-LEDGER-FILE
003150         CLOSE DL100-ISSUE-LEDGER-FILE
003160         OPEN I-O DL100-ISSUE-LEDGER-FILE
003170     END-IF.
003180     IF NOT DL100-ISSUE-LEDGER-OK
003190         STRING "ONETOTEN0250E ISSLEDG UNAVAILABLE - STATUS "
003200                DL100-ISSUE-LEDGER-STATUS
003201             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
003202         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003210         MOVE 16 TO RETURN-CODE
003220         GO TO 9999-EXIT
003230     END-IF.
003240     OPEN INPUT DL100-MAINT-LOG-FILE.
003250     IF NOT DL100-MAINT-LOG-OK
003260         AND NOT DL100-MAINT-LOG-NONE
003270         STRING "ONETOTEN0251E MAINTLOG UNAVAILABLE - STATUS "
003280                DL100-MAINT-LOG-STATUS
003281             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
003282         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003290         MOVE 16 TO RETURN-CODE
003300         GO TO 9999-EXIT
003310     END-IF.
003320     OPEN OUTPUT DL100-REPORT-FILE.
003330     IF NOT DL100-REPORT-FILE-OK
003340         STRING "ONETOTEN0251E RPTFILE UNAVAILABLE - STATUS "
003350                DL100-REPORT-FILE-STATUS
003351             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
003352         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003360         MOVE 16 TO RETURN-CODE
003370         GO TO 9999-EXIT
003380     END-IF.
003390 1000-EXIT.
003400     EXIT.
003410
003420*--------------------------------------------------------------------
003430* 1500-LOAD-RESETS - KEEP EVERY DELIBERATE RESET ON MAINTLOG.  A
003440* SET TO A LOWER NON-ZERO VALUE IS NOT A NEW CYCLE - IT RE-ISSUES
003450* NUMBERS THAT ALREADY WENT OUT, WHICH IS WHAT THIS STEP CATCHES.
003460*--------------------------------------------------------------------
003470 1500-LOAD-RESETS.
003480     IF DL100-MAINT-LOG-NONE
003490         GO TO 1500-EXIT
003500     END-IF.
003510     PERFORM 1510-LOAD-ONE-RESET THRU 1510-EXIT
003520         UNTIL NOT DL100-MAINT-LOG-OK.
003530     IF NOT DL100-MAINT-LOG-EOF
003540         STRING "ONETOTEN0251E MAINTLOG READ FAILED - STATUS "
003550                DL100-MAINT-LOG-STATUS
003551             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
003552         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003560         MOVE 16 TO RETURN-CODE
003570         GO TO 9999-EXIT
003580     END-IF.
003590 1500-EXIT.
003600     EXIT.
003610
003620 1510-LOAD-ONE-RESET.
003630     READ DL100-MAINT-LOG-FILE.
003640     IF NOT DL100-MAINT-LOG-OK
003650         GO TO 1510-EXIT
003660     END-IF.
003670     ADD 1 TO DL100-ILG-MAINT-READ.
003680     IF DL100-ML-ACTION NOT = "DELETE"
003690         IF DL100-ML-ACTION NOT = "SET"
003700             AND DL100-ML-ACTION NOT = "CREATE"
003710             GO TO 1510-EXIT
003720         END-IF
003730         IF DL100-ML-NEW-VALUE NOT NUMERIC
003740             OR DL100-ML-NEW-VALUE NOT = 0
003750             GO TO 1510-EXIT
003760         END-IF
003770     END-IF.
003780     IF DL100-ILG-RESET-COUNT >= DL100-ILG-RESET-MAX
003790         STRING "ONETOTEN0252E MORE THAN " DL100-ILG-RESET-MAX
003800                " SEQUENCE RESETS ON MAINTLOG - TABLE FULL"
003801             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
003802         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003810         MOVE 16 TO RETURN-CODE
003820         GO TO 9999-EXIT
003830     END-IF.
003840     ADD 1 TO DL100-ILG-RESET-COUNT.
003850     MOVE DL100-ML-SEQ-NAME
003860         TO DL100-ILG-RS-NAME (DL100-ILG-RESET-COUNT).
003870     MOVE DL100-ML-TIMESTAMP
003880         TO DL100-ILG-RS-TS (DL100-ILG-RESET-COUNT).
003890     MOVE DL100-ML-OPERATOR
003900         TO DL100-ILG-RS-OPERATOR (DL100-ILG-RESET-COUNT).
003910     MOVE DL100-ML-ACTION
003920         TO DL100-ILG-RS-ACTION (DL100-ILG-RESET-COUNT).
003930 1510-EXIT.
003940     EXIT.
003950
003960*--------------------------------------------------------------------
003970* 2000-LOAD-OTFILE - ONE PASS OVER OTFILE.  EVERY HEADER STARTS A
003980* NEW GENERATION; EVERY DETAIL IS LEDGERED; TRAILERS ARE DL100REC'S
003990* BUSINESS AND ARE PASSED OVER.
004000*--------------------------------------------------------------------
004010 2000-LOAD-OTFILE.
004020     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
004030         UNTIL NOT DL100-OUTPUT-FILE-OK.
004040     IF NOT DL100-OUTPUT-FILE-EOF
004050         STRING "ONETOTEN0249E OTFILE READ FAILED - STATUS "
004060                DL100-OUTPUT-FILE-STATUS
004061             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
004062         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004070         MOVE 16 TO RETURN-CODE
004080         GO TO 9999-EXIT
004090     END-IF.
004100     PERFORM 4000-SAVE-ALL-CYCLES THRU 4000-EXIT.
004110 2000-EXIT.
004120     EXIT.
004130
004140 2100-LOAD-ONE-RECORD.
004150     READ DL100-OUTPUT-FILE.
004160     IF NOT DL100-OUTPUT-FILE-OK
004170         GO TO 2100-EXIT
004180     END-IF.
004190     IF DL100-OT-IS-HEADER
004200         PERFORM 2200-START-GENERATION THRU 2200-EXIT
004210         GO TO 2100-EXIT
004220     END-IF.
004230     IF NOT DL100-OT-IS-DETAIL
004240         GO TO 2100-EXIT
004250     END-IF.
004260     IF DL100-ILG-GEN-COUNT = 0
004270         STRING "ONETOTEN0249E OTFILE DOES NOT OPEN WITH A "
004280                "HEADER RECORD - NOT A MERGED GENERATION"
004281             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
004282         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004290         MOVE 16 TO RETURN-CODE
004300         GO TO 9999-EXIT
004310     END-IF.
004320     ADD 1 TO DL100-ILG-DETAIL-READ.
004330     IF DL100-OT-COUNTER NOT NUMERIC
004340         OR DL100-OT-RUN-DATE NOT NUMERIC
004350         MOVE DL100-OT-JOB-ID TO DL100-ILG-MSG-NAME
004360         MOVE "VALUE OR RUN DATE NOT NUMERIC - NOT LEDGERED"
004370             TO DL100-ILG-MSG-TEXT
004380         PERFORM 7200-PRINT-EXCEPTION-MSG THRU 7200-EXIT
004390         GO TO 2100-EXIT
004400     END-IF.
004410     MOVE DL100-OT-JOB-ID TO DL100-ILG-WORK-NAME.
004420     PERFORM 7400-FIND-STREAM THRU 7400-EXIT.
004430     IF NOT DL100-ILG-ST-GEN-RESOLVED (DL100-ILG-STREAM-HIT)
004440         PERFORM 3000-RESOLVE-CYCLE THRU 3000-EXIT
004450     END-IF.
004460     PERFORM 3100-LEDGER-ONE-VALUE THRU 3100-EXIT.
004470 2100-EXIT.
004480     EXIT.
004490
004500*--------------------------------------------------------------------
004510* 2200-START-GENERATION - SAVE THE PRIOR GENERATION'S CYCLE STATE,
004520* THEN TAKE THE NEW GENERATION'S IDENTITY FROM ITS HEADER.
004530*--------------------------------------------------------------------
004540 2200-START-GENERATION.
004550     IF DL100-ILG-GEN-COUNT > 0
004560         PERFORM 4000-SAVE-ALL-CYCLES THRU 4000-EXIT
004570     END-IF.
004580     ADD 1 TO DL100-ILG-GEN-COUNT.
004590     MOVE DL100-OT-HDR-RUN-DATE TO DL100-ILG-GEN-RUN-DATE.
004600     MOVE DL100-OT-HDR-CTL-DATE TO DL100-ILG-GEN-CTL-DATE.
004610     PERFORM 2210-CLEAR-RESOLVED THRU 2210-EXIT
004620         VARYING DL100-ILG-STREAM-SUB FROM 1 BY 1
004630         UNTIL DL100-ILG-STREAM-SUB > DL100-ILG-STREAM-COUNT.
004640     MOVE DL100-ILG-GEN-RUN-DATE TO DL100-ILG-GEN-RUN.
004650     MOVE DL100-ILG-GEN-CTL-DATE TO DL100-ILG-GEN-CTL.
004660     MOVE DL100-ILG-GEN-LINE TO DL100-ILG-PRINT-AREA.
004670     MOVE 2 TO DL100-ILG-SPACING.
004680     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004690 2200-EXIT.
004700     EXIT.
004710
004720 2210-CLEAR-RESOLVED.
004730     MOVE "N" TO DL100-ILG-ST-GEN-SW (DL100-ILG-STREAM-SUB).
004740 2210-EXIT.
004750     EXIT.
004760
004770*--------------------------------------------------------------------
004780* 3000-RESOLVE-CYCLE - DECIDE WHICH NUMBERING CYCLE THIS STREAM'S
004790* VALUES IN THIS GENERATION BELONG TO.  A STREAM NEW TO THE LEDGER
004800* STARTS AT CYCLE 0001, ABSORBING ANY RESET LOGGED ON AN EARLIER
004810* DAY.  OTHERWISE A NEW CYCLE OPENS ONLY WHEN BOTH HOLD: THE
004820* STREAM'S FIRST VALUE IS NOT ABOVE THE CYCLE'S HIGH VALUE (ITS
004830* NUMBERING HAS STARTED OVER) AND MAINTLOG SHOWS A DELIBERATE RESET
004840* SINCE THE CYCLE OPENED, NO LATER THAN THIS GENERATION'S RUN DATE.
004850* NUMBERING THAT STARTS OVER WITHOUT SUCH A RESET STAYS IN THE
004860* CURRENT CYCLE AND EVERY REPEATED VALUE IS REPORTED AS A RE-ISSUE.
004870*--------------------------------------------------------------------
004880 3000-RESOLVE-CYCLE.
004890     SET DL100-ILG-ST-GEN-RESOLVED (DL100-ILG-STREAM-HIT) TO TRUE.
004900     IF DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-HIT) = 0
004910         PERFORM 3010-OPEN-FIRST-CYCLE THRU 3010-EXIT
004920         GO TO 3000-EXIT
004930     END-IF.
004940     IF DL100-OT-COUNTER
004945         > DL100-ILG-ST-HIGH (DL100-ILG-STREAM-HIT)
004950         GO TO 3000-EXIT
004960     END-IF.
004970     MOVE DL100-ILG-ST-RESET-TS (DL100-ILG-STREAM-HIT)
004980         TO DL100-ILG-RESET-AFTER-TS.
004990     MOVE DL100-ILG-GEN-RUN-DATE TO DL100-ILG-RESET-LIMIT-DATE.
005000     PERFORM 7500-FIND-LATEST-RESET THRU 7500-EXIT.
005010     IF DL100-ILG-RESET-HIT = 0
005020         GO TO 3000-EXIT
005030     END-IF.
005040     ADD 1 TO DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-HIT).
005050     MOVE DL100-ILG-RS-TS (DL100-ILG-RESET-HIT)
005060         TO DL100-ILG-ST-RESET-TS (DL100-ILG-STREAM-HIT).
005070     MOVE DL100-ILG-RS-OPERATOR (DL100-ILG-RESET-HIT)
005080         TO DL100-ILG-ST-OPERATOR (DL100-ILG-STREAM-HIT).
005090     MOVE DL100-OT-RUN-DATE
005100         TO DL100-ILG-ST-FIRST-DATE (DL100-ILG-STREAM-HIT).
005110     MOVE 0 TO DL100-ILG-ST-HIGH (DL100-ILG-STREAM-HIT).
005120     ADD 1 TO DL100-ILG-ST-OPENED (DL100-ILG-STREAM-HIT).
005130     ADD 1 TO DL100-ILG-CYCLES-OPENED.
005140     MOVE DL100-ILG-STREAM-HIT TO DL100-ILG-STREAM-SUB.
005150     PERFORM 7600-SAVE-CYCLE-RECORD THRU 7600-EXIT.
005160     MOVE DL100-ILG-WORK-NAME TO DL100-ILG-MSG-NAME.
005170     MOVE SPACES TO DL100-ILG-MSG-TEXT.
005180     STRING "CYCLE " DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-HIT)
005190            " OPENED - MAINTLOG "
005200            DL100-ILG-RS-ACTION (DL100-ILG-RESET-HIT)
005210            " BY " DL100-ILG-RS-OPERATOR (DL100-ILG-RESET-HIT)
005220            " AT " DL100-ILG-RS-TS (DL100-ILG-RESET-HIT)
005230         DELIMITED BY SIZE INTO DL100-ILG-MSG-TEXT.
005240     MOVE DL100-ILG-MSG-LINE TO DL100-ILG-PRINT-AREA.
005250     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005260     DISPLAY "ONETOTEN0255I STREAM " DL100-ILG-WORK-NAME
005270             " NUMBERING CYCLE "
005280             DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-HIT)
005290             " OPENED BY MAINTLOG RESET AT "
005300             DL100-ILG-RS-TS (DL100-ILG-RESET-HIT).
005310 3000-EXIT.
005320     EXIT.
005330
005340 3010-OPEN-FIRST-CYCLE.
005350     MOVE 1 TO DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-HIT).
005360     MOVE SPACES TO DL100-ILG-ST-RESET-TS (DL100-ILG-STREAM-HIT).
005370     MOVE SPACES TO DL100-ILG-ST-OPERATOR (DL100-ILG-STREAM-HIT).
005380     MOVE DL100-OT-RUN-DATE
005390         TO DL100-ILG-ST-FIRST-DATE (DL100-ILG-STREAM-HIT).
005400     MOVE 0 TO DL100-ILG-ST-HIGH (DL100-ILG-STREAM-HIT).
005410     MOVE SPACES TO DL100-ILG-RESET-AFTER-TS.
005420     COMPUTE DL100-ILG-RESET-LIMIT-DATE
005430         = DL100-ILG-GEN-RUN-DATE - 1.
005440     PERFORM 7500-FIND-LATEST-RESET THRU 7500-EXIT.
005450     IF DL100-ILG-RESET-HIT > 0
005460         MOVE DL100-ILG-RS-TS (DL100-ILG-RESET-HIT)
005470             TO DL100-ILG-ST-RESET-TS (DL100-ILG-STREAM-HIT)
005480         MOVE DL100-ILG-RS-OPERATOR (DL100-ILG-RESET-HIT)
005490             TO DL100-ILG-ST-OPERATOR (DL100-ILG-STREAM-HIT)
005500     END-IF.
005510     MOVE DL100-ILG-STREAM-HIT TO DL100-ILG-STREAM-SUB.
005520     PERFORM 7600-SAVE-CYCLE-RECORD THRU 7600-EXIT.
005530     MOVE DL100-ILG-WORK-NAME TO DL100-ILG-MSG-NAME.
005540     MOVE "FIRST ISSUE ON THE LEDGER - CYCLE 0001 OPENED"
005550         TO DL100-ILG-MSG-TEXT.
005560     MOVE DL100-ILG-MSG-LINE TO DL100-ILG-PRINT-AREA.
005570     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005580 3010-EXIT.
005590     EXIT.
005600
005610*--------------------------------------------------------------------
005620* 3100-LEDGER-ONE-VALUE - A VALUE NEW TO THE CYCLE IS WRITTEN.  ONE
005630* ALREADY LEDGERED FROM THIS SAME GENERATION AND NIGHT IS A RERUN
005640* AND IS PASSED OVER.  ANYTHING ELSE IS A RE-ISSUE.
005650*--------------------------------------------------------------------
005660 3100-LEDGER-ONE-VALUE.
005670     MOVE DL100-ILG-WORK-NAME TO DL100-IL-STREAM-NAME.
005680     MOVE DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-HIT)
005690         TO DL100-IL-CYCLE.
005700     MOVE DL100-OT-COUNTER TO DL100-IL-COUNTER.
005710     READ DL100-ISSUE-LEDGER-FILE.
005720     IF DL100-ISSUE-LEDGER-NOT-FOUND
005730         PERFORM 3200-WRITE-LEDGER-ENTRY THRU 3200-EXIT
005740         GO TO 3100-EXIT
005750     END-IF.
005760     IF NOT DL100-ISSUE-LEDGER-OK
005770         STRING "ONETOTEN0250E ISSLEDG READ FAILED FOR "
005780                DL100-ILG-WORK-NAME " - STATUS "
005790                DL100-ISSUE-LEDGER-STATUS
005791             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
005792         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005800         MOVE 16 TO RETURN-CODE
005810         GO TO 9999-EXIT
005820     END-IF.
005830     IF DL100-IL-GEN-RUN-DATE = DL100-ILG-GEN-RUN-DATE
005840         AND DL100-IL-GEN-CTL-DATE = DL100-ILG-GEN-CTL-DATE
005850         AND DL100-IL-RUN-DATE = DL100-OT-RUN-DATE
005860         ADD 1 TO DL100-ILG-ALREADY-COUNT
005870         ADD 1 TO DL100-ILG-ST-ALREADY (DL100-ILG-STREAM-HIT)
005880         GO TO 3100-EXIT
005890     END-IF.
005900     ADD 1 TO DL100-ILG-REISSUE-COUNT.
005910     ADD 1 TO DL100-ILG-ST-REISSUED (DL100-ILG-STREAM-HIT).
005920     IF DL100-ILG-REISSUE-COUNT = 1
005930         MOVE 2 TO DL100-ILG-SPACING
005940         MOVE DL100-ILG-RI-HDG TO DL100-ILG-PRINT-AREA
005950         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005960     END-IF.
005970     MOVE DL100-ILG-WORK-NAME TO DL100-ILG-RI-STREAM.
005980     MOVE DL100-IL-CYCLE TO DL100-ILG-RI-CYCLE.
005990     MOVE DL100-IL-COUNTER TO DL100-ILG-RI-VALUE.
006000     MOVE DL100-IL-RUN-DATE TO DL100-ILG-RI-FIRST-RUN.
006010     MOVE DL100-IL-GEN-RUN-DATE TO DL100-ILG-RI-FIRST-GEN.
006020     MOVE DL100-OT-RUN-DATE TO DL100-ILG-RI-THIS-RUN.
006030     MOVE DL100-ILG-GEN-RUN-DATE TO DL100-ILG-RI-THIS-GEN.
006040     MOVE DL100-ILG-RI-LINE TO DL100-ILG-PRINT-AREA.
006050     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006060 3100-EXIT.
006070     EXIT.
006080
006090 3200-WRITE-LEDGER-ENTRY.
006100     MOVE SPACES TO DL100-IL-ENTRY-AREA.
006110     MOVE DL100-OT-RUN-DATE TO DL100-IL-RUN-DATE.
006120     MOVE DL100-ILG-GEN-RUN-DATE TO DL100-IL-GEN-RUN-DATE.
006130     MOVE DL100-ILG-GEN-CTL-DATE TO DL100-IL-GEN-CTL-DATE.
006140     MOVE DL100-ILG-LOAD-STAMP TO DL100-IL-LOADED-TS.
006150     WRITE DL100-ISSUE-LEDGER-RECORD.
006160     IF NOT DL100-ISSUE-LEDGER-OK
006170         STRING "ONETOTEN0250E ISSLEDG WRITE FAILED FOR "
006180                DL100-ILG-WORK-NAME " - STATUS "
006190                DL100-ISSUE-LEDGER-STATUS
006191             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
006192         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006200         MOVE 16 TO RETURN-CODE
006210         GO TO 9999-EXIT
006220     END-IF.
006230     ADD 1 TO DL100-ILG-LOADED-COUNT.
006240     ADD 1 TO DL100-ILG-ST-LOADED (DL100-ILG-STREAM-HIT).
006250     IF DL100-OT-COUNTER
006255         > DL100-ILG-ST-HIGH (DL100-ILG-STREAM-HIT)
006260         MOVE DL100-OT-COUNTER
006270             TO DL100-ILG-ST-HIGH (DL100-ILG-STREAM-HIT)
006280     END-IF.
006290 3200-EXIT.
006300     EXIT.
006310
006320*--------------------------------------------------------------------
006330* 4000-SAVE-ALL-CYCLES - WRITE EVERY STREAM'S CYCLE STATE BACK TO
006340* THE LEDGER, SO THE HIGH VALUES SEEN SO FAR SURVIVE A FAILURE IN
006350* A LATER GENERATION OF A SEED LOAD.
006360*--------------------------------------------------------------------
006370 4000-SAVE-ALL-CYCLES.
006380     PERFORM 7600-SAVE-CYCLE-RECORD THRU 7600-EXIT
006390         VARYING DL100-ILG-STREAM-SUB FROM 1 BY 1
006400         UNTIL DL100-ILG-STREAM-SUB > DL100-ILG-STREAM-COUNT.
006410 4000-EXIT.
006420     EXIT.
006430
006440*--------------------------------------------------------------------
006450* 5000-PRINT-STREAM-TOTALS - ONE LINE PER STREAM SEEN ON OTFILE.
006460*--------------------------------------------------------------------
006470 5000-PRINT-STREAM-TOTALS.
006480     MOVE SPACES TO DL100-ILG-PRINT-AREA.
006490     MOVE 2 TO DL100-ILG-SPACING.
006500     MOVE "** LEDGER LOAD BY STREAM **" TO DL100-ILG-PRINT-AREA.
006510     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006520     MOVE 2 TO DL100-ILG-SPACING.
006530     MOVE DL100-ILG-ST-HDG TO DL100-ILG-PRINT-AREA.
006540     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006550     PERFORM 5100-PRINT-ONE-STREAM THRU 5100-EXIT
006560         VARYING DL100-ILG-STREAM-SUB FROM 1 BY 1
006570         UNTIL DL100-ILG-STREAM-SUB > DL100-ILG-STREAM-COUNT.
006580 5000-EXIT.
006590     EXIT.
006600
006610 5100-PRINT-ONE-STREAM.
006620     MOVE DL100-ILG-ST-NAME (DL100-ILG-STREAM-SUB)
006630         TO DL100-ILG-STL-NAME.
006640     MOVE DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-SUB)
006650         TO DL100-ILG-STL-CYCLE.
006660     MOVE DL100-ILG-ST-FIRST-DATE (DL100-ILG-STREAM-SUB)
006670         TO DL100-ILG-STL-FIRST-DATE.
006680     MOVE DL100-ILG-ST-HIGH (DL100-ILG-STREAM-SUB)
006690         TO DL100-ILG-STL-HIGH.
006700     MOVE DL100-ILG-ST-LOADED (DL100-ILG-STREAM-SUB)
006710         TO DL100-ILG-STL-LOADED.
006720     MOVE DL100-ILG-ST-ALREADY (DL100-ILG-STREAM-SUB)
006730         TO DL100-ILG-STL-ALREADY.
006740     MOVE DL100-ILG-ST-REISSUED (DL100-ILG-STREAM-SUB)
006750         TO DL100-ILG-STL-REISSUED.
006760     MOVE DL100-ILG-ST-OPENED (DL100-ILG-STREAM-SUB)
006770         TO DL100-ILG-STL-OPENED.
006780     MOVE DL100-ILG-ST-LINE TO DL100-ILG-PRINT-AREA.
006790     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006800 5100-EXIT.
006810     EXIT.
006820
006830*--------------------------------------------------------------------
006840* 6000-PRINT-SUMMARY - CONTROL TOTALS AND THE RETURN CODE THAT
006850* HOLDS THE EXTRACT WHEN ANY VALUE WAS RE-ISSUED.
006860*--------------------------------------------------------------------
006870 6000-PRINT-SUMMARY.
006880     MOVE SPACES TO DL100-ILG-PRINT-AREA.
006890     MOVE 2 TO DL100-ILG-SPACING.
006900     MOVE "** LEDGER LOAD SUMMARY **" TO DL100-ILG-PRINT-AREA.
006910     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006920     MOVE "OTFILE GENERATIONS READ" TO DL100-ILG-SUM-TEXT.
006930     MOVE DL100-ILG-GEN-COUNT TO DL100-ILG-SUM-VALUE.
006940     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
006950     MOVE "DETAIL RECORDS READ" TO DL100-ILG-SUM-TEXT.
006960     MOVE DL100-ILG-DETAIL-READ TO DL100-ILG-SUM-VALUE.
006970     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
006980     MOVE "VALUES LEDGERED" TO DL100-ILG-SUM-TEXT.
006990     MOVE DL100-ILG-LOADED-COUNT TO DL100-ILG-SUM-VALUE.
007000     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
007010     MOVE "ALREADY LEDGERED FROM THIS GENERATION"
007020         TO DL100-ILG-SUM-TEXT.
007030     MOVE DL100-ILG-ALREADY-COUNT TO DL100-ILG-SUM-VALUE.
007040     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
007050     MOVE "VALUES RE-ISSUED" TO DL100-ILG-SUM-TEXT.
007060     MOVE DL100-ILG-REISSUE-COUNT TO DL100-ILG-SUM-VALUE.
007070     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
007080     MOVE "DETAILS NOT LEDGERABLE" TO DL100-ILG-SUM-TEXT.
007090     MOVE DL100-ILG-EXCEPTION-COUNT TO DL100-ILG-SUM-VALUE.
007100     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
007110     MOVE "NEW NUMBERING CYCLES OPENED" TO DL100-ILG-SUM-TEXT.
007120     MOVE DL100-ILG-CYCLES-OPENED TO DL100-ILG-SUM-VALUE.
007130     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
007140     IF DL100-ILG-REISSUE-COUNT > 0
007150         OR DL100-ILG-EXCEPTION-COUNT > 0
007160         STRING "ONETOTEN0253E " DL100-ILG-REISSUE-COUNT
007170                " VALUE(S) RE-ISSUED, " DL100-ILG-EXCEPTION-COUNT
007180                " DETAIL(S) NOT LEDGERABLE - EXTRACT HELD"
007181             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
007182         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
007190         MOVE 8 TO RETURN-CODE
007200     ELSE
007210         DISPLAY "ONETOTEN0254I ISSUANCE LEDGER LOADED - "
007220                 DL100-ILG-LOADED-COUNT " VALUE(S), NO RE-ISSUES"
007230     END-IF.
007240 6000-EXIT.
007250     EXIT.
007260
007270 6100-PRINT-SUMMARY-LINE.
007280     MOVE DL100-ILG-SUM-LINE TO DL100-ILG-PRINT-AREA.
007290     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007300 6100-EXIT.
007310     EXIT.
007320
007330*--------------------------------------------------------------------
007340* 7000-PRINT-LINE - SINGLE POINT OF REPORT OUTPUT WITH AUTOMATIC
007350* PAGE BREAKS.  DL100-ILG-SPACING IS HONORED FOR ONE LINE AND THEN
007360* FALLS BACK TO SINGLE SPACING.
007370*--------------------------------------------------------------------
007380 7000-PRINT-LINE.
007390     IF DL100-ILG-LINE-COUNT >= DL100-ILG-LINES-PER-PAGE
007400         PERFORM 7100-PRINT-PAGE-HEADING THRU 7100-EXIT
007410     END-IF.
007420     WRITE DL100-REPORT-LINE FROM DL100-ILG-PRINT-AREA
007430         AFTER ADVANCING DL100-ILG-SPACING LINES.
007440     ADD DL100-ILG-SPACING TO DL100-ILG-LINE-COUNT.
007450     MOVE 1 TO DL100-ILG-SPACING.
007460 7000-EXIT.
007470     EXIT.
007480
007490 7100-PRINT-PAGE-HEADING.
007500     ADD 1 TO DL100-ILG-PAGE-NUMBER.
007510     MOVE DL100-ILG-PAGE-NUMBER TO DL100-ILG-HDG1-PAGE.
007520     WRITE DL100-REPORT-LINE FROM DL100-ILG-HDG1
007530         AFTER ADVANCING PAGE.
007540     MOVE SPACES TO DL100-REPORT-LINE.
007550     WRITE DL100-REPORT-LINE AFTER ADVANCING 1 LINE.
007560     MOVE 3 TO DL100-ILG-LINE-COUNT.
007570 7100-EXIT.
007580     EXIT.
007590
007600 7200-PRINT-EXCEPTION-MSG.
007610     MOVE DL100-ILG-MSG-LINE TO DL100-ILG-PRINT-AREA.
007620     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007630     ADD 1 TO DL100-ILG-EXCEPTION-COUNT.
007640 7200-EXIT.
007650     EXIT.
007660
007670*--------------------------------------------------------------------
007680* 7400-FIND-STREAM - LOOK THE WORK NAME UP IN THE STREAM TABLE.  ON
007690* FIRST SIGHT IN THE RUN THE STREAM'S CYCLE RECORD IS READ FROM THE
007700* LEDGER; CYCLE 0 MEANS THE STREAM HAS NEVER BEEN LEDGERED.
007710*--------------------------------------------------------------------
007720 7400-FIND-STREAM.
007730     MOVE 0 TO DL100-ILG-STREAM-HIT.
007740     PERFORM 7410-MATCH-ONE-STREAM THRU 7410-EXIT
007750         VARYING DL100-ILG-STREAM-SUB FROM 1 BY 1
007760         UNTIL DL100-ILG-STREAM-SUB > DL100-ILG-STREAM-COUNT
007770             OR DL100-ILG-STREAM-HIT > 0.
007780     IF DL100-ILG-STREAM-HIT > 0
007790         GO TO 7400-EXIT
007800     END-IF.
007810     IF DL100-ILG-STREAM-COUNT >= DL100-ILG-STREAM-MAX
007820         STRING "ONETOTEN0252E MORE THAN " DL100-ILG-STREAM-MAX
007830                " STREAMS ON OTFILE - TABLE FULL"
007831             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
007832         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
007840         MOVE 16 TO RETURN-CODE
007850         GO TO 9999-EXIT
007860     END-IF.
007870     ADD 1 TO DL100-ILG-STREAM-COUNT.
007880     MOVE DL100-ILG-STREAM-COUNT TO DL100-ILG-STREAM-HIT.
007890     MOVE DL100-ILG-WORK-NAME
007900         TO DL100-ILG-ST-NAME (DL100-ILG-STREAM-HIT).
007910     MOVE "N" TO DL100-ILG-ST-GEN-SW (DL100-ILG-STREAM-HIT).
007920     MOVE 0 TO DL100-ILG-ST-LOADED (DL100-ILG-STREAM-HIT).
007930     MOVE 0 TO DL100-ILG-ST-ALREADY (DL100-ILG-STREAM-HIT).
007940     MOVE 0 TO DL100-ILG-ST-REISSUED (DL100-ILG-STREAM-HIT).
007950     MOVE 0 TO DL100-ILG-ST-OPENED (DL100-ILG-STREAM-HIT).
007960     MOVE DL100-ILG-WORK-NAME TO DL100-IL-STREAM-NAME.
007970     MOVE 0 TO DL100-IL-CYCLE.
007980     MOVE 0 TO DL100-IL-COUNTER.
007990     READ DL100-ISSUE-LEDGER-FILE.
008000     IF DL100-ISSUE-LEDGER-OK
008010         MOVE "Y" TO DL100-ILG-ST-CTL-SW (DL100-ILG-STREAM-HIT)
008020         MOVE DL100-IL-CUR-CYCLE
008030             TO DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-HIT)
008040         MOVE DL100-IL-CYC-RESET-TS
008050             TO DL100-ILG-ST-RESET-TS (DL100-ILG-STREAM-HIT)
008060         MOVE DL100-IL-CYC-OPERATOR
008070             TO DL100-ILG-ST-OPERATOR (DL100-ILG-STREAM-HIT)
008080         MOVE DL100-IL-CYC-FIRST-DATE
008090             TO DL100-ILG-ST-FIRST-DATE (DL100-ILG-STREAM-HIT)
008100         MOVE DL100-IL-CYC-HIGH-VALUE
008110             TO DL100-ILG-ST-HIGH (DL100-ILG-STREAM-HIT)
008120         GO TO 7400-EXIT
008130     END-IF.
008140     IF NOT DL100-ISSUE-LEDGER-NOT-FOUND
008150         STRING "ONETOTEN0250E ISSLEDG READ FAILED FOR "
008160                DL100-ILG-WORK-NAME " - STATUS "
008170                DL100-ISSUE-LEDGER-STATUS
008171             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
008172         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
008180         MOVE 16 TO RETURN-CODE
008190         GO TO 9999-EXIT
008200     END-IF.
008210     MOVE "N" TO DL100-ILG-ST-CTL-SW (DL100-ILG-STREAM-HIT).
008220     MOVE 0 TO DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-HIT).
008230     MOVE SPACES TO DL100-ILG-ST-RESET-TS (DL100-ILG-STREAM-HIT).
008240     MOVE SPACES TO DL100-ILG-ST-OPERATOR (DL100-ILG-STREAM-HIT).
008250     MOVE 0 TO DL100-ILG-ST-FIRST-DATE (DL100-ILG-STREAM-HIT).
008260     MOVE 0 TO DL100-ILG-ST-HIGH (DL100-ILG-STREAM-HIT).
008270 7400-EXIT.
008280     EXIT.
008290
008300 7410-MATCH-ONE-STREAM.
008310     IF DL100-ILG-WORK-NAME
008320         = DL100-ILG-ST-NAME (DL100-ILG-STREAM-SUB)
008330         MOVE DL100-ILG-STREAM-SUB TO DL100-ILG-STREAM-HIT
008340     END-IF.
008350 7410-EXIT.
008360     EXIT.
008370
008380*--------------------------------------------------------------------
008390* 7500-FIND-LATEST-RESET - THE LAST DELIBERATE RESET OF THE WORK
008400* NAME STAMPED AFTER DL100-ILG-RESET-AFTER-TS AND ON OR BEFORE
008410* DL100-ILG-RESET-LIMIT-DATE.  DL100-ILG-RESET-HIT IS 0 IF NONE.
008420*--------------------------------------------------------------------
008430 7500-FIND-LATEST-RESET.
008440     MOVE 0 TO DL100-ILG-RESET-HIT.
008450     PERFORM 7510-TEST-ONE-RESET THRU 7510-EXIT
008460         VARYING DL100-ILG-RESET-SUB FROM 1 BY 1
008470         UNTIL DL100-ILG-RESET-SUB > DL100-ILG-RESET-COUNT.
008480 7500-EXIT.
008490     EXIT.
008500
008510 7510-TEST-ONE-RESET.
008520     IF DL100-ILG-RS-NAME (DL100-ILG-RESET-SUB)
008530         NOT = DL100-ILG-WORK-NAME
008540         GO TO 7510-EXIT
008550     END-IF.
008560     IF DL100-ILG-RS-TS (DL100-ILG-RESET-SUB)
008570         NOT > DL100-ILG-RESET-AFTER-TS
008580         GO TO 7510-EXIT
008590     END-IF.
008600     IF DL100-ILG-RS-DATE (DL100-ILG-RESET-SUB)
008610         > DL100-ILG-RESET-LIMIT-DATE
008620         GO TO 7510-EXIT
008630     END-IF.
008640     MOVE DL100-ILG-RESET-SUB TO DL100-ILG-RESET-HIT.
008650 7510-EXIT.
008660     EXIT.
008670
008680*--------------------------------------------------------------------
008690* 7600-SAVE-CYCLE-RECORD - WRITE OR REWRITE THE CYCLE RECORD OF THE
008700* STREAM AT DL100-ILG-STREAM-SUB.
008710*--------------------------------------------------------------------
008720 7600-SAVE-CYCLE-RECORD.
008730     IF DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-SUB) = 0
008740         GO TO 7600-EXIT
008750     END-IF.
008760     MOVE SPACES TO DL100-ISSUE-LEDGER-RECORD.
008770     MOVE DL100-ILG-ST-NAME (DL100-ILG-STREAM-SUB)
008780         TO DL100-IL-STREAM-NAME.
008790     MOVE 0 TO DL100-IL-CYCLE.
008800     MOVE 0 TO DL100-IL-COUNTER.
008810     MOVE DL100-ILG-ST-CYCLE (DL100-ILG-STREAM-SUB)
008820         TO DL100-IL-CUR-CYCLE.
008830     MOVE DL100-ILG-ST-RESET-TS (DL100-ILG-STREAM-SUB)
008840         TO DL100-IL-CYC-RESET-TS.
008850     MOVE DL100-ILG-ST-OPERATOR (DL100-ILG-STREAM-SUB)
008860         TO DL100-IL-CYC-OPERATOR.
008870     MOVE DL100-ILG-ST-FIRST-DATE (DL100-ILG-STREAM-SUB)
008880         TO DL100-IL-CYC-FIRST-DATE.
008890     MOVE DL100-ILG-ST-HIGH (DL100-ILG-STREAM-SUB)
008900         TO DL100-IL-CYC-HIGH-VALUE.
008910     IF DL100-ILG-ST-CTL-ON-FILE (DL100-ILG-STREAM-SUB)
008920         REWRITE DL100-ISSUE-LEDGER-RECORD
008930     ELSE
008940         WRITE DL100-ISSUE-LEDGER-RECORD
008950     END-IF.
008960     IF NOT DL100-ISSUE-LEDGER-OK
008970         STRING "ONETOTEN0250E ISSLEDG CYCLE RECORD UPDATE "
008980                "FAILED FOR " DL100-IL-STREAM-NAME " - STATUS "
008990                DL100-ISSUE-LEDGER-STATUS
008991             DELIMITED BY SIZE INTO DL100-ILG-EXC-TEXT
008992         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
009000         MOVE 16 TO RETURN-CODE
009010         GO TO 9999-EXIT
009020     END-IF.
009030     MOVE "Y" TO DL100-ILG-ST-CTL-SW (DL100-ILG-STREAM-SUB).
009040 7600-EXIT.
009050     EXIT.
009060
009070 8000-FINALIZE.
009080     CLOSE DL100-OUTPUT-FILE.
009090     CLOSE DL100-ISSUE-LEDGER-FILE.
009100     IF NOT DL100-MAINT-LOG-NONE
009110         CLOSE DL100-MAINT-LOG-FILE
009120     END-IF.
009130     CLOSE DL100-REPORT-FILE.
009140 8000-EXIT.
009150     EXIT.
009160
009161*--------------------------------------------------------------------
009162* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
009163* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
009164*--------------------------------------------------------------------
009165 8800-NOTE-EXCEPTION.
009166     DISPLAY DL100-ILG-EXC-TEXT.
009167     IF DL100-ILG-FIRST-MSG = SPACES
009168         MOVE DL100-ILG-EXC-TEXT TO DL100-ILG-FIRST-MSG
009169     END-IF.
009170     MOVE SPACES TO DL100-ILG-EXC-TEXT.
009171 8800-EXIT.
009172     EXIT.
009173
009174*--------------------------------------------------------------------
009175* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
009176* THE MORNING STATUS PAGE - RC, THE VALUES LEDGERED AND RE-ISSUED,
009177* THE DETAILS NOT LEDGERABLE, AND THE FIRST ERROR MESSAGE.
009178*--------------------------------------------------------------------
009179 8900-WRITE-STEP-OUTCOME.
009180     MOVE RETURN-CODE TO DL100-ILG-SAVE-RC.
009181     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
009182     MOVE "LEDGERED" TO DL100-SO-COUNT-LABEL (1).
009183     MOVE DL100-ILG-LOADED-COUNT TO DL100-SO-COUNT-VALUE (1).
009184     MOVE "RE-ISSUED" TO DL100-SO-COUNT-LABEL (2).
009185     MOVE DL100-ILG-REISSUE-COUNT TO DL100-SO-COUNT-VALUE (2).
009186     MOVE "EXCEPTIONS" TO DL100-SO-COUNT-LABEL (3).
009187     MOVE DL100-ILG-EXCEPTION-COUNT TO DL100-SO-COUNT-VALUE (3).
009188     MOVE DL100-ILG-FIRST-MSG TO DL100-SO-FIRST-MSG.
009189     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
009190 8900-EXIT.
009191     EXIT.
009192
009193*--------------------------------------------------------------------
009194* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
009195*--------------------------------------------------------------------
009196 8910-CLEAR-OUTCOME.
009197     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
009198     MOVE 0 TO DL100-SO-RUN-DATE.
009199     MOVE "DL100ILG" TO DL100-SO-PROGRAM.
009200     MOVE DL100-ILG-SAVE-RC TO DL100-SO-RETURN-CODE.
009201     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
009202         DL100-SO-COUNT-VALUE (3).
009203 8910-EXIT.
009204     EXIT.
009205
009206*--------------------------------------------------------------------
009207* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
009208* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
009209* THE STEP'S OWN IS PUT BACK AFTER IT.
009210*--------------------------------------------------------------------
009211 8920-FILE-OUTCOME.
009212     CALL "DL100STS" USING DL100-ILG-STS-FUNCTION
009213                           DL100-RUN-STATUS-RECORD
009214                           DL100-ILG-STS-STATUS.
009215     MOVE DL100-ILG-SAVE-RC TO RETURN-CODE.
009216 8920-EXIT.
009217     EXIT.
009218
009219*--------------------------------------------------------------------
009220* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
009221*--------------------------------------------------------------------
009222 9999-EXIT.
009223     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
009224     STOP RUN.
009225 END PROGRAM DL100ILG.
