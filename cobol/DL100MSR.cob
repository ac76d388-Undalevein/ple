000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100MSR.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  MORNING BATCH-WINDOW
000220*                     STATUS PAGE.  RUNS AS THE LAST STEP OF
000230*                     DL100N30 WITH COND=EVEN AND PRINTS, FROM THE
000240*                     DL100SO RECORDS THE NIGHT'S STEPS FILED ON
000250*                     RUNSTAT, ONE PAGE FOR THE MORNING SHIFT:
000260*                     EVERY STEP ON THE STEPLIST DECK WITH ITS RC,
000270*                     COUNTS, AND FIRST EXCEPTION MESSAGE, A STEP
000280*                     WITH NO RECORD CALLED OUT BY NAME AS
000290*                     BYPASSED; EACH STREAM'S LIMIT, ITERATIONS,
000300*                     AND RECON FLAG; THE DL100RDC ANOMALY
000310*                     VERDICT; EXTRACT AND ACKNOWLEDGMENT STATUS
000320*                     PER INTERFACE FILE; AND THE DL100JBL JOURNAL
000330*                     BALANCE.  NOTHING ON THE PAGE IS TYPED IN -
000340*                     IT ALL COMES OFF RUNSTAT AND THE DECK.  A
000350*                     RUNDATE CARD ON THE DECK REPRINTS THE PAGE
000360*                     FOR AN EARLIER NIGHT.  ENDS RC 0 WHEN EVERY
000370*                     STEP RAN CLEAN, RC 4 WHEN A STEP WAS BYPASSED
000380*                     OR ENDED RC 8 OR MORE, AND RC 16 WHEN RUNSTAT
000390*                     OR THE DECK COULD NOT BE READ.
000391*   10/15/2026  DLH   A STEP WITH NO OUTCOME ON RUNSTAT IS NOW CALLED
000392*                     OUT AS NOT RUN (COND BYPASS) OR ABENDED, SINCE
000393*                     AN ABENDED STEP FILES NOTHING EITHER.  A DECK
000394*                     CARD WITH U IN COL 69 MARKS A UTILITY STEP (AN
000395*                     IEBGENER COPY) THAT NEVER FILES AN OUTCOME - IT
000396*                     IS LISTED WITH ITS RC LEFT TO THE JOB LOG AND
000397*                     IS NOT CALLED OUT.
000400*--------------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DL100-RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS DL100-SO-KEY
000480         FILE STATUS IS DL100-RUN-STATUS-STATUS.
000490
000500     SELECT DL100-STEP-LIST-FILE ASSIGN TO "STEPLIST"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS DL100-STEP-LIST-STATUS.
000530
000540     SELECT DL100-REPORT-FILE ASSIGN TO "RPTFILE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS DL100-REPORT-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  DL100-RUN-STATUS-FILE.
000610     COPY DL100SO.
000620
000630*--------------------------------------------------------------------
000640* STEPLIST DECK - ONE CARD PER STEP THE NIGHT IS EXPECTED TO RUN, IN
000650* THE ORDER THE PAGE LISTS THEM: JOB NAME IN COLS 1-8, STEP NAME IN
000660* COLS 10-17, PROGRAM IN COLS 19-26, AND A DESCRIPTION IN COLS
000670* 28-67.  AN * IN COL 1 IS A COMMENT.  AN OPTIONAL "RUNDATE" CARD
000680* WITH A YYYYMMDD DATE IN COLS 10-17 REPRINTS THAT NIGHT'S PAGE
000690* INSTEAD OF THE NIGHT ON THE ANCHOR.  A U IN COL 69 MARKS A UTILITY
000695* STEP THAT FILES NO OUTCOME OF ITS OWN.
000700*--------------------------------------------------------------------
000710 FD  DL100-STEP-LIST-FILE
000720     RECORDING MODE IS F.
000730 01  DL100-STEP-LIST-CARD.
000740     05  DL100-SL-JOB-NAME           PIC X(08).
000750         88  DL100-SL-RUN-DATE-CARD      VALUE "RUNDATE".
000760     05  FILLER                      PIC X(01).
000770     05  DL100-SL-STEP-NAME          PIC X(08).
000780     05  DL100-SL-RUN-DATE REDEFINES DL100-SL-STEP-NAME
000790                                     PIC 9(08).
000800     05  FILLER                      PIC X(01).
000810     05  DL100-SL-PROGRAM            PIC X(08).
000820     05  FILLER                      PIC X(01).
000830     05  DL100-SL-DESCRIPTION        PIC X(40).
000840     05  FILLER                      PIC X(01).
000842     05  DL100-SL-STEP-KIND          PIC X(01).
000844         88  DL100-SL-UTILITY-STEP       VALUE "U".
000846     05  FILLER                      PIC X(11).
000850 01  DL100-SL-COMMENT-VIEW REDEFINES DL100-STEP-LIST-CARD.
000860     05  DL100-SL-COL-1              PIC X(01).
000870         88  DL100-SL-COMMENT            VALUE "*".
000880     05  FILLER                      PIC X(79).
000890
000900 FD  DL100-REPORT-FILE
000910     RECORDING MODE IS F.
000920 01  DL100-REPORT-LINE               PIC X(132).
000930
000940 WORKING-STORAGE SECTION.
000950*--------------------------------------------------------------------
000960* RUN-CONTROL AND FILE-STATUS ITEMS
000970*--------------------------------------------------------------------
000980 77  DL100-RUN-STATUS-STATUS         PIC X(02) VALUE SPACES.
000990     88  DL100-RUN-STATUS-OK             VALUE "00".
001000     88  DL100-RUN-STATUS-AT-END         VALUE "10".
001010     88  DL100-RUN-STATUS-NOT-FOUND      VALUE "23".
001020     88  DL100-RUN-STATUS-NONE           VALUE "35".
001030
001040 77  DL100-STEP-LIST-STATUS          PIC X(02) VALUE SPACES.
001050     88  DL100-STEP-LIST-OK              VALUE "00".
001060     88  DL100-STEP-LIST-EOF             VALUE "10".
001070
001080 77  DL100-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
001090     88  DL100-REPORT-FILE-OK            VALUE "00".
001100
001110 77  DL100-MS-TODAY-DATE             PIC 9(08) VALUE 0.
001120 77  DL100-MS-NIGHT-DATE             PIC 9(08) VALUE 0.
001130 77  DL100-MS-OPENED-TS              PIC X(16) VALUE SPACES.
001140 77  DL100-MS-RECORDS-READ           PIC 9(07) VALUE 0.
001150 77  DL100-MS-RAN-COUNT              PIC 9(03) VALUE 0.
001160 77  DL100-MS-BYPASSED-COUNT         PIC 9(03) VALUE 0.
001165 77  DL100-MS-UTILITY-COUNT          PIC 9(03) VALUE 0.
001170 77  DL100-MS-FAILED-COUNT           PIC 9(03) VALUE 0.
001180 77  DL100-MS-DROPPED-COUNT          PIC 9(05) VALUE 0.
001190 77  DL100-MS-WORST-RC               PIC 9(04) VALUE 0.
001200 77  DL100-MS-RC-EDIT                PIC ZZZ9.
001210 77  DL100-MS-COUNT-EDIT             PIC ZZZZZZZZ9.
001220 77  DL100-MS-COUNT-SUB              PIC S9(04) COMP VALUE 0.
001230
001240 77  DL100-MS-RUN-DATE-SW            PIC X(01) VALUE "N".
001250     88  DL100-MS-RUN-DATE-GIVEN         VALUE "Y".
001260
001270*--------------------------------------------------------------------
001280* THE OUTCOME AREA OF A DL100SO RECORD, AS KEPT IN THE TABLES BELOW
001290* AND UNPACKED HERE TO PRINT.
001300*--------------------------------------------------------------------
001310 01  DL100-MS-OUTCOME.
001320     05  DL100-MS-OC-PROGRAM         PIC X(08).
001330     05  DL100-MS-OC-RETURN-CODE     PIC 9(04).
001340     05  DL100-MS-OC-COUNT-ENTRY OCCURS 3 TIMES.
001350         10  DL100-MS-OC-COUNT-LABEL PIC X(10).
001360         10  DL100-MS-OC-COUNT-VALUE PIC 9(09).
001370     05  DL100-MS-OC-FLAG            PIC X(01).
001380     05  DL100-MS-OC-FIRST-MSG       PIC X(80).
001390     05  FILLER                      PIC X(02).
001400
001410*--------------------------------------------------------------------
001420* EXPECTED STEPS, OFF THE STEPLIST DECK.  EACH HOLDS THE OUTCOME OF
001430* THE LATEST RECORD ITS STEP FILED FOR THE NIGHT - RUNSTAT IS READ
001440* IN KEY ORDER, SO A RERUN'S RECORD REPLACES THE FAILED RUN'S.
001450*--------------------------------------------------------------------
001460 77  DL100-MS-STEP-MAX               PIC 9(02) VALUE 40.
001470 77  DL100-MS-STEP-COUNT             PIC 9(02) VALUE 0.
001480 77  DL100-MS-STEP-SUB               PIC S9(04) COMP VALUE 0.
001490 77  DL100-MS-STEP-HIT               PIC S9(04) COMP VALUE 0.
001500 01  DL100-MS-STEP-TABLE.
001510     05  DL100-MS-STEP-ENTRY OCCURS 40 TIMES.
001520         10  DL100-MS-ST-JOB-NAME    PIC X(08).
001530         10  DL100-MS-ST-STEP-NAME   PIC X(08).
001540         10  DL100-MS-ST-PROGRAM     PIC X(08).
001550         10  DL100-MS-ST-DESCRIPTION PIC X(40).
001560         10  DL100-MS-ST-FOUND-SW    PIC X(01).
001570             88  DL100-MS-ST-FOUND       VALUE "Y".
001573         10  DL100-MS-ST-KIND        PIC X(01).
001576             88  DL100-MS-ST-UTILITY     VALUE "U".
001580         10  DL100-MS-ST-OUTCOME     PIC X(152).
001590
001600*--------------------------------------------------------------------
001610* STEP RECORDS FILED UNDER A JOB AND STEP NOT ON THE DECK, OR UNDER
001620* NONE AT ALL (A STEP RUN WITHOUT ITS STEPID CARD).
001630*--------------------------------------------------------------------
001640 77  DL100-MS-OTHER-MAX              PIC 9(02) VALUE 20.
001650 77  DL100-MS-OTHER-COUNT            PIC 9(02) VALUE 0.
001660 77  DL100-MS-OTHER-SUB              PIC S9(04) COMP VALUE 0.
001670 77  DL100-MS-OTHER-HIT              PIC S9(04) COMP VALUE 0.
001680 01  DL100-MS-OTHER-TABLE.
001690     05  DL100-MS-OTHER-ENTRY OCCURS 20 TIMES.
001700         10  DL100-MS-OT-JOB-NAME    PIC X(08).
001710         10  DL100-MS-OT-STEP-NAME   PIC X(08).
001720         10  DL100-MS-OT-OUTCOME     PIC X(152).
001730
001740*--------------------------------------------------------------------
001750* PER-STREAM AND PER-INTERFACE-FILE RECORDS (NON-BLANK SUBJECT),
001760* LATEST PER JOB, STEP, AND SUBJECT.  A CATCH-UP SERIES CARRIES ITS
001770* NIGHT AS THE THIRD COUNT AND IS KEPT AS A SEPARATE ENTRY FROM
001780* TONIGHT'S SERIES OF THE SAME STREAM.
001790*--------------------------------------------------------------------
001800 77  DL100-MS-SUBJ-MAX               PIC 9(02) VALUE 60.
001810 77  DL100-MS-SUBJ-COUNT             PIC 9(02) VALUE 0.
001820 77  DL100-MS-SUBJ-SUB               PIC S9(04) COMP VALUE 0.
001830 77  DL100-MS-SUBJ-HIT               PIC S9(04) COMP VALUE 0.
001840 77  DL100-MS-WORK-SERIES            PIC 9(09) VALUE 0.
001850 01  DL100-MS-SUBJ-TABLE.
001860     05  DL100-MS-SUBJ-ENTRY OCCURS 60 TIMES.
001870         10  DL100-MS-SJ-JOB-NAME    PIC X(08).
001880         10  DL100-MS-SJ-STEP-NAME   PIC X(08).
001890         10  DL100-MS-SJ-SUBJECT     PIC X(08).
001900         10  DL100-MS-SJ-SERIES      PIC 9(09).
001910         10  DL100-MS-SJ-PROGRAM     PIC X(08).
001920         10  DL100-MS-SJ-OUTCOME     PIC X(152).
001930
001940*--------------------------------------------------------------------
001950* INTERFACE FILES, GATHERED FROM THE DL100DWN AND DL100ACK SUBJECT
001960* RECORDS WHEN THE PAGE IS PRINTED - THE SUBSCRIPT OF EACH
001970* PROGRAM'S RECORD FOR THE DD NAME, ZERO WHEN IT FILED NONE.
001980*--------------------------------------------------------------------
001990 77  DL100-MS-IFACE-MAX              PIC 9(02) VALUE 20.
002000 77  DL100-MS-IFACE-COUNT            PIC 9(02) VALUE 0.
002010 77  DL100-MS-IFACE-SUB              PIC S9(04) COMP VALUE 0.
002020 77  DL100-MS-IFACE-HIT              PIC S9(04) COMP VALUE 0.
002030 01  DL100-MS-IFACE-TABLE.
002040     05  DL100-MS-IFACE-ENTRY OCCURS 20 TIMES.
002050         10  DL100-MS-IF-DDNAME      PIC X(08).
002060         10  DL100-MS-IF-DWN-SUB     PIC S9(04) COMP.
002070         10  DL100-MS-IF-ACK-SUB     PIC S9(04) COMP.
002080
002090*--------------------------------------------------------------------
002100* REPORT PRINT CONTROL AND LINE LAYOUTS
002110*--------------------------------------------------------------------
002120 77  DL100-MS-LINES-PER-PAGE         PIC 9(02) VALUE 56.
002130 77  DL100-MS-LINE-COUNT             PIC 9(02) VALUE 99.
002140 77  DL100-MS-PAGE-NUMBER            PIC 9(04) VALUE 0.
002150 77  DL100-MS-SPACING                PIC 9(01) VALUE 1.
002160
002170 01  DL100-MS-PRINT-AREA             PIC X(132) VALUE SPACES.
002180
002190 01  DL100-MS-HDG1.
002200     05  FILLER                      PIC X(08) VALUE "DL100MSR".
002210     05  FILLER                      PIC X(05) VALUE SPACES.
002220     05  FILLER                      PIC X(36)
002230             VALUE "MORNING BATCH-WINDOW STATUS".
002240     05  FILLER                      PIC X(22) VALUE SPACES.
002250     05  FILLER                      PIC X(12)
002260             VALUE "REPORT DATE ".
002270     05  DL100-MS-HDG1-DATE          PIC 9999/99/99.
002280     05  FILLER                      PIC X(07) VALUE "   PAGE".
002290     05  FILLER                      PIC X(01) VALUE SPACE.
002300     05  DL100-MS-HDG1-PAGE          PIC ZZZ9.
002310
002320 01  DL100-MS-HDG2.
002330     05  FILLER                      PIC X(09) VALUE "NIGHT OF ".
002340     05  DL100-MS-HDG2-NIGHT         PIC 9999/99/99.
002350     05  FILLER                      PIC X(03) VALUE SPACES.
002360     05  DL100-MS-HDG2-OPENED-TEXT   PIC X(17) VALUE SPACES.
002370     05  DL100-MS-HDG2-OPENED-TS     PIC X(16) VALUE SPACES.
002380
002390 01  DL100-MS-STEP-HDG.
002400     05  FILLER                      PIC X(10) VALUE "JOB".
002410     05  FILLER                      PIC X(10) VALUE "STEP".
002420     05  FILLER                      PIC X(10) VALUE "PROGRAM".
002430     05  FILLER                      PIC X(06) VALUE "  RC".
002440     05  FILLER                      PIC X(66) VALUE "COUNTS".
002450     05  FILLER                      PIC X(30)
002460             VALUE "DESCRIPTION".
002470
002480 01  DL100-MS-STEP-LINE.
002490     05  DL100-MS-SL-JOB             PIC X(08).
002500     05  FILLER                      PIC X(02).
002510     05  DL100-MS-SL-STEP            PIC X(08).
002520     05  FILLER                      PIC X(02).
002530     05  DL100-MS-SL-PROGRAM         PIC X(08).
002540     05  FILLER                      PIC X(02).
002550     05  DL100-MS-SL-RC              PIC X(04).
002560     05  FILLER                      PIC X(02).
002570     05  DL100-MS-SL-COUNT OCCURS 3 TIMES.
002580         10  DL100-MS-SL-COUNT-LABEL PIC X(10).
002590         10  FILLER                  PIC X(01).
002600         10  DL100-MS-SL-COUNT-VALUE PIC X(09).
002610         10  FILLER                  PIC X(02).
002620     05  DL100-MS-SL-TEXT            PIC X(30).
002630
002640 01  DL100-MS-MSG-LINE.
002650     05  FILLER                      PIC X(30) VALUE SPACES.
002660     05  DL100-MS-MSG-TEXT           PIC X(80).
002670     05  FILLER                      PIC X(22) VALUE SPACES.
002680
002690 01  DL100-MS-STREAM-HDG.
002700     05  FILLER                      PIC X(10) VALUE "STREAM".
002710     05  FILLER                      PIC X(10) VALUE "JOB".
002720     05  FILLER                      PIC X(10) VALUE "STEP".
002730     05  FILLER                      PIC X(12) VALUE "  NIGHT OF".
002740     05  FILLER                      PIC X(11) VALUE "     LIMIT".
002750     05  FILLER                      PIC X(11)
002760             VALUE " ITERATIONS".
002770     05  FILLER                      PIC X(12)
002780             VALUE "     WRITTEN".
002790     05  FILLER                      PIC X(03) VALUE SPACES.
002800     05  FILLER                      PIC X(15) VALUE "RECON".
002810
002820 01  DL100-MS-STREAM-LINE.
002830     05  DL100-MS-SR-STREAM          PIC X(08).
002840     05  FILLER                      PIC X(02).
002850     05  DL100-MS-SR-JOB             PIC X(08).
002860     05  FILLER                      PIC X(02).
002870     05  DL100-MS-SR-STEP            PIC X(08).
002880     05  FILLER                      PIC X(02).
002890     05  DL100-MS-SR-NIGHT           PIC X(10).
002900     05  FILLER                      PIC X(02).
002910     05  DL100-MS-SR-LIMIT           PIC ZZZZZZZZ9.
002920     05  FILLER                      PIC X(02).
002930     05  DL100-MS-SR-ITERATIONS      PIC ZZZZZZZZ9.
002940     05  FILLER                      PIC X(03).
002950     05  DL100-MS-SR-WRITTEN         PIC X(09).
002960     05  FILLER                      PIC X(03).
002970     05  DL100-MS-SR-RECON           PIC X(30).
002980
002990 01  DL100-MS-IFACE-HDG.
003000     05  FILLER                      PIC X(10) VALUE "DD NAME".
003010     05  FILLER                      PIC X(15) VALUE "EXTRACT".
003020     05  FILLER                      PIC X(11) VALUE "  RECORDS".
003030     05  FILLER                      PIC X(11) VALUE "   LOGGED".
003040     05  FILLER                      PIC X(11) VALUE "  UNACKED".
003050     05  FILLER                      PIC X(12) VALUE "  OVERDUE".
003060     05  FILLER                      PIC X(40)
003070             VALUE "ACKNOWLEDGMENT".
003080
003090 01  DL100-MS-IFACE-LINE.
003100     05  DL100-MS-IL-DDNAME          PIC X(08).
003110     05  FILLER                      PIC X(02).
003120     05  DL100-MS-IL-EXTRACT         PIC X(13).
003130     05  FILLER                      PIC X(02).
003140     05  DL100-MS-IL-RECORDS         PIC X(09).
003150     05  FILLER                      PIC X(02).
003160     05  DL100-MS-IL-LOGGED          PIC X(09).
003170     05  FILLER                      PIC X(02).
003180     05  DL100-MS-IL-UNACKED         PIC X(09).
003190     05  FILLER                      PIC X(02).
003200     05  DL100-MS-IL-OVERDUE         PIC X(09).
003210     05  FILLER                      PIC X(03).
003220     05  DL100-MS-IL-ACK             PIC X(40).
003230
003240 01  DL100-MS-SUM-LINE.
003250     05  FILLER                      PIC X(03) VALUE SPACES.
003260     05  DL100-MS-SUM-TEXT           PIC X(36).
003270     05  DL100-MS-SUM-VALUE          PIC ZZZZZZZ9.
003280
003290 01  DL100-MS-DATE-WORK              PIC 9(08) VALUE 0.
003300 01  DL100-MS-DATE-EDIT              PIC 9999/99/99.
003310
003320*--------------------------------------------------------------------
003330* EXCEPTION MESSAGES ARE BUILT HERE AND DISPLAYED THROUGH
003340* 8800-NOTE-EXCEPTION, AS IN THE NIGHTLY STEPS.  THIS STEP FILES NO
003350* OUTCOME OF ITS OWN - THE PAGE IS ITS OUTCOME.
003360*--------------------------------------------------------------------
003370 77  DL100-MS-EXC-TEXT               PIC X(132) VALUE SPACES.
003380
003390 PROCEDURE DIVISION.
003400*--------------------------------------------------------------------
003410* 0000-MAINLINE
003420*--------------------------------------------------------------------
003430 0000-MAINLINE.
003440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003450     PERFORM 2000-BROWSE-NIGHT THRU 2000-EXIT.
003460     PERFORM 3000-PRINT-STEPS THRU 3000-EXIT.
003470     PERFORM 4000-PRINT-STREAMS THRU 4000-EXIT.
003480     PERFORM 4500-PRINT-ANOMALY-VERDICT THRU 4500-EXIT.
003490     PERFORM 5000-PRINT-INTERFACES THRU 5000-EXIT.
003500     PERFORM 5500-PRINT-JOURNAL-BALANCE THRU 5500-EXIT.
003510     PERFORM 6000-PRINT-OTHER-STEPS THRU 6000-EXIT.
003520     PERFORM 6500-PRINT-SUMMARY THRU 6500-EXIT.
003530     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003540     GO TO 9999-EXIT.
003550
003560*--------------------------------------------------------------------
003570* 1000-INITIALIZE - LOAD THE STEPLIST DECK, OPEN RUNSTAT AND THE
003580* REPORT, AND SETTLE WHICH NIGHT THE PAGE IS FOR.
003590*--------------------------------------------------------------------
003600 1000-INITIALIZE.
003610     ACCEPT DL100-MS-TODAY-DATE FROM DATE YYYYMMDD.
003620     MOVE DL100-MS-TODAY-DATE TO DL100-MS-HDG1-DATE.
003630     PERFORM 1100-LOAD-STEP-LIST THRU 1100-EXIT.
003640     IF RETURN-CODE >= 16
003650         GO TO 9999-EXIT
003660     END-IF.
003670     OPEN INPUT DL100-RUN-STATUS-FILE.
003680     IF NOT DL100-RUN-STATUS-OK
003690         STRING "ONETOTEN0272E RUNSTAT UNAVAILABLE - STATUS "
003700                DL100-RUN-STATUS-STATUS
003710                " - NO STATUS PAGE PRINTED"
003720             DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT
003730         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003740         MOVE 16 TO RETURN-CODE
003750         GO TO 9999-EXIT
003760     END-IF.
003770     OPEN OUTPUT DL100-REPORT-FILE.
003771     IF NOT DL100-REPORT-FILE-OK
003772         STRING "ONETOTEN0311E RPTFILE UNAVAILABLE - STATUS "
003773                DL100-REPORT-FILE-STATUS
003774                " - NO STATUS PAGE PRINTED"
003775             DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT
003776         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003777         MOVE 16 TO RETURN-CODE
003778         GO TO 9999-EXIT
003779     END-IF.
003780     PERFORM 1200-READ-NIGHT-ANCHOR THRU 1200-EXIT.
003790     IF RETURN-CODE >= 16
003800         GO TO 9999-EXIT
003810     END-IF.
003820     MOVE DL100-MS-NIGHT-DATE TO DL100-MS-HDG2-NIGHT.
003830 1000-EXIT.
003840     EXIT.
003850
003860*--------------------------------------------------------------------
003870* 1100-LOAD-STEP-LIST - THE DECK IS THE LIST OF STEPS THE NIGHT IS
003880* EXPECTED TO RUN.  WITHOUT IT NO STEP CAN BE CALLED NOT RUN, SO AN
003890* EMPTY OR MISSING DECK ENDS THE STEP.
003900*--------------------------------------------------------------------
003910 1100-LOAD-STEP-LIST.
003920     OPEN INPUT DL100-STEP-LIST-FILE.
003930     IF NOT DL100-STEP-LIST-OK
003940         STRING "ONETOTEN0273E STEPLIST DECK UNAVAILABLE - "
003950                "STATUS "
003960                DL100-STEP-LIST-STATUS
003970                " - NO STATUS PAGE PRINTED"
003980             DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT
003990         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004000         MOVE 16 TO RETURN-CODE
004010         GO TO 1100-EXIT
004020     END-IF.
004030     READ DL100-STEP-LIST-FILE.
004040     PERFORM 1110-TAKE-ONE-CARD THRU 1110-EXIT
004050         UNTIL NOT DL100-STEP-LIST-OK.
004060     CLOSE DL100-STEP-LIST-FILE.
004070     IF DL100-MS-STEP-COUNT = 0
004080         STRING "ONETOTEN0273E STEPLIST DECK HAS NO STEP CARDS"
004090                " - NO STATUS PAGE PRINTED"
004100             DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT
004110         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004120         MOVE 16 TO RETURN-CODE
004130     END-IF.
004140 1100-EXIT.
004150     EXIT.
004160
004170 1110-TAKE-ONE-CARD.
004180     IF DL100-SL-COMMENT
004190         OR DL100-STEP-LIST-CARD = SPACES
004200         GO TO 1110-READ-NEXT
004210     END-IF.
004220     IF DL100-SL-RUN-DATE-CARD
004230         IF DL100-SL-RUN-DATE NUMERIC
004240             AND DL100-SL-RUN-DATE > 0
004250             MOVE DL100-SL-RUN-DATE TO DL100-MS-NIGHT-DATE
004260             SET DL100-MS-RUN-DATE-GIVEN TO TRUE
004270         ELSE
004280             STRING "ONETOTEN0274W RUNDATE CARD DATE NOT NUMERIC "
004290                    "- CARD IGNORED"
004300                 DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT
004310             PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004320         END-IF
004330         GO TO 1110-READ-NEXT
004340     END-IF.
004350     IF DL100-MS-STEP-COUNT >= DL100-MS-STEP-MAX
004360         STRING "ONETOTEN0274W STEPLIST DECK HOLDS MORE THAN "
004370                DL100-MS-STEP-MAX
004380                " STEPS - " DL100-SL-JOB-NAME " "
004390                DL100-SL-STEP-NAME " NOT LISTED"
004400             DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT
004410         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004420         GO TO 1110-READ-NEXT
004430     END-IF.
004440     ADD 1 TO DL100-MS-STEP-COUNT.
004450     MOVE DL100-MS-STEP-COUNT TO DL100-MS-STEP-SUB.
004460     MOVE DL100-SL-JOB-NAME
004470         TO DL100-MS-ST-JOB-NAME (DL100-MS-STEP-SUB).
004480     MOVE DL100-SL-STEP-NAME
004490         TO DL100-MS-ST-STEP-NAME (DL100-MS-STEP-SUB).
004500     MOVE DL100-SL-PROGRAM
004510         TO DL100-MS-ST-PROGRAM (DL100-MS-STEP-SUB).
004520     MOVE DL100-SL-DESCRIPTION
004530         TO DL100-MS-ST-DESCRIPTION (DL100-MS-STEP-SUB).
004540     MOVE "N" TO DL100-MS-ST-FOUND-SW (DL100-MS-STEP-SUB).
004545     MOVE DL100-SL-STEP-KIND
004546         TO DL100-MS-ST-KIND (DL100-MS-STEP-SUB).
004550     MOVE SPACES TO DL100-MS-ST-OUTCOME (DL100-MS-STEP-SUB).
004560 1110-READ-NEXT.
004570     READ DL100-STEP-LIST-FILE.
004580 1110-EXIT.
004590     EXIT.
004600
004610*--------------------------------------------------------------------
004620* 1200-READ-NIGHT-ANCHOR - THE NIGHT DL100CTB OPENED LAST, UNLESS A
004630* RUNDATE CARD ASKED FOR ANOTHER.  WITH NO ANCHOR AND NO CARD THERE
004640* IS NO NIGHT TO REPORT.
004650*--------------------------------------------------------------------
004660 1200-READ-NIGHT-ANCHOR.
004670     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
004680     MOVE 0 TO DL100-SO-RUN-DATE.
004690     SET DL100-SO-IS-NIGHT-ANCHOR TO TRUE.
004700     READ DL100-RUN-STATUS-FILE.
004710     IF DL100-RUN-STATUS-OK
004720         AND NOT DL100-MS-RUN-DATE-GIVEN
004730         MOVE DL100-SO-NIGHT-DATE TO DL100-MS-NIGHT-DATE
004740         MOVE DL100-SO-NIGHT-OPENED-TS TO DL100-MS-OPENED-TS
004750         MOVE "NIGHT OPENED AT  " TO DL100-MS-HDG2-OPENED-TEXT
004760         MOVE DL100-MS-OPENED-TS TO DL100-MS-HDG2-OPENED-TS
004770         GO TO 1200-EXIT
004780     END-IF.
004790     IF DL100-MS-RUN-DATE-GIVEN
004800         MOVE "REPRINT BY CARD" TO DL100-MS-HDG2-OPENED-TEXT
004810         GO TO 1200-EXIT
004820     END-IF.
004830     STRING "ONETOTEN0275E RUNSTAT HAS NO NIGHT ANCHOR - STATUS "
004840            DL100-RUN-STATUS-STATUS
004850            " - DL100CTB HAS NOT OPENED A NIGHT"
004860         DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT.
004870     MOVE DL100-MS-EXC-TEXT TO DL100-MS-PRINT-AREA.
004880     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004890     PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT.
004900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
004910     MOVE 16 TO RETURN-CODE.
004920 1200-EXIT.
004930     EXIT.
004940
004950*--------------------------------------------------------------------
004960* 2000-BROWSE-NIGHT - READ EVERY RECORD FILED UNDER THE NIGHT'S RUN
004970* DATE, IN KEY ORDER (JOB, STEP, SUBJECT, TIME WRITTEN).
004980*--------------------------------------------------------------------
004990 2000-BROWSE-NIGHT.
005000     MOVE LOW-VALUES TO DL100-SO-KEY.
005010     MOVE DL100-MS-NIGHT-DATE TO DL100-SO-RUN-DATE.
005020     START DL100-RUN-STATUS-FILE
005030         KEY IS NOT LESS THAN DL100-SO-KEY.
005040     IF NOT DL100-RUN-STATUS-OK
005050         GO TO 2000-EXIT
005060     END-IF.
005070     READ DL100-RUN-STATUS-FILE NEXT RECORD.
005080     PERFORM 2100-TAKE-ONE-RECORD THRU 2100-EXIT
005090         UNTIL NOT DL100-RUN-STATUS-OK
005100             OR DL100-SO-RUN-DATE NOT = DL100-MS-NIGHT-DATE.
005110     IF NOT DL100-RUN-STATUS-OK
005120         AND NOT DL100-RUN-STATUS-AT-END
005130         STRING "ONETOTEN0272E RUNSTAT READ FAILED - STATUS "
005140                DL100-RUN-STATUS-STATUS
005150                " - PAGE MAY BE INCOMPLETE"
005160             DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT
005170         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005180         MOVE 16 TO RETURN-CODE
005190     END-IF.
005200 2000-EXIT.
005210     EXIT.
005220
005230 2100-TAKE-ONE-RECORD.
005240     ADD 1 TO DL100-MS-RECORDS-READ.
005250     IF DL100-SO-SUBJECT = SPACES
005260         PERFORM 2200-TAKE-STEP-RECORD THRU 2200-EXIT
005270     ELSE
005280         PERFORM 2300-TAKE-SUBJECT-RECORD THRU 2300-EXIT
005290     END-IF.
005300     READ DL100-RUN-STATUS-FILE NEXT RECORD.
005310 2100-EXIT.
005320     EXIT.
005330
005340*--------------------------------------------------------------------
005350* 2200-TAKE-STEP-RECORD - A STEP'S OWN RECORD GOES TO ITS STEPLIST
005360* ENTRY, OR TO THE OTHER-STEPS TABLE WHEN THE DECK DOES NOT LIST IT.
005370*--------------------------------------------------------------------
005380 2200-TAKE-STEP-RECORD.
005390     MOVE 0 TO DL100-MS-STEP-HIT.
005400     IF DL100-SO-JOB-NAME NOT = SPACES
005410         AND DL100-SO-STEP-NAME NOT = SPACES
005420         PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
005430             VARYING DL100-MS-STEP-SUB FROM 1 BY 1
005440             UNTIL DL100-MS-STEP-SUB > DL100-MS-STEP-COUNT
005450                 OR DL100-MS-STEP-HIT > 0
005460     END-IF.
005470     IF DL100-MS-STEP-HIT > 0
005480         MOVE "Y" TO DL100-MS-ST-FOUND-SW (DL100-MS-STEP-HIT)
005490         MOVE DL100-SO-OUTCOME-AREA
005500             TO DL100-MS-ST-OUTCOME (DL100-MS-STEP-HIT)
005510         GO TO 2200-EXIT
005520     END-IF.
005530     MOVE 0 TO DL100-MS-OTHER-HIT.
005540     PERFORM 2250-MATCH-ONE-OTHER THRU 2250-EXIT
005550         VARYING DL100-MS-OTHER-SUB FROM 1 BY 1
005560         UNTIL DL100-MS-OTHER-SUB > DL100-MS-OTHER-COUNT
005570             OR DL100-MS-OTHER-HIT > 0.
005580     IF DL100-MS-OTHER-HIT = 0
005590         IF DL100-MS-OTHER-COUNT >= DL100-MS-OTHER-MAX
005600             ADD 1 TO DL100-MS-DROPPED-COUNT
005610             GO TO 2200-EXIT
005620         END-IF
005630         ADD 1 TO DL100-MS-OTHER-COUNT
005640         MOVE DL100-MS-OTHER-COUNT TO DL100-MS-OTHER-HIT
005650         MOVE DL100-SO-JOB-NAME
005660             TO DL100-MS-OT-JOB-NAME (DL100-MS-OTHER-HIT)
005670         MOVE DL100-SO-STEP-NAME
005680             TO DL100-MS-OT-STEP-NAME (DL100-MS-OTHER-HIT)
005690     END-IF.
005700     MOVE DL100-SO-OUTCOME-AREA
005710         TO DL100-MS-OT-OUTCOME (DL100-MS-OTHER-HIT).
005720 2200-EXIT.
005730     EXIT.
005740
005750 2210-MATCH-ONE-STEP.
005760     IF DL100-SO-JOB-NAME
005770         = DL100-MS-ST-JOB-NAME (DL100-MS-STEP-SUB)
005780         AND DL100-SO-STEP-NAME
005790             = DL100-MS-ST-STEP-NAME (DL100-MS-STEP-SUB)
005800         MOVE DL100-MS-STEP-SUB TO DL100-MS-STEP-HIT
005810     END-IF.
005820 2210-EXIT.
005830     EXIT.
005840
005850 2250-MATCH-ONE-OTHER.
005860     IF DL100-SO-JOB-NAME
005870         = DL100-MS-OT-JOB-NAME (DL100-MS-OTHER-SUB)
005880         AND DL100-SO-STEP-NAME
005890             = DL100-MS-OT-STEP-NAME (DL100-MS-OTHER-SUB)
005900         MOVE DL100-MS-OTHER-SUB TO DL100-MS-OTHER-HIT
005910     END-IF.
005920 2250-EXIT.
005930     EXIT.
005940
005950*--------------------------------------------------------------------
005960* 2300-TAKE-SUBJECT-RECORD - A PER-STREAM OR PER-FILE RECORD.  THE
005970* LATEST FOR A JOB, STEP, SUBJECT, AND SERIES REPLACES AN EARLIER
005980* ONE, SO A RERUN STREAM SHOWS ONLY ITS RERUN.
005990*--------------------------------------------------------------------
006000 2300-TAKE-SUBJECT-RECORD.
006010     MOVE 0 TO DL100-MS-WORK-SERIES.
006020     IF DL100-SO-COUNT-LABEL (3) = "NIGHT"
006030         MOVE DL100-SO-COUNT-VALUE (3) TO DL100-MS-WORK-SERIES
006040     END-IF.
006050     MOVE 0 TO DL100-MS-SUBJ-HIT.
006060     PERFORM 2310-MATCH-ONE-SUBJECT THRU 2310-EXIT
006070         VARYING DL100-MS-SUBJ-SUB FROM 1 BY 1
006080         UNTIL DL100-MS-SUBJ-SUB > DL100-MS-SUBJ-COUNT
006090             OR DL100-MS-SUBJ-HIT > 0.
006100     IF DL100-MS-SUBJ-HIT = 0
006110         IF DL100-MS-SUBJ-COUNT >= DL100-MS-SUBJ-MAX
006120             ADD 1 TO DL100-MS-DROPPED-COUNT
006130             GO TO 2300-EXIT
006140         END-IF
006150         ADD 1 TO DL100-MS-SUBJ-COUNT
006160         MOVE DL100-MS-SUBJ-COUNT TO DL100-MS-SUBJ-HIT
006170         MOVE DL100-SO-JOB-NAME
006180             TO DL100-MS-SJ-JOB-NAME (DL100-MS-SUBJ-HIT)
006190         MOVE DL100-SO-STEP-NAME
006200             TO DL100-MS-SJ-STEP-NAME (DL100-MS-SUBJ-HIT)
006210         MOVE DL100-SO-SUBJECT
006220             TO DL100-MS-SJ-SUBJECT (DL100-MS-SUBJ-HIT)
006230         MOVE DL100-MS-WORK-SERIES
006240             TO DL100-MS-SJ-SERIES (DL100-MS-SUBJ-HIT)
006250     END-IF.
006260     MOVE DL100-SO-PROGRAM
006270         TO DL100-MS-SJ-PROGRAM (DL100-MS-SUBJ-HIT).
006280     MOVE DL100-SO-OUTCOME-AREA
006290         TO DL100-MS-SJ-OUTCOME (DL100-MS-SUBJ-HIT).
006300 2300-EXIT.
006310     EXIT.
006320
006330 2310-MATCH-ONE-SUBJECT.
006340     IF DL100-SO-JOB-NAME
006350         = DL100-MS-SJ-JOB-NAME (DL100-MS-SUBJ-SUB)
006360         AND DL100-SO-STEP-NAME
006370             = DL100-MS-SJ-STEP-NAME (DL100-MS-SUBJ-SUB)
006380         AND DL100-SO-SUBJECT
006390             = DL100-MS-SJ-SUBJECT (DL100-MS-SUBJ-SUB)
006400         AND DL100-MS-WORK-SERIES
006410             = DL100-MS-SJ-SERIES (DL100-MS-SUBJ-SUB)
006420         MOVE DL100-MS-SUBJ-SUB TO DL100-MS-SUBJ-HIT
006430     END-IF.
006440 2310-EXIT.
006450     EXIT.
006460
006470*--------------------------------------------------------------------
006480* 3000-PRINT-STEPS - ONE LINE PER EXPECTED STEP, IN DECK ORDER, WITH
006490* ITS FIRST EXCEPTION MESSAGE UNDER IT.  A STEP THAT FILED NOTHING
006500* WAS BYPASSED ON ITS COND OR ABENDED BEFORE IT COULD FILE, AND IS
006510* CALLED OUT BY NAME.  A UTILITY STEP NEVER FILES, SO IT IS ONLY
006515* LISTED.
006520*--------------------------------------------------------------------
006530 3000-PRINT-STEPS.
006540     MOVE "** STEP OUTCOMES **" TO DL100-MS-PRINT-AREA.
006550     PERFORM 7200-PRINT-SECTION-HEADING THRU 7200-EXIT.
006560     MOVE DL100-MS-STEP-HDG TO DL100-MS-PRINT-AREA.
006570     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006580     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
006590         VARYING DL100-MS-STEP-SUB FROM 1 BY 1
006600         UNTIL DL100-MS-STEP-SUB > DL100-MS-STEP-COUNT.
006610 3000-EXIT.
006620     EXIT.
006630
006640 3100-PRINT-ONE-STEP.
006650     MOVE SPACES TO DL100-MS-STEP-LINE.
006660     MOVE DL100-MS-ST-JOB-NAME (DL100-MS-STEP-SUB)
006670         TO DL100-MS-SL-JOB.
006680     MOVE DL100-MS-ST-STEP-NAME (DL100-MS-STEP-SUB)
006690         TO DL100-MS-SL-STEP.
006700     MOVE DL100-MS-ST-PROGRAM (DL100-MS-STEP-SUB)
006710         TO DL100-MS-SL-PROGRAM.
006720     MOVE DL100-MS-ST-DESCRIPTION (DL100-MS-STEP-SUB)
006730         TO DL100-MS-SL-TEXT.
006731     IF NOT DL100-MS-ST-FOUND (DL100-MS-STEP-SUB)
006732         AND DL100-MS-ST-UTILITY (DL100-MS-STEP-SUB)
006733         ADD 1 TO DL100-MS-UTILITY-COUNT
006734         MOVE "----" TO DL100-MS-SL-RC
006735         MOVE "UTILITY" TO DL100-MS-SL-COUNT-LABEL (1)
006736         MOVE DL100-MS-STEP-LINE TO DL100-MS-PRINT-AREA
006737         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006738         MOVE SPACES TO DL100-MS-MSG-TEXT
006739         STRING "--- UTILITY STEP - FILES NO OUTCOME, "
006740                "ITS RC IS ON THE JOB LOG"
006741             DELIMITED BY SIZE INTO DL100-MS-MSG-TEXT
006742         MOVE DL100-MS-MSG-LINE TO DL100-MS-PRINT-AREA
006743         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006744         GO TO 3100-EXIT
006745     END-IF.
006746     IF NOT DL100-MS-ST-FOUND (DL100-MS-STEP-SUB)
006750         ADD 1 TO DL100-MS-BYPASSED-COUNT
006760         MOVE "----" TO DL100-MS-SL-RC
006770         MOVE "*** NOT RUN" TO DL100-MS-SL-COUNT-LABEL (1)
006780         MOVE DL100-MS-STEP-LINE TO DL100-MS-PRINT-AREA
006790         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006800         MOVE SPACES TO DL100-MS-MSG-TEXT
006810         STRING "*** NOT RUN (COND BYPASS) OR ABENDED - "
006815                    DELIMITED BY SIZE
006820                DL100-MS-ST-STEP-NAME (DL100-MS-STEP-SUB)
006830                    DELIMITED BY SPACE
006840                " OF " DELIMITED BY SIZE
006850                DL100-MS-ST-JOB-NAME (DL100-MS-STEP-SUB)
006860                    DELIMITED BY SPACE
006870                " FILED NO OUTCOME"
006880                    DELIMITED BY SIZE
006890             INTO DL100-MS-MSG-TEXT
006900         MOVE DL100-MS-MSG-LINE TO DL100-MS-PRINT-AREA
006910         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006920         STRING "ONETOTEN0276W "
006930                DL100-MS-ST-STEP-NAME (DL100-MS-STEP-SUB)
006940                " OF " DL100-MS-ST-JOB-NAME (DL100-MS-STEP-SUB)
006950                " (" DL100-MS-ST-PROGRAM (DL100-MS-STEP-SUB)
006960                ") NOT RUN OR ABENDED"
006970             DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT
006980         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006990         GO TO 3100-EXIT
007000     END-IF.
007010     ADD 1 TO DL100-MS-RAN-COUNT.
007020     MOVE DL100-MS-ST-OUTCOME (DL100-MS-STEP-SUB)
007030         TO DL100-MS-OUTCOME.
007040     PERFORM 3200-FORMAT-OUTCOME THRU 3200-EXIT.
007050 3100-EXIT.
007060     EXIT.
007070
007080*--------------------------------------------------------------------
007090* 3200-FORMAT-OUTCOME - PRINT THE STEP LINE FOR THE OUTCOME IN
007100* DL100-MS-OUTCOME (RC AND COUNTS) AND ITS FIRST MESSAGE, AND KEEP
007110* THE NIGHT'S WORST RC.
007120*--------------------------------------------------------------------
007130 3200-FORMAT-OUTCOME.
007140     MOVE DL100-MS-OC-RETURN-CODE TO DL100-MS-RC-EDIT.
007150     MOVE DL100-MS-RC-EDIT TO DL100-MS-SL-RC.
007160     IF DL100-MS-OC-RETURN-CODE > DL100-MS-WORST-RC
007170         MOVE DL100-MS-OC-RETURN-CODE TO DL100-MS-WORST-RC
007180     END-IF.
007190     IF DL100-MS-OC-RETURN-CODE >= 8
007200         ADD 1 TO DL100-MS-FAILED-COUNT
007210     END-IF.
007220     PERFORM 3210-FORMAT-ONE-COUNT THRU 3210-EXIT
007230         VARYING DL100-MS-COUNT-SUB FROM 1 BY 1
007240         UNTIL DL100-MS-COUNT-SUB > 3.
007250     MOVE DL100-MS-STEP-LINE TO DL100-MS-PRINT-AREA.
007260     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007270     IF DL100-MS-OC-FIRST-MSG NOT = SPACES
007280         MOVE DL100-MS-OC-FIRST-MSG TO DL100-MS-MSG-TEXT
007290         MOVE DL100-MS-MSG-LINE TO DL100-MS-PRINT-AREA
007300         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007310     END-IF.
007320 3200-EXIT.
007330     EXIT.
007340
007350 3210-FORMAT-ONE-COUNT.
007360     IF DL100-MS-OC-COUNT-LABEL (DL100-MS-COUNT-SUB) = SPACES
007370         GO TO 3210-EXIT
007380     END-IF.
007390     MOVE DL100-MS-OC-COUNT-LABEL (DL100-MS-COUNT-SUB)
007400         TO DL100-MS-SL-COUNT-LABEL (DL100-MS-COUNT-SUB).
007410     MOVE DL100-MS-OC-COUNT-VALUE (DL100-MS-COUNT-SUB)
007420         TO DL100-MS-COUNT-EDIT.
007430     MOVE DL100-MS-COUNT-EDIT
007440         TO DL100-MS-SL-COUNT-VALUE (DL100-MS-COUNT-SUB).
007450 3210-EXIT.
007460     EXIT.
007470
007480*--------------------------------------------------------------------
007490* 4000-PRINT-STREAMS - EACH STREAM SERIES ONETOTEN RAN: THE NIGHT
007500* IT COVERED (TONIGHT, OR THE MISSED NIGHT OF A CATCH-UP SERIES),
007510* ITS LIMIT, THE ITERATIONS DONE, AND THE RECON FLAG.
007520*--------------------------------------------------------------------
007530 4000-PRINT-STREAMS.
007540     MOVE "** SEQUENCE STREAMS **" TO DL100-MS-PRINT-AREA.
007550     PERFORM 7200-PRINT-SECTION-HEADING THRU 7200-EXIT.
007560     MOVE DL100-MS-STREAM-HDG TO DL100-MS-PRINT-AREA.
007570     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007580     MOVE 0 TO DL100-MS-SUBJ-HIT.
007590     PERFORM 4100-PRINT-ONE-STREAM THRU 4100-EXIT
007600         VARYING DL100-MS-SUBJ-SUB FROM 1 BY 1
007610         UNTIL DL100-MS-SUBJ-SUB > DL100-MS-SUBJ-COUNT.
007620     IF DL100-MS-SUBJ-HIT = 0
007630         MOVE "NO STREAM FILED AN OUTCOME FOR THE NIGHT"
007640             TO DL100-MS-PRINT-AREA
007650         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007660     END-IF.
007670 4000-EXIT.
007680     EXIT.
007690
007700 4100-PRINT-ONE-STREAM.
007710     IF DL100-MS-SJ-PROGRAM (DL100-MS-SUBJ-SUB) NOT = "ONETOTEN"
007720         GO TO 4100-EXIT
007730     END-IF.
007740     MOVE DL100-MS-SUBJ-SUB TO DL100-MS-SUBJ-HIT.
007750     MOVE DL100-MS-SJ-OUTCOME (DL100-MS-SUBJ-SUB)
007760         TO DL100-MS-OUTCOME.
007770     MOVE SPACES TO DL100-MS-STREAM-LINE.
007780     MOVE DL100-MS-SJ-SUBJECT (DL100-MS-SUBJ-SUB)
007790         TO DL100-MS-SR-STREAM.
007800     MOVE DL100-MS-SJ-JOB-NAME (DL100-MS-SUBJ-SUB)
007810         TO DL100-MS-SR-JOB.
007820     MOVE DL100-MS-SJ-STEP-NAME (DL100-MS-SUBJ-SUB)
007830         TO DL100-MS-SR-STEP.
007840     MOVE DL100-MS-OC-COUNT-VALUE (1) TO DL100-MS-SR-LIMIT.
007850     MOVE DL100-MS-OC-COUNT-VALUE (2) TO DL100-MS-SR-ITERATIONS.
007860     IF DL100-MS-OC-COUNT-LABEL (3) = "NIGHT"
007870         MOVE DL100-MS-OC-COUNT-VALUE (3) TO DL100-MS-DATE-WORK
007880         MOVE DL100-MS-DATE-WORK TO DL100-MS-DATE-EDIT
007890         MOVE DL100-MS-DATE-EDIT TO DL100-MS-SR-NIGHT
007900         MOVE "CATCH-UP" TO DL100-MS-SR-WRITTEN
007910     ELSE
007920         MOVE "TONIGHT" TO DL100-MS-SR-NIGHT
007930         MOVE DL100-MS-OC-COUNT-VALUE (3) TO DL100-MS-COUNT-EDIT
007940         MOVE DL100-MS-COUNT-EDIT TO DL100-MS-SR-WRITTEN
007950     END-IF.
007960     EVALUATE DL100-MS-OC-FLAG
007970         WHEN "B"
007980             MOVE "B - BALANCED" TO DL100-MS-SR-RECON
007990         WHEN "X"
008000             MOVE "X - OUT OF BALANCE" TO DL100-MS-SR-RECON
008010         WHEN OTHER
008020             MOVE "NOT RECONCILED" TO DL100-MS-SR-RECON
008030     END-EVALUATE.
008040     MOVE DL100-MS-STREAM-LINE TO DL100-MS-PRINT-AREA.
008050     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008060 4100-EXIT.
008070     EXIT.
008080
008090*--------------------------------------------------------------------
008100* 4500-PRINT-ANOMALY-VERDICT - THE RUN-DURATION VERDICT DL100RDC
008110* FILED IN ITS FLAG (W = WITHIN TOLERANCE, A = ANOMALY).
008120*--------------------------------------------------------------------
008130 4500-PRINT-ANOMALY-VERDICT.
008140     MOVE "** RUN-DURATION ANOMALY CHECK **"
008150         TO DL100-MS-PRINT-AREA.
008160     PERFORM 7200-PRINT-SECTION-HEADING THRU 7200-EXIT.
008170     MOVE "DL100RDC" TO DL100-MS-OC-PROGRAM.
008180     PERFORM 7400-FIND-PROGRAM-STEP THRU 7400-EXIT.
008190     MOVE SPACES TO DL100-MS-PRINT-AREA.
008200     EVALUATE TRUE
008210         WHEN DL100-MS-STEP-HIT = 0
008220             MOVE "DL100RDC IS NOT ON THE STEPLIST - NO VERDICT"
008230                 TO DL100-MS-PRINT-AREA
008240         WHEN NOT DL100-MS-ST-FOUND (DL100-MS-STEP-HIT)
008250             MOVE "DL100RDC DID NOT RUN - NO VERDICT TONIGHT"
008260                 TO DL100-MS-PRINT-AREA
008270         WHEN DL100-MS-OC-FLAG = "W"
008280             MOVE "VERDICT: WITHIN TOLERANCE"
008290                 TO DL100-MS-PRINT-AREA
008300         WHEN DL100-MS-OC-FLAG = "A"
008310             MOVE "*** VERDICT: ANOMALY - SEE THE DL100RDC REPORT"
008320                 TO DL100-MS-PRINT-AREA
008330         WHEN OTHER
008340             MOVE "DL100RDC REACHED NO VERDICT - SEE ITS REPORT"
008350                 TO DL100-MS-PRINT-AREA
008360     END-EVALUATE.
008370     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008380     IF DL100-MS-STEP-HIT = 0
008390         GO TO 4500-EXIT
008400     END-IF.
008410     IF NOT DL100-MS-ST-FOUND (DL100-MS-STEP-HIT)
008420         GO TO 4500-EXIT
008430     END-IF.
008440     MOVE "STREAMS CHECKED" TO DL100-MS-SUM-TEXT.
008450     MOVE DL100-MS-OC-COUNT-VALUE (1) TO DL100-MS-SUM-VALUE.
008460     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
008470     MOVE "STREAMS OUTSIDE TOLERANCE" TO DL100-MS-SUM-TEXT.
008480     MOVE DL100-MS-OC-COUNT-VALUE (2) TO DL100-MS-SUM-VALUE.
008490     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
008500     MOVE "STREAMS WITH NO BASELINE" TO DL100-MS-SUM-TEXT.
008510     MOVE DL100-MS-OC-COUNT-VALUE (3) TO DL100-MS-SUM-VALUE.
008520     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
008530 4500-EXIT.
008540     EXIT.
008550
008560*--------------------------------------------------------------------
008570* 5000-PRINT-INTERFACES - ONE LINE PER INTERFACE DD NAME, PAIRING
008580* THE EXTRACT DL100DWN FILED FOR IT WITH THE ACKNOWLEDGMENT STATUS
008590* DL100ACK FILED.
008600*--------------------------------------------------------------------
008610 5000-PRINT-INTERFACES.
008620     MOVE "** INTERFACE FILES **" TO DL100-MS-PRINT-AREA.
008630     PERFORM 7200-PRINT-SECTION-HEADING THRU 7200-EXIT.
008640     MOVE DL100-MS-IFACE-HDG TO DL100-MS-PRINT-AREA.
008650     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008660     PERFORM 5100-COLLECT-ONE-INTERFACE THRU 5100-EXIT
008670         VARYING DL100-MS-SUBJ-SUB FROM 1 BY 1
008680         UNTIL DL100-MS-SUBJ-SUB > DL100-MS-SUBJ-COUNT.
008690     IF DL100-MS-IFACE-COUNT = 0
008700         MOVE "NO INTERFACE FILE WAS EXTRACTED OR ACK-CHECKED"
008710             TO DL100-MS-PRINT-AREA
008720         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
008730         GO TO 5000-EXIT
008740     END-IF.
008750     PERFORM 5200-PRINT-ONE-INTERFACE THRU 5200-EXIT
008760         VARYING DL100-MS-IFACE-SUB FROM 1 BY 1
008770         UNTIL DL100-MS-IFACE-SUB > DL100-MS-IFACE-COUNT.
008780 5000-EXIT.
008790     EXIT.
008800
008810 5100-COLLECT-ONE-INTERFACE.
008820     IF DL100-MS-SJ-PROGRAM (DL100-MS-SUBJ-SUB) NOT = "DL100DWN"
008830         AND DL100-MS-SJ-PROGRAM (DL100-MS-SUBJ-SUB)
008840             NOT = "DL100ACK"
008850         GO TO 5100-EXIT
008860     END-IF.
008870     MOVE 0 TO DL100-MS-IFACE-HIT.
008880     PERFORM 5110-MATCH-ONE-INTERFACE THRU 5110-EXIT
008890         VARYING DL100-MS-IFACE-SUB FROM 1 BY 1
008900         UNTIL DL100-MS-IFACE-SUB > DL100-MS-IFACE-COUNT
008910             OR DL100-MS-IFACE-HIT > 0.
008920     IF DL100-MS-IFACE-HIT = 0
008930         IF DL100-MS-IFACE-COUNT >= DL100-MS-IFACE-MAX
008940             ADD 1 TO DL100-MS-DROPPED-COUNT
008950             GO TO 5100-EXIT
008960         END-IF
008970         ADD 1 TO DL100-MS-IFACE-COUNT
008980         MOVE DL100-MS-IFACE-COUNT TO DL100-MS-IFACE-HIT
008990         MOVE DL100-MS-SJ-SUBJECT (DL100-MS-SUBJ-SUB)
009000             TO DL100-MS-IF-DDNAME (DL100-MS-IFACE-HIT)
009010         MOVE 0 TO DL100-MS-IF-DWN-SUB (DL100-MS-IFACE-HIT)
009020         MOVE 0 TO DL100-MS-IF-ACK-SUB (DL100-MS-IFACE-HIT)
009030     END-IF.
009040     IF DL100-MS-SJ-PROGRAM (DL100-MS-SUBJ-SUB) = "DL100DWN"
009050         MOVE DL100-MS-SUBJ-SUB
009060             TO DL100-MS-IF-DWN-SUB (DL100-MS-IFACE-HIT)
009070     ELSE
009080         MOVE DL100-MS-SUBJ-SUB
009090             TO DL100-MS-IF-ACK-SUB (DL100-MS-IFACE-HIT)
009100     END-IF.
009110 5100-EXIT.
009120     EXIT.
009130
009140 5110-MATCH-ONE-INTERFACE.
009150     IF DL100-MS-SJ-SUBJECT (DL100-MS-SUBJ-SUB)
009160         = DL100-MS-IF-DDNAME (DL100-MS-IFACE-SUB)
009170         MOVE DL100-MS-IFACE-SUB TO DL100-MS-IFACE-HIT
009180     END-IF.
009190 5110-EXIT.
009200     EXIT.
009210
009220 5200-PRINT-ONE-INTERFACE.
009230     MOVE SPACES TO DL100-MS-IFACE-LINE.
009240     MOVE DL100-MS-IF-DDNAME (DL100-MS-IFACE-SUB)
009250         TO DL100-MS-IL-DDNAME.
009260     IF DL100-MS-IF-DWN-SUB (DL100-MS-IFACE-SUB) = 0
009270         MOVE "NOT EXTRACTED" TO DL100-MS-IL-EXTRACT
009280     ELSE
009290         MOVE DL100-MS-IF-DWN-SUB (DL100-MS-IFACE-SUB)
009300             TO DL100-MS-SUBJ-SUB
009310         MOVE DL100-MS-SJ-OUTCOME (DL100-MS-SUBJ-SUB)
009320             TO DL100-MS-OUTCOME
009330         MOVE "EXTRACTED" TO DL100-MS-IL-EXTRACT
009340         MOVE DL100-MS-OC-COUNT-VALUE (1) TO DL100-MS-COUNT-EDIT
009350         MOVE DL100-MS-COUNT-EDIT TO DL100-MS-IL-RECORDS
009360     END-IF.
009370     IF DL100-MS-IF-ACK-SUB (DL100-MS-IFACE-SUB) = 0
009380         MOVE "NOT CHECKED FOR ACKNOWLEDGMENT" TO DL100-MS-IL-ACK
009390         GO TO 5200-PRINT
009400     END-IF.
009410     MOVE DL100-MS-IF-ACK-SUB (DL100-MS-IFACE-SUB)
009420         TO DL100-MS-SUBJ-SUB.
009430     MOVE DL100-MS-SJ-OUTCOME (DL100-MS-SUBJ-SUB)
009440         TO DL100-MS-OUTCOME.
009450     MOVE DL100-MS-OC-COUNT-VALUE (1) TO DL100-MS-COUNT-EDIT.
009460     MOVE DL100-MS-COUNT-EDIT TO DL100-MS-IL-LOGGED.
009470     MOVE DL100-MS-OC-COUNT-VALUE (2) TO DL100-MS-COUNT-EDIT.
009480     MOVE DL100-MS-COUNT-EDIT TO DL100-MS-IL-UNACKED.
009490     MOVE DL100-MS-OC-COUNT-VALUE (3) TO DL100-MS-COUNT-EDIT.
009500     MOVE DL100-MS-COUNT-EDIT TO DL100-MS-IL-OVERDUE.
009510     EVALUATE DL100-MS-OC-FLAG
009520         WHEN "A"
009530             MOVE "ALL EXTRACTS ACKNOWLEDGED" TO DL100-MS-IL-ACK
009540         WHEN "U"
009550             MOVE "AWAITING ACK - NONE OVERDUE" TO DL100-MS-IL-ACK
009560         WHEN "O"
009570             MOVE "*** ACK OVERDUE" TO DL100-MS-IL-ACK
009580         WHEN OTHER
009590             MOVE "ACK STATUS NOT REPORTED" TO DL100-MS-IL-ACK
009600     END-EVALUATE.
009610 5200-PRINT.
009620     MOVE DL100-MS-IFACE-LINE TO DL100-MS-PRINT-AREA.
009630     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009640 5200-EXIT.
009650     EXIT.
009660
009670*--------------------------------------------------------------------
009680* 5500-PRINT-JOURNAL-BALANCE - THE SEQUENCE-STORE BALANCE DL100JBL
009690* FILED IN ITS FLAG (B = BALANCED, X = OUT OF BALANCE).
009700*--------------------------------------------------------------------
009710 5500-PRINT-JOURNAL-BALANCE.
009720     MOVE "** SEQUENCE-STORE JOURNAL BALANCE **"
009730         TO DL100-MS-PRINT-AREA.
009740     PERFORM 7200-PRINT-SECTION-HEADING THRU 7200-EXIT.
009750     MOVE "DL100JBL" TO DL100-MS-OC-PROGRAM.
009760     PERFORM 7400-FIND-PROGRAM-STEP THRU 7400-EXIT.
009770     MOVE SPACES TO DL100-MS-PRINT-AREA.
009780     EVALUATE TRUE
009790         WHEN DL100-MS-STEP-HIT = 0
009800             MOVE "DL100JBL IS NOT ON THE STEPLIST - NO BALANCE"
009810                 TO DL100-MS-PRINT-AREA
009820         WHEN NOT DL100-MS-ST-FOUND (DL100-MS-STEP-HIT)
009830             MOVE "DL100JBL DID NOT RUN - STORE NOT BALANCED"
009840                 TO DL100-MS-PRINT-AREA
009850         WHEN DL100-MS-OC-FLAG = "B"
009860             MOVE "SEQUENCE STORE BALANCES AGAINST THE JOURNAL"
009870                 TO DL100-MS-PRINT-AREA
009880         WHEN DL100-MS-OC-FLAG = "X"
009890             MOVE "*** OUT OF BALANCE - SEE THE DL100JBL REPORT"
009900                 TO DL100-MS-PRINT-AREA
009910         WHEN OTHER
009920             MOVE "DL100JBL REACHED NO VERDICT - SEE ITS REPORT"
009930                 TO DL100-MS-PRINT-AREA
009940     END-EVALUATE.
009950     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009960     IF DL100-MS-STEP-HIT = 0
009970         GO TO 5500-EXIT
009980     END-IF.
009990     IF NOT DL100-MS-ST-FOUND (DL100-MS-STEP-HIT)
010000         GO TO 5500-EXIT
010010     END-IF.
010020     MOVE "STORE RECORDS BALANCED" TO DL100-MS-SUM-TEXT.
010030     MOVE DL100-MS-OC-COUNT-VALUE (1) TO DL100-MS-SUM-VALUE.
010040     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010050     MOVE "STORE RECORDS OUT OF BALANCE" TO DL100-MS-SUM-TEXT.
010060     MOVE DL100-MS-OC-COUNT-VALUE (2) TO DL100-MS-SUM-VALUE.
010070     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010080     MOVE "SEQUENCE NAMES CHECKED" TO DL100-MS-SUM-TEXT.
010090     MOVE DL100-MS-OC-COUNT-VALUE (3) TO DL100-MS-SUM-VALUE.
010100     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010110 5500-EXIT.
010120     EXIT.
010130
010140*--------------------------------------------------------------------
010150* 6000-PRINT-OTHER-STEPS - OUTCOMES FILED FOR THE NIGHT BY A STEP
010160* THE DECK DOES NOT LIST, OR WITHOUT A STEPID CARD.
010170*--------------------------------------------------------------------
010180 6000-PRINT-OTHER-STEPS.
010190     IF DL100-MS-OTHER-COUNT = 0
010200         GO TO 6000-EXIT
010210     END-IF.
010220     MOVE "** OUTCOMES FROM STEPS NOT ON THE STEPLIST DECK **"
010230         TO DL100-MS-PRINT-AREA.
010240     PERFORM 7200-PRINT-SECTION-HEADING THRU 7200-EXIT.
010250     MOVE DL100-MS-STEP-HDG TO DL100-MS-PRINT-AREA.
010260     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
010270     PERFORM 6100-PRINT-ONE-OTHER THRU 6100-EXIT
010280         VARYING DL100-MS-OTHER-SUB FROM 1 BY 1
010290         UNTIL DL100-MS-OTHER-SUB > DL100-MS-OTHER-COUNT.
010300 6000-EXIT.
010310     EXIT.
010320
010330 6100-PRINT-ONE-OTHER.
010340     MOVE SPACES TO DL100-MS-STEP-LINE.
010350     MOVE DL100-MS-OT-OUTCOME (DL100-MS-OTHER-SUB)
010360         TO DL100-MS-OUTCOME.
010370     MOVE DL100-MS-OT-JOB-NAME (DL100-MS-OTHER-SUB)
010380         TO DL100-MS-SL-JOB.
010390     MOVE DL100-MS-OT-STEP-NAME (DL100-MS-OTHER-SUB)
010400         TO DL100-MS-SL-STEP.
010410     MOVE DL100-MS-OC-PROGRAM TO DL100-MS-SL-PROGRAM.
010420     IF DL100-MS-OT-JOB-NAME (DL100-MS-OTHER-SUB) = SPACES
010430         MOVE "UNIDENTIFIED - NO STEPID CARD" TO DL100-MS-SL-TEXT
010440     ELSE
010450         MOVE "NOT ON THE STEPLIST DECK" TO DL100-MS-SL-TEXT
010460     END-IF.
010470     PERFORM 3200-FORMAT-OUTCOME THRU 3200-EXIT.
010480 6100-EXIT.
010490     EXIT.
010500
010510*--------------------------------------------------------------------
010520* 6500-PRINT-SUMMARY - THE NIGHT IN FIGURES, AND THE STEP'S RC.
010530*--------------------------------------------------------------------
010540 6500-PRINT-SUMMARY.
010550     MOVE "** BATCH-WINDOW SUMMARY **" TO DL100-MS-PRINT-AREA.
010560     PERFORM 7200-PRINT-SECTION-HEADING THRU 7200-EXIT.
010570     MOVE "STEPS EXPECTED" TO DL100-MS-SUM-TEXT.
010580     MOVE DL100-MS-STEP-COUNT TO DL100-MS-SUM-VALUE.
010590     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010600     MOVE "STEPS THAT RAN" TO DL100-MS-SUM-TEXT.
010610     MOVE DL100-MS-RAN-COUNT TO DL100-MS-SUM-VALUE.
010620     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010630     MOVE "STEPS NOT RUN OR ABENDED" TO DL100-MS-SUM-TEXT.
010640     MOVE DL100-MS-BYPASSED-COUNT TO DL100-MS-SUM-VALUE.
010650     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010652     MOVE "UTILITY STEPS - RC ON JOB LOG" TO DL100-MS-SUM-TEXT.
010654     MOVE DL100-MS-UTILITY-COUNT TO DL100-MS-SUM-VALUE.
010656     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010660     MOVE "STEPS ENDING RC 8 OR MORE" TO DL100-MS-SUM-TEXT.
010670     MOVE DL100-MS-FAILED-COUNT TO DL100-MS-SUM-VALUE.
010680     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010690     MOVE "HIGHEST STEP RC" TO DL100-MS-SUM-TEXT.
010700     MOVE DL100-MS-WORST-RC TO DL100-MS-SUM-VALUE.
010710     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010720     MOVE "RUNSTAT RECORDS READ" TO DL100-MS-SUM-TEXT.
010730     MOVE DL100-MS-RECORDS-READ TO DL100-MS-SUM-VALUE.
010740     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT.
010750     IF DL100-MS-DROPPED-COUNT > 0
010760         MOVE "RECORDS NOT SHOWN - TABLE FULL"
010770             TO DL100-MS-SUM-TEXT
010780         MOVE DL100-MS-DROPPED-COUNT TO DL100-MS-SUM-VALUE
010790         PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT
010800         STRING "ONETOTEN0277W " DL100-MS-DROPPED-COUNT
010810                " RUNSTAT RECORDS DID NOT FIT THE STATUS PAGE"
010820             DELIMITED BY SIZE INTO DL100-MS-EXC-TEXT
010830         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
010840     END-IF.
010850     MOVE SPACES TO DL100-MS-PRINT-AREA.
010860     MOVE 2 TO DL100-MS-SPACING.
010870     IF DL100-MS-BYPASSED-COUNT = 0
010880         AND DL100-MS-FAILED-COUNT = 0
010890         MOVE "EVERY EXPECTED STEP RAN AND ENDED BELOW RC 8"
010900             TO DL100-MS-PRINT-AREA
010910         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
010920         DISPLAY "ONETOTEN0278I MORNING STATUS PAGE PRINTED - "
010930                 "BATCH WINDOW CLEAN"
010940     ELSE
010950         MOVE "BATCH WINDOW NEEDS ATTENTION - SEE THE STEPS ABOVE"
010960             TO DL100-MS-PRINT-AREA
010970         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
010980         DISPLAY "ONETOTEN0278I MORNING STATUS PAGE PRINTED - "
010990                 "BATCH WINDOW NEEDS ATTENTION"
011000         IF RETURN-CODE < 4
011010             MOVE 4 TO RETURN-CODE
011020         END-IF
011030     END-IF.
011040 6500-EXIT.
011050     EXIT.
011060
011070 6600-PRINT-SUMMARY-LINE.
011080     MOVE DL100-MS-SUM-LINE TO DL100-MS-PRINT-AREA.
011090     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
011100 6600-EXIT.
011110     EXIT.
011120
011130*--------------------------------------------------------------------
011140* 7000-PRINT-LINE - SINGLE POINT OF REPORT OUTPUT WITH AUTOMATIC
011150* PAGE BREAKS.  DL100-MS-SPACING IS HONORED FOR ONE LINE AND THEN
011160* FALLS BACK TO SINGLE SPACING.
011170*--------------------------------------------------------------------
011180 7000-PRINT-LINE.
011190     IF DL100-MS-LINE-COUNT >= DL100-MS-LINES-PER-PAGE
011200         PERFORM 7100-PRINT-PAGE-HEADING THRU 7100-EXIT
011210     END-IF.
011220     WRITE DL100-REPORT-LINE FROM DL100-MS-PRINT-AREA
011230         AFTER ADVANCING DL100-MS-SPACING LINES.
011240     ADD DL100-MS-SPACING TO DL100-MS-LINE-COUNT.
011250     MOVE 1 TO DL100-MS-SPACING.
011260     MOVE SPACES TO DL100-MS-PRINT-AREA.
011270 7000-EXIT.
011280     EXIT.
011290
011300 7100-PRINT-PAGE-HEADING.
011310     ADD 1 TO DL100-MS-PAGE-NUMBER.
011320     MOVE DL100-MS-PAGE-NUMBER TO DL100-MS-HDG1-PAGE.
011330     WRITE DL100-REPORT-LINE FROM DL100-MS-HDG1
011340         AFTER ADVANCING PAGE.
011350     WRITE DL100-REPORT-LINE FROM DL100-MS-HDG2
011360         AFTER ADVANCING 1 LINE.
011370     MOVE SPACES TO DL100-REPORT-LINE.
011380     WRITE DL100-REPORT-LINE AFTER ADVANCING 1 LINE.
011390     MOVE 4 TO DL100-MS-LINE-COUNT.
011400 7100-EXIT.
011410     EXIT.
011420
011430 7200-PRINT-SECTION-HEADING.
011440     MOVE 2 TO DL100-MS-SPACING.
011450     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
011460 7200-EXIT.
011470     EXIT.
011480
011490*--------------------------------------------------------------------
011500* 7400-FIND-PROGRAM-STEP - THE STEPLIST ENTRY FOR THE PROGRAM NAMED
011510* IN DL100-MS-OC-PROGRAM, WITH ITS OUTCOME UNPACKED WHEN IT RAN.
011520* THE HIT IS ZERO WHEN THE DECK DOES NOT LIST THE PROGRAM.
011530*--------------------------------------------------------------------
011540 7400-FIND-PROGRAM-STEP.
011550     MOVE 0 TO DL100-MS-STEP-HIT.
011560     PERFORM 7410-MATCH-ONE-PROGRAM THRU 7410-EXIT
011570         VARYING DL100-MS-STEP-SUB FROM 1 BY 1
011580         UNTIL DL100-MS-STEP-SUB > DL100-MS-STEP-COUNT
011590             OR DL100-MS-STEP-HIT > 0.
011600     IF DL100-MS-STEP-HIT > 0
011610         IF DL100-MS-ST-FOUND (DL100-MS-STEP-HIT)
011620             MOVE DL100-MS-ST-OUTCOME (DL100-MS-STEP-HIT)
011630                 TO DL100-MS-OUTCOME
011640         END-IF
011650     END-IF.
011660 7400-EXIT.
011670     EXIT.
011680
011690 7410-MATCH-ONE-PROGRAM.
011700     IF DL100-MS-OC-PROGRAM
011710         = DL100-MS-ST-PROGRAM (DL100-MS-STEP-SUB)
011720         MOVE DL100-MS-STEP-SUB TO DL100-MS-STEP-HIT
011730     END-IF.
011740 7410-EXIT.
011750     EXIT.
011760
011770 8000-FINALIZE.
011780     CLOSE DL100-RUN-STATUS-FILE.
011790     CLOSE DL100-REPORT-FILE.
011800 8000-EXIT.
011810     EXIT.
011820
011830*--------------------------------------------------------------------
011840* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
011850* IN THE EXCEPTION TEXT.
011860*--------------------------------------------------------------------
011870 8800-NOTE-EXCEPTION.
011880     DISPLAY DL100-MS-EXC-TEXT.
011890     MOVE SPACES TO DL100-MS-EXC-TEXT.
011900 8800-EXIT.
011910     EXIT.
011920
011930*--------------------------------------------------------------------
011940* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
011950*--------------------------------------------------------------------
011960 9999-EXIT.
011970     STOP RUN.
011980 END PROGRAM DL100MSR.
