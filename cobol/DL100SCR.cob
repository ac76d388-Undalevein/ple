000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100SCR.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  MONTHLY SEQUENCE
000220*                     CONSUMPTION AND CHARGEBACK REPORT OVER THE
000230*                     SEQJRNL RESERVATION JOURNAL.  FOR EVERY
000240*                     SEQUENCE NAME AND CALLING APPLICATION (THE
000250*                     JOB AND PROGRAM SEQNBRSVC STAMPS ON EACH
000260*                     DL100SJ RECORD) IN THE REQUESTED DATE RANGE
000270*                     IT PRINTS THE NUMBER OF CALLS, THE TOTAL
000280*                     NUMBERS RESERVED, THE AVERAGE AND LARGEST
000290*                     BLOCK SIZES, AND THE FIRST AND LAST USE, AND
000300*                     WRITES A DL100CB CHARGEBACK EXTRACT FOR THE
000310*                     FINANCE FEED, CLOSED BY A COUNT-AND-TOTALS
000320*                     TRAILER.  A NAME DRAWN BY MORE THAN ONE
000330*                     KNOWN APPLICATION IS FLAGGED SHARED - THAT
000340*                     ALMOST ALWAYS MEANS ONE TEAM IS BORROWING
000350*                     ANOTHER TEAM'S SERIES - AND THE STEP ENDS
000360*                     RC 4.  RESERVATIONS JOURNALED WITHOUT A
000370*                     CALLER ARE REPORTED AND CHARGED AS *UNKNOWN
000380*                     AND DO NOT BY THEMSELVES MAKE A NAME SHARED.
000390*
000400*                     CHGCARD CARD FORMATS (COL 1, * COMMENTS OK,
000410*                     BOTH CARDS REQUIRED):
000420*                       FROM   YYYYMMDD
000430*                       THRU   YYYYMMDD
000440*--------------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT DL100-CHG-CARD-FILE ASSIGN TO "CHGCARD"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS DL100-CHG-CARD-STATUS.
000510
000520     SELECT DL100-SEQ-JOURNAL-FILE ASSIGN TO "SEQJRNL"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS DL100-SJ-KEY
000560         FILE STATUS IS DL100-SEQ-JOURNAL-STATUS.
000570
000580     SELECT DL100-CHG-EXTRACT-FILE ASSIGN TO "CHGEXTR"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS DL100-CHG-EXTRACT-STATUS.
000610
000620     SELECT DL100-REPORT-FILE ASSIGN TO "RPTFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DL100-REPORT-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  DL100-CHG-CARD-FILE
000690     RECORDING MODE IS F.
000700 01  DL100-CHG-CARD-RECORD           PIC X(80).
000710
000720 FD  DL100-SEQ-JOURNAL-FILE.
000730     COPY DL100SJ.
000740
000750 FD  DL100-CHG-EXTRACT-FILE
000760     RECORDING MODE IS F.
000770     COPY DL100CB.
000780
000790 FD  DL100-REPORT-FILE
000800     RECORDING MODE IS F.
000810 01  DL100-REPORT-LINE               PIC X(132).
000820
000830 WORKING-STORAGE SECTION.
000840*--------------------------------------------------------------------
000850* RUN-CONTROL AND FILE-STATUS ITEMS
000860*--------------------------------------------------------------------
000870 77  DL100-CHG-CARD-STATUS           PIC X(02) VALUE SPACES.
000880     88  DL100-CHG-CARD-OK               VALUE "00".
000890
000900 77  DL100-SEQ-JOURNAL-STATUS        PIC X(02) VALUE SPACES.
000910     88  DL100-SEQ-JOURNAL-OK            VALUE "00".
000920     88  DL100-SEQ-JOURNAL-AT-END        VALUE "10".
000930     88  DL100-SEQ-JOURNAL-NOT-FOUND     VALUE "23".
000940     88  DL100-SEQ-JOURNAL-NONE          VALUE "35".
000950
000960 77  DL100-CHG-EXTRACT-STATUS        PIC X(02) VALUE SPACES.
000970     88  DL100-CHG-EXTRACT-OK            VALUE "00".
000980
000990 77  DL100-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
001000     88  DL100-REPORT-FILE-OK            VALUE "00".
001010
001020 77  DL100-SC-TODAY-DATE             PIC 9(08) VALUE 0.
001030 77  DL100-SC-FROM-DATE              PIC 9(08) VALUE 0.
001040 77  DL100-SC-THRU-DATE              PIC 9(08) VALUE 0.
001050 77  DL100-SC-REC-DATE               PIC 9(08) VALUE 0.
001060 77  DL100-SC-RECORDS-READ           PIC 9(09) VALUE 0.
001070 77  DL100-SC-RECORDS-SELECTED       PIC 9(09) VALUE 0.
001080 77  DL100-SC-SKIPPED-COUNT          PIC 9(07) VALUE 0.
001090 77  DL100-SC-NAME-COUNT             PIC 9(05) VALUE 0.
001100 77  DL100-SC-SHARED-COUNT           PIC 9(05) VALUE 0.
001110 77  DL100-SC-UNKNOWN-COUNT          PIC 9(09) VALUE 0.
001120 77  DL100-SC-EXTRACT-COUNT          PIC 9(09) VALUE 0.
001130 77  DL100-SC-TOTAL-CALLS            PIC 9(11) VALUE 0.
001140 77  DL100-SC-TOTAL-RESERVED         PIC 9(15) VALUE 0.
001150 77  DL100-SC-AVG-BLOCK              PIC 9(09) VALUE 0.
001160
001170 01  DL100-SC-FROM-SEEN-SW           PIC X(01) VALUE "N".
001180     88  DL100-SC-FROM-SEEN              VALUE "Y".
001190 01  DL100-SC-THRU-SEEN-SW           PIC X(01) VALUE "N".
001200     88  DL100-SC-THRU-SEEN              VALUE "Y".
001210 01  DL100-SC-NO-JOURNAL-SW          PIC X(01) VALUE "N".
001220     88  DL100-SC-NO-JOURNAL             VALUE "Y".
001230
001240*--------------------------------------------------------------------
001250* CHGCARD CARD LAYOUT - KEYWORD IN COLS 1-6, VALUE FROM COL 8.
001260*--------------------------------------------------------------------
001270 01  DL100-SC-CHG-CARD.
001280     05  DL100-SC-CRD-KEYWORD        PIC X(06).
001290         88  DL100-SC-CRD-FROM           VALUE "FROM".
001300         88  DL100-SC-CRD-THRU           VALUE "THRU".
001310     05  FILLER                      PIC X(01).
001320     05  DL100-SC-CRD-VALUE          PIC X(08).
001330     05  FILLER                      PIC X(65).
001340
001350*--------------------------------------------------------------------
001360* PER-APPLICATION ACCUMULATORS FOR THE SEQUENCE NAME IN HAND.  THE
001370* JOURNAL IS KEYED BY NAME FIRST, SO ITS RECORDS ARRIVE ONE NAME
001380* AT A TIME AND THE TABLE IS PRINTED, EXTRACTED, AND EMPTIED AT
001390* EACH CHANGE OF NAME.  AN APPLICATION IS A CALLER JOB AND PROGRAM.
001400*--------------------------------------------------------------------
001410 77  DL100-SC-CURRENT-NAME           PIC X(08) VALUE SPACES.
001420 77  DL100-SC-CALLER-JOB             PIC X(08) VALUE SPACES.
001430 77  DL100-SC-CALLER-PROGRAM         PIC X(08) VALUE SPACES.
001440 77  DL100-SC-UNKNOWN-JOB            PIC X(08) VALUE "*UNKNOWN".
001450 77  DL100-SC-KNOWN-APPS             PIC 9(03) VALUE 0.
001460 77  DL100-SC-NAME-CALLS             PIC 9(11) VALUE 0.
001470 77  DL100-SC-NAME-RESERVED          PIC 9(15) VALUE 0.
001480 77  DL100-SC-APP-MAX                PIC 9(03) VALUE 50.
001490 77  DL100-SC-APP-COUNT              PIC 9(03) VALUE 0.
001500 77  DL100-SC-APP-SUB                PIC S9(04) COMP VALUE 0.
001510 77  DL100-SC-APP-HIT                PIC S9(04) COMP VALUE 0.
001520 01  DL100-SC-APP-TABLE.
001530     05  DL100-SC-APP-ENTRY OCCURS 50 TIMES.
001540         10  DL100-SC-APP-JOB        PIC X(08).
001550         10  DL100-SC-APP-PROGRAM    PIC X(08).
001560         10  DL100-SC-APP-CALLS      PIC 9(09).
001570         10  DL100-SC-APP-RESERVED   PIC 9(13).
001580         10  DL100-SC-APP-MAX-BLOCK  PIC 9(09).
001590         10  DL100-SC-APP-FIRST-TS   PIC X(16).
001600         10  DL100-SC-APP-LAST-TS    PIC X(16).
001610
001620*--------------------------------------------------------------------
001630* JOURNAL TIMESTAMP VIEW - YYYYMMDDHHMMSSCC - FOR THE FIRST AND
001640* LAST USE COLUMNS.
001650*--------------------------------------------------------------------
001660 01  DL100-SC-TS-WORK                PIC X(16) VALUE SPACES.
001670 01  DL100-SC-TS-PARTS REDEFINES DL100-SC-TS-WORK.
001680     05  DL100-SC-TS-DATE            PIC 9(08).
001690     05  DL100-SC-TS-HH              PIC 9(02).
001700     05  DL100-SC-TS-MM              PIC 9(02).
001710     05  FILLER                      PIC X(04).
001720
001730*--------------------------------------------------------------------
001740* REPORT PRINT CONTROL AND LINE LAYOUTS
001750*--------------------------------------------------------------------
001760 77  DL100-SC-LINES-PER-PAGE         PIC 9(02) VALUE 56.
001770 77  DL100-SC-LINE-COUNT             PIC 9(02) VALUE 99.
001780 77  DL100-SC-PAGE-NUMBER            PIC 9(04) VALUE 0.
001790 77  DL100-SC-SPACING                PIC 9(01) VALUE 1.
001800
001810 01  DL100-SC-PRINT-AREA             PIC X(132) VALUE SPACES.
001820
001830 01  DL100-SC-HDG1.
001840     05  FILLER                      PIC X(08) VALUE "DL100SCR".
001850     05  FILLER                      PIC X(05) VALUE SPACES.
001860     05  FILLER                      PIC X(36)
001870             VALUE "SEQUENCE CONSUMPTION AND CHARGEBACK".
001880     05  FILLER                      PIC X(22) VALUE SPACES.
001890     05  FILLER                      PIC X(12)
001900             VALUE "REPORT DATE ".
001910     05  DL100-SC-HDG1-DATE          PIC 9999/99/99.
001920     05  FILLER                      PIC X(07) VALUE "   PAGE".
001930     05  FILLER                      PIC X(01) VALUE SPACE.
001940     05  DL100-SC-HDG1-PAGE          PIC ZZZ9.
001950
001960 01  DL100-SC-HDG2.
001970     05  FILLER                      PIC X(12)
001980             VALUE "PERIOD FROM ".
001990     05  DL100-SC-HDG2-FROM          PIC 9999/99/99.
002000     05  FILLER                      PIC X(07) VALUE "  THRU ".
002010     05  DL100-SC-HDG2-THRU          PIC 9999/99/99.
002020
002030 01  DL100-SC-HDG3.
002040     05  FILLER                      PIC X(10) VALUE "SEQ NAME".
002050     05  FILLER                      PIC X(10) VALUE "JOB".
002060     05  FILLER                      PIC X(10) VALUE "PROGRAM".
002070     05  FILLER                      PIC X(11)
002080             VALUE "      CALLS".
002090     05  FILLER                      PIC X(16)
002100             VALUE "   NBRS RESERVED".
002110     05  FILLER                      PIC X(11)
002120             VALUE "  AVG BLOCK".
002130     05  FILLER                      PIC X(11)
002140             VALUE "  MAX BLOCK".
002150     05  FILLER                      PIC X(18)
002160             VALUE "  FIRST USE".
002170     05  FILLER                      PIC X(18)
002180             VALUE "  LAST USE".
002190     05  FILLER                      PIC X(08) VALUE "  FLAG".
002200
002210 01  DL100-SC-DETAIL-LINE.
002220     05  DL100-SC-DTL-NAME           PIC X(08).
002230     05  FILLER                      PIC X(02) VALUE SPACES.
002240     05  DL100-SC-DTL-JOB            PIC X(08).
002250     05  FILLER                      PIC X(02) VALUE SPACES.
002260     05  DL100-SC-DTL-PROGRAM        PIC X(08).
002270     05  FILLER                      PIC X(02) VALUE SPACES.
002280     05  DL100-SC-DTL-CALLS          PIC ZZZZZZZZZZ9.
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  DL100-SC-DTL-RESERVED       PIC ZZZZZZZZZZZZZ9.
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  DL100-SC-DTL-AVG            PIC ZZZZZZZZ9.
002330     05  FILLER                      PIC X(02) VALUE SPACES.
002340     05  DL100-SC-DTL-MAX            PIC ZZZZZZZZ9.
002350     05  FILLER                      PIC X(02) VALUE SPACES.
002360     05  DL100-SC-DTL-FIRST-DATE     PIC 9999/99/99.
002370     05  FILLER                      PIC X(01) VALUE SPACE.
002380     05  DL100-SC-DTL-FIRST-HH       PIC 9(02).
002390     05  FILLER                      PIC X(01) VALUE ":".
002400     05  DL100-SC-DTL-FIRST-MM       PIC 9(02).
002410     05  FILLER                      PIC X(02) VALUE SPACES.
002420     05  DL100-SC-DTL-LAST-DATE      PIC 9999/99/99.
002430     05  FILLER                      PIC X(01) VALUE SPACE.
002440     05  DL100-SC-DTL-LAST-HH        PIC 9(02).
002450     05  FILLER                      PIC X(01) VALUE ":".
002460     05  DL100-SC-DTL-LAST-MM        PIC 9(02).
002470     05  FILLER                      PIC X(02) VALUE SPACES.
002480     05  DL100-SC-DTL-FLAG           PIC X(06).
002490
002500 01  DL100-SC-TOTAL-LINE.
002510     05  FILLER                      PIC X(10) VALUE SPACES.
002520     05  FILLER                      PIC X(20)
002530             VALUE "NAME TOTAL".
002540     05  DL100-SC-TOT-CALLS          PIC ZZZZZZZZZZ9.
002550     05  FILLER                      PIC X(01) VALUE SPACES.
002560     05  DL100-SC-TOT-RESERVED       PIC ZZZZZZZZZZZZZZ9.
002570
002580 01  DL100-SC-SHARED-LINE.
002590     05  FILLER                      PIC X(10) VALUE SPACES.
002600     05  FILLER                      PIC X(19)
002610             VALUE "*** SHARED SERIES -".
002620     05  FILLER                      PIC X(10)
002630             VALUE " DRAWN BY ".
002640     05  DL100-SC-SHR-APPS           PIC ZZ9.
002650     05  FILLER                      PIC X(43)
002660             VALUE " APPLICATIONS - CHECK FOR A BORROWED SERIES".
002670
002680 01  DL100-SC-SUM-LINE.
002690     05  FILLER                      PIC X(03) VALUE SPACES.
002700     05  DL100-SC-SUM-TEXT           PIC X(36).
002710     05  DL100-SC-SUM-VALUE          PIC ZZZZZZZZZZZZZZ9.
002720
002730 PROCEDURE DIVISION.
002740*--------------------------------------------------------------------
002750* 0000-MAINLINE
002760*--------------------------------------------------------------------
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
002800     PERFORM 5000-WRITE-EXTRACT-TRAILER THRU 5000-EXIT.
002810     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
002820     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002830     GO TO 9999-EXIT.
002840
002850*--------------------------------------------------------------------
002860* 1000-INITIALIZE - THE DATE-RANGE CARDS ARE MANDATORY.  A JOURNAL
002870* THAT DOES NOT EXIST YET IS AN EMPTY PERIOD, NOT AN ERROR - THE
002880* FINANCE FEED STILL GETS ITS EXTRACT, TRAILER ONLY.
002890*--------------------------------------------------------------------
002900 1000-INITIALIZE.
002910     ACCEPT DL100-SC-TODAY-DATE FROM DATE YYYYMMDD.
002920     MOVE DL100-SC-TODAY-DATE TO DL100-SC-HDG1-DATE.
002930     PERFORM 1100-READ-CHARGE-CARDS THRU 1100-EXIT.
002940     OPEN INPUT DL100-SEQ-JOURNAL-FILE.
002950     IF DL100-SEQ-JOURNAL-NONE
002960         SET DL100-SC-NO-JOURNAL TO TRUE
002970         DISPLAY "ONETOTEN0286I NO SEQJRNL ON FILE YET - EMPTY "
002980                 "PERIOD REPORTED"
002990     ELSE
003000         IF NOT DL100-SEQ-JOURNAL-OK
003010             DISPLAY "ONETOTEN0280E SEQJRNL UNAVAILABLE - STATUS "
003020                     DL100-SEQ-JOURNAL-STATUS
003030             MOVE 16 TO RETURN-CODE
003040             GO TO 9999-EXIT
003050         END-IF
003060     END-IF.
003070     OPEN OUTPUT DL100-CHG-EXTRACT-FILE.
003080     IF NOT DL100-CHG-EXTRACT-OK
003090         DISPLAY "ONETOTEN0281E CHGEXTR UNAVAILABLE - STATUS "
003100                 DL100-CHG-EXTRACT-STATUS
003110         MOVE 16 TO RETURN-CODE
003120         GO TO 9999-EXIT
003130     END-IF.
003140     OPEN OUTPUT DL100-REPORT-FILE.
003150     IF NOT DL100-REPORT-FILE-OK
003160         DISPLAY "ONETOTEN0282E RPTFILE UNAVAILABLE - STATUS "
003170                 DL100-REPORT-FILE-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         GO TO 9999-EXIT
003200     END-IF.
003210 1000-EXIT.
003220     EXIT.
003230
003240 1100-READ-CHARGE-CARDS.
003250     OPEN INPUT DL100-CHG-CARD-FILE.
003260     IF NOT DL100-CHG-CARD-OK
003270         DISPLAY "ONETOTEN0279E CHGCARD UNAVAILABLE - STATUS "
003280                 DL100-CHG-CARD-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         GO TO 9999-EXIT
003310     END-IF.
003320     PERFORM 1110-READ-ONE-CHARGE-CARD THRU 1110-EXIT
003330         UNTIL NOT DL100-CHG-CARD-OK.
003340     CLOSE DL100-CHG-CARD-FILE.
003350     IF NOT DL100-SC-FROM-SEEN
003360         OR NOT DL100-SC-THRU-SEEN
003370         DISPLAY "ONETOTEN0279E CHGCARD MUST SUPPLY FROM AND "
003380                 "THRU CARDS"
003390         MOVE 16 TO RETURN-CODE
003400         GO TO 9999-EXIT
003410     END-IF.
003420     IF DL100-SC-FROM-DATE > DL100-SC-THRU-DATE
003430         DISPLAY "ONETOTEN0279E FROM DATE " DL100-SC-FROM-DATE
003440                 " IS AFTER THRU DATE " DL100-SC-THRU-DATE
003450         MOVE 16 TO RETURN-CODE
003460         GO TO 9999-EXIT
003470     END-IF.
003480     MOVE DL100-SC-FROM-DATE TO DL100-SC-HDG2-FROM.
003490     MOVE DL100-SC-THRU-DATE TO DL100-SC-HDG2-THRU.
003500 1100-EXIT.
003510     EXIT.
003520
003530 1110-READ-ONE-CHARGE-CARD.
003540     READ DL100-CHG-CARD-FILE.
003550     IF NOT DL100-CHG-CARD-OK
003560         GO TO 1110-EXIT
003570     END-IF.
003580     IF DL100-CHG-CARD-RECORD (1:1) = "*" OR SPACE
003590         GO TO 1110-EXIT
003600     END-IF.
003610     MOVE DL100-CHG-CARD-RECORD TO DL100-SC-CHG-CARD.
003620     EVALUATE TRUE
003630         WHEN DL100-SC-CRD-FROM
003640             AND DL100-SC-CRD-VALUE NUMERIC
003650             MOVE DL100-SC-CRD-VALUE TO DL100-SC-FROM-DATE
003660             SET DL100-SC-FROM-SEEN TO TRUE
003670         WHEN DL100-SC-CRD-THRU
003680             AND DL100-SC-CRD-VALUE NUMERIC
003690             MOVE DL100-SC-CRD-VALUE TO DL100-SC-THRU-DATE
003700             SET DL100-SC-THRU-SEEN TO TRUE
003710         WHEN OTHER
003720             DISPLAY "ONETOTEN0279E CHGCARD NOT UNDERSTOOD: "
003730                     DL100-SC-CHG-CARD (1:20)
003740             MOVE 16 TO RETURN-CODE
003750             GO TO 9999-EXIT
003760     END-EVALUATE.
003770 1110-EXIT.
003780     EXIT.
003790
003800*--------------------------------------------------------------------
003810* 2000-READ-JOURNAL - BROWSE SEQJRNL FROM THE TOP IN KEY ORDER
003820* (NAME, THEN TIMESTAMP), TAKING EVERY RESERVATION WHOSE DATE
003830* FALLS IN THE PERIOD, AND CLOSE OFF EACH NAME AS THE NEXT ONE
003840* ARRIVES.  A RECORD THAT WILL NOT PARSE IS COUNTED AND SKIPPED.
003850*--------------------------------------------------------------------
003860 2000-READ-JOURNAL.
003870     IF DL100-SC-NO-JOURNAL
003880         GO TO 2000-EXIT
003890     END-IF.
003900     MOVE LOW-VALUES TO DL100-SJ-KEY.
003910     START DL100-SEQ-JOURNAL-FILE KEY NOT < DL100-SJ-KEY.
003920     IF DL100-SEQ-JOURNAL-NOT-FOUND
003930         OR DL100-SEQ-JOURNAL-AT-END
003940         GO TO 2000-EXIT
003950     END-IF.
003960     IF NOT DL100-SEQ-JOURNAL-OK
003970         DISPLAY "ONETOTEN0280E SEQJRNL BROWSE FAILED - STATUS "
003980                 DL100-SEQ-JOURNAL-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-EXIT
004010     END-IF.
004020     PERFORM 2100-PROCESS-ONE-JOURNAL THRU 2100-EXIT
004030         UNTIL NOT DL100-SEQ-JOURNAL-OK.
004040     IF NOT DL100-SEQ-JOURNAL-AT-END
004050         DISPLAY "ONETOTEN0280E SEQJRNL READ FAILED - STATUS "
004060                 DL100-SEQ-JOURNAL-STATUS
004070         MOVE 16 TO RETURN-CODE
004080         GO TO 9999-EXIT
004090     END-IF.
004100     IF DL100-SC-CURRENT-NAME NOT = SPACES
004110         PERFORM 3000-CLOSE-NAME THRU 3000-EXIT
004120     END-IF.
004130 2000-EXIT.
004140     EXIT.
004150
004160 2100-PROCESS-ONE-JOURNAL.
004170     READ DL100-SEQ-JOURNAL-FILE NEXT RECORD.
004180     IF NOT DL100-SEQ-JOURNAL-OK
004190         GO TO 2100-EXIT
004200     END-IF.
004210     ADD 1 TO DL100-SC-RECORDS-READ.
004220     IF DL100-SJ-TIMESTAMP (1:8) NOT NUMERIC
004230         OR DL100-SJ-BLOCK-SIZE NOT NUMERIC
004240         ADD 1 TO DL100-SC-SKIPPED-COUNT
004250         GO TO 2100-EXIT
004260     END-IF.
004270     MOVE DL100-SJ-TIMESTAMP (1:8) TO DL100-SC-REC-DATE.
004280     IF DL100-SC-REC-DATE < DL100-SC-FROM-DATE
004290         OR DL100-SC-REC-DATE > DL100-SC-THRU-DATE
004300         GO TO 2100-EXIT
004310     END-IF.
004320     ADD 1 TO DL100-SC-RECORDS-SELECTED.
004330     IF DL100-SJ-SEQ-NAME NOT = DL100-SC-CURRENT-NAME
004340         IF DL100-SC-CURRENT-NAME NOT = SPACES
004350             PERFORM 3000-CLOSE-NAME THRU 3000-EXIT
004360         END-IF
004370         MOVE DL100-SJ-SEQ-NAME TO DL100-SC-CURRENT-NAME
004380     END-IF.
004390     PERFORM 2200-ACCUMULATE-CALLER THRU 2200-EXIT.
004400 2100-EXIT.
004410     EXIT.
004420
004430*--------------------------------------------------------------------
004440* 2200-ACCUMULATE-CALLER - ADD THE RESERVATION TO ITS APPLICATION'S
004450* ENTRY FOR THE CURRENT NAME.  MORE APPLICATIONS ON ONE NAME THAN
004460* THE TABLE HOLDS WOULD LEAVE THE CHARGEBACK SHORT, SO IT ENDS THE
004470* STEP RATHER THAN DROPPING ANY.
004480*--------------------------------------------------------------------
004490 2200-ACCUMULATE-CALLER.
004500     IF DL100-SJ-CALLER-JOB = SPACES
004510         AND DL100-SJ-CALLER-PROGRAM = SPACES
004520         MOVE DL100-SC-UNKNOWN-JOB TO DL100-SC-CALLER-JOB
004530         MOVE SPACES TO DL100-SC-CALLER-PROGRAM
004540         ADD 1 TO DL100-SC-UNKNOWN-COUNT
004550     ELSE
004560         MOVE DL100-SJ-CALLER-JOB TO DL100-SC-CALLER-JOB
004570         MOVE DL100-SJ-CALLER-PROGRAM TO DL100-SC-CALLER-PROGRAM
004580     END-IF.
004590     MOVE 0 TO DL100-SC-APP-HIT.
004600     PERFORM 2210-MATCH-ONE-CALLER THRU 2210-EXIT
004610         VARYING DL100-SC-APP-SUB FROM 1 BY 1
004620         UNTIL DL100-SC-APP-SUB > DL100-SC-APP-COUNT
004630             OR DL100-SC-APP-HIT > 0.
004640     IF DL100-SC-APP-HIT = 0
004650         IF DL100-SC-APP-COUNT >= DL100-SC-APP-MAX
004660             DISPLAY "ONETOTEN0283E MORE THAN " DL100-SC-APP-MAX
004670                     " APPLICATIONS DRAWING "
004680                     DL100-SC-CURRENT-NAME
004690                     " - CHARGEBACK NOT PRODUCED"
004700             MOVE 16 TO RETURN-CODE
004710             GO TO 9999-EXIT
004720         END-IF
004730         ADD 1 TO DL100-SC-APP-COUNT
004740         MOVE DL100-SC-APP-COUNT TO DL100-SC-APP-HIT
004750         MOVE DL100-SC-CALLER-JOB
004760             TO DL100-SC-APP-JOB (DL100-SC-APP-HIT)
004770         MOVE DL100-SC-CALLER-PROGRAM
004780             TO DL100-SC-APP-PROGRAM (DL100-SC-APP-HIT)
004790         MOVE 0 TO DL100-SC-APP-CALLS (DL100-SC-APP-HIT)
004800         MOVE 0 TO DL100-SC-APP-RESERVED (DL100-SC-APP-HIT)
004810         MOVE 0 TO DL100-SC-APP-MAX-BLOCK (DL100-SC-APP-HIT)
004820         MOVE DL100-SJ-TIMESTAMP
004830             TO DL100-SC-APP-FIRST-TS (DL100-SC-APP-HIT)
004840         MOVE DL100-SJ-TIMESTAMP
004850             TO DL100-SC-APP-LAST-TS (DL100-SC-APP-HIT)
004860     END-IF.
004870     ADD 1 TO DL100-SC-APP-CALLS (DL100-SC-APP-HIT).
004880     ADD DL100-SJ-BLOCK-SIZE
004890         TO DL100-SC-APP-RESERVED (DL100-SC-APP-HIT).
004900     IF DL100-SJ-BLOCK-SIZE
004910         > DL100-SC-APP-MAX-BLOCK (DL100-SC-APP-HIT)
004920         MOVE DL100-SJ-BLOCK-SIZE
004930             TO DL100-SC-APP-MAX-BLOCK (DL100-SC-APP-HIT)
004940     END-IF.
004950     IF DL100-SJ-TIMESTAMP
004960         < DL100-SC-APP-FIRST-TS (DL100-SC-APP-HIT)
004970         MOVE DL100-SJ-TIMESTAMP
004980             TO DL100-SC-APP-FIRST-TS (DL100-SC-APP-HIT)
004990     END-IF.
005000     IF DL100-SJ-TIMESTAMP
005010         > DL100-SC-APP-LAST-TS (DL100-SC-APP-HIT)
005020         MOVE DL100-SJ-TIMESTAMP
005030             TO DL100-SC-APP-LAST-TS (DL100-SC-APP-HIT)
005040     END-IF.
005050 2200-EXIT.
005060     EXIT.
005070
005080 2210-MATCH-ONE-CALLER.
005090     IF DL100-SC-CALLER-JOB
005100         = DL100-SC-APP-JOB (DL100-SC-APP-SUB)
005110         AND DL100-SC-CALLER-PROGRAM
005120             = DL100-SC-APP-PROGRAM (DL100-SC-APP-SUB)
005130         MOVE DL100-SC-APP-SUB TO DL100-SC-APP-HIT
005140     END-IF.
005150 2210-EXIT.
005160     EXIT.
005170
005180*--------------------------------------------------------------------
005190* 3000-CLOSE-NAME - THE CURRENT NAME HAS NO MORE RESERVATIONS IN
005200* THE PERIOD.  COUNT ITS KNOWN APPLICATIONS - MORE THAN ONE MAKES
005210* IT A SHARED SERIES - THEN PRINT AND EXTRACT ONE LINE PER
005220* APPLICATION AND EMPTY THE TABLE FOR THE NEXT NAME.
005230*--------------------------------------------------------------------
005240 3000-CLOSE-NAME.
005250     ADD 1 TO DL100-SC-NAME-COUNT.
005260     MOVE 0 TO DL100-SC-KNOWN-APPS.
005270     MOVE 0 TO DL100-SC-NAME-CALLS.
005280     MOVE 0 TO DL100-SC-NAME-RESERVED.
005290     PERFORM 3010-COUNT-ONE-APPLICATION THRU 3010-EXIT
005300         VARYING DL100-SC-APP-SUB FROM 1 BY 1
005310         UNTIL DL100-SC-APP-SUB > DL100-SC-APP-COUNT.
005320     IF DL100-SC-KNOWN-APPS > 1
005330         ADD 1 TO DL100-SC-SHARED-COUNT
005340         MOVE 4 TO RETURN-CODE
005350         DISPLAY "ONETOTEN0284W SEQUENCE " DL100-SC-CURRENT-NAME
005360                 " DRAWN BY " DL100-SC-KNOWN-APPS
005370                 " APPLICATIONS - CHECK FOR A BORROWED SERIES"
005380     END-IF.
005390     MOVE 2 TO DL100-SC-SPACING.
005400     PERFORM 3100-PRINT-ONE-APPLICATION THRU 3100-EXIT
005410         VARYING DL100-SC-APP-SUB FROM 1 BY 1
005420         UNTIL DL100-SC-APP-SUB > DL100-SC-APP-COUNT.
005430     IF DL100-SC-APP-COUNT > 1
005440         MOVE DL100-SC-NAME-CALLS TO DL100-SC-TOT-CALLS
005450         MOVE DL100-SC-NAME-RESERVED TO DL100-SC-TOT-RESERVED
005460         MOVE DL100-SC-TOTAL-LINE TO DL100-SC-PRINT-AREA
005470         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005480     END-IF.
005490     IF DL100-SC-KNOWN-APPS > 1
005500         MOVE DL100-SC-KNOWN-APPS TO DL100-SC-SHR-APPS
005510         MOVE DL100-SC-SHARED-LINE TO DL100-SC-PRINT-AREA
005520         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005530     END-IF.
005540     MOVE 0 TO DL100-SC-APP-COUNT.
005550 3000-EXIT.
005560     EXIT.
005570
005580 3010-COUNT-ONE-APPLICATION.
005590     IF DL100-SC-APP-JOB (DL100-SC-APP-SUB)
005600         NOT = DL100-SC-UNKNOWN-JOB
005610         ADD 1 TO DL100-SC-KNOWN-APPS
005620     END-IF.
005630     ADD DL100-SC-APP-CALLS (DL100-SC-APP-SUB)
005640         TO DL100-SC-NAME-CALLS.
005650     ADD DL100-SC-APP-RESERVED (DL100-SC-APP-SUB)
005660         TO DL100-SC-NAME-RESERVED.
005670 3010-EXIT.
005680     EXIT.
005690
005700 3100-PRINT-ONE-APPLICATION.
005710     MOVE DL100-SC-CURRENT-NAME TO DL100-SC-DTL-NAME.
005720     MOVE DL100-SC-APP-JOB (DL100-SC-APP-SUB) TO DL100-SC-DTL-JOB.
005730     MOVE DL100-SC-APP-PROGRAM (DL100-SC-APP-SUB)
005740         TO DL100-SC-DTL-PROGRAM.
005750     MOVE DL100-SC-APP-CALLS (DL100-SC-APP-SUB)
005760         TO DL100-SC-DTL-CALLS.
005770     MOVE DL100-SC-APP-RESERVED (DL100-SC-APP-SUB)
005780         TO DL100-SC-DTL-RESERVED.
005790     DIVIDE DL100-SC-APP-RESERVED (DL100-SC-APP-SUB)
005800         BY DL100-SC-APP-CALLS (DL100-SC-APP-SUB)
005810         GIVING DL100-SC-AVG-BLOCK.
005820     MOVE DL100-SC-AVG-BLOCK TO DL100-SC-DTL-AVG.
005830     MOVE DL100-SC-APP-MAX-BLOCK (DL100-SC-APP-SUB)
005840         TO DL100-SC-DTL-MAX.
005850     MOVE DL100-SC-APP-FIRST-TS (DL100-SC-APP-SUB)
005860         TO DL100-SC-TS-WORK.
005870     MOVE DL100-SC-TS-DATE TO DL100-SC-DTL-FIRST-DATE.
005880     MOVE DL100-SC-TS-HH TO DL100-SC-DTL-FIRST-HH.
005890     MOVE DL100-SC-TS-MM TO DL100-SC-DTL-FIRST-MM.
005900     MOVE DL100-SC-APP-LAST-TS (DL100-SC-APP-SUB)
005910         TO DL100-SC-TS-WORK.
005920     MOVE DL100-SC-TS-DATE TO DL100-SC-DTL-LAST-DATE.
005930     MOVE DL100-SC-TS-HH TO DL100-SC-DTL-LAST-HH.
005940     MOVE DL100-SC-TS-MM TO DL100-SC-DTL-LAST-MM.
005950     IF DL100-SC-KNOWN-APPS > 1
005960         MOVE "SHARED" TO DL100-SC-DTL-FLAG
005970     ELSE
005980         MOVE SPACES TO DL100-SC-DTL-FLAG
005990     END-IF.
006000     MOVE DL100-SC-DETAIL-LINE TO DL100-SC-PRINT-AREA.
006010     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006020     PERFORM 3200-WRITE-ONE-EXTRACT THRU 3200-EXIT.
006030 3100-EXIT.
006040     EXIT.
006050
006060*--------------------------------------------------------------------
006070* 3200-WRITE-ONE-EXTRACT - THE FINANCE FEED'S DETAIL RECORD FOR THE
006080* APPLICATION JUST PRINTED.
006090*--------------------------------------------------------------------
006100 3200-WRITE-ONE-EXTRACT.
006110     MOVE SPACES TO DL100-CHARGEBACK-RECORD.
006120     SET DL100-CB-IS-DETAIL TO TRUE.
006130     MOVE DL100-SC-FROM-DATE TO DL100-CB-PERIOD-FROM.
006140     MOVE DL100-SC-THRU-DATE TO DL100-CB-PERIOD-THRU.
006150     MOVE DL100-SC-CURRENT-NAME TO DL100-CB-SEQ-NAME.
006160     MOVE DL100-SC-APP-JOB (DL100-SC-APP-SUB)
006170         TO DL100-CB-CALLER-JOB.
006180     MOVE DL100-SC-APP-PROGRAM (DL100-SC-APP-SUB)
006190         TO DL100-CB-CALLER-PROGRAM.
006200     MOVE DL100-SC-APP-CALLS (DL100-SC-APP-SUB)
006210         TO DL100-CB-CALL-COUNT.
006220     MOVE DL100-SC-APP-RESERVED (DL100-SC-APP-SUB)
006230         TO DL100-CB-NUMBERS-RESERVED.
006240     IF DL100-SC-KNOWN-APPS > 1
006250         SET DL100-CB-NAME-SHARED TO TRUE
006260     END-IF.
006270     WRITE DL100-CHARGEBACK-RECORD.
006280     IF NOT DL100-CHG-EXTRACT-OK
006290         DISPLAY "ONETOTEN0281E CHGEXTR WRITE FAILED - STATUS "
006300                 DL100-CHG-EXTRACT-STATUS
006310         MOVE 16 TO RETURN-CODE
006320         GO TO 9999-EXIT
006330     END-IF.
006340     ADD 1 TO DL100-SC-EXTRACT-COUNT.
006350     ADD DL100-SC-APP-CALLS (DL100-SC-APP-SUB)
006360         TO DL100-SC-TOTAL-CALLS.
006370     ADD DL100-SC-APP-RESERVED (DL100-SC-APP-SUB)
006380         TO DL100-SC-TOTAL-RESERVED.
006390 3200-EXIT.
006400     EXIT.
006410
006420*--------------------------------------------------------------------
006430* 5000-WRITE-EXTRACT-TRAILER - WRITTEN ONLY ONCE THE WHOLE JOURNAL
006440* HAS BEEN READ CLEAN, SO AN EXTRACT WITHOUT ITS TRAILER IS ONE
006450* THE FINANCE FEED MUST REFUSE.
006460*--------------------------------------------------------------------
006470 5000-WRITE-EXTRACT-TRAILER.
006480     MOVE SPACES TO DL100-CHARGEBACK-RECORD.
006490     SET DL100-CB-IS-TRAILER TO TRUE.
006500     MOVE DL100-SC-FROM-DATE TO DL100-CB-PERIOD-FROM.
006510     MOVE DL100-SC-THRU-DATE TO DL100-CB-PERIOD-THRU.
006520     MOVE DL100-SC-EXTRACT-COUNT TO DL100-CB-TRL-RECORD-COUNT.
006530     MOVE DL100-SC-TOTAL-CALLS TO DL100-CB-TRL-TOTAL-CALLS.
006540     MOVE DL100-SC-TOTAL-RESERVED TO DL100-CB-TRL-TOTAL-RESERVED.
006550     WRITE DL100-CHARGEBACK-RECORD.
006560     IF NOT DL100-CHG-EXTRACT-OK
006570         DISPLAY "ONETOTEN0281E CHGEXTR TRAILER WRITE FAILED - "
006580                 "STATUS " DL100-CHG-EXTRACT-STATUS
006590         MOVE 16 TO RETURN-CODE
006600         GO TO 9999-EXIT
006610     END-IF.
006620 5000-EXIT.
006630     EXIT.
006640
006650*--------------------------------------------------------------------
006660* 6000-PRINT-SUMMARY - CONTROL TOTALS FOR THE PERIOD.  THE CALL AND
006670* NUMBERS-RESERVED TOTALS MATCH THE EXTRACT TRAILER.
006680*--------------------------------------------------------------------
006690 6000-PRINT-SUMMARY.
006700     IF DL100-SC-NAME-COUNT = 0
006710         MOVE SPACES TO DL100-SC-PRINT-AREA
006720         MOVE "NO RESERVATIONS FELL INSIDE THE PERIOD"
006730             TO DL100-SC-PRINT-AREA
006740         MOVE 2 TO DL100-SC-SPACING
006750         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006760     END-IF.
006770     MOVE SPACES TO DL100-SC-PRINT-AREA.
006780     MOVE "** SUMMARY **" TO DL100-SC-PRINT-AREA.
006790     MOVE 2 TO DL100-SC-SPACING.
006800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006810     MOVE "JOURNAL RECORDS READ" TO DL100-SC-SUM-TEXT.
006820     MOVE DL100-SC-RECORDS-READ TO DL100-SC-SUM-VALUE.
006830     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
006840     MOVE "RESERVATIONS INSIDE THE PERIOD" TO DL100-SC-SUM-TEXT.
006850     MOVE DL100-SC-RECORDS-SELECTED TO DL100-SC-SUM-VALUE.
006860     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
006870     MOVE "RESERVATIONS WITH NO CALLER" TO DL100-SC-SUM-TEXT.
006880     MOVE DL100-SC-UNKNOWN-COUNT TO DL100-SC-SUM-VALUE.
006890     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
006900     MOVE "RECORDS SKIPPED AS UNREADABLE" TO DL100-SC-SUM-TEXT.
006910     MOVE DL100-SC-SKIPPED-COUNT TO DL100-SC-SUM-VALUE.
006920     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
006930     MOVE "SEQUENCE NAMES DRAWN" TO DL100-SC-SUM-TEXT.
006940     MOVE DL100-SC-NAME-COUNT TO DL100-SC-SUM-VALUE.
006950     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
006960     MOVE "NAMES FLAGGED SHARED" TO DL100-SC-SUM-TEXT.
006970     MOVE DL100-SC-SHARED-COUNT TO DL100-SC-SUM-VALUE.
006980     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
006990     MOVE "CHARGEBACK RECORDS WRITTEN" TO DL100-SC-SUM-TEXT.
007000     MOVE DL100-SC-EXTRACT-COUNT TO DL100-SC-SUM-VALUE.
007010     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
007020     MOVE "CALLS CHARGED" TO DL100-SC-SUM-TEXT.
007030     MOVE DL100-SC-TOTAL-CALLS TO DL100-SC-SUM-VALUE.
007040     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
007050     MOVE "NUMBERS RESERVED CHARGED" TO DL100-SC-SUM-TEXT.
007060     MOVE DL100-SC-TOTAL-RESERVED TO DL100-SC-SUM-VALUE.
007070     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
007080     DISPLAY "ONETOTEN0285I CHARGEBACK REPORT COMPLETE - "
007090             DL100-SC-EXTRACT-COUNT " RECORD(S) EXTRACTED, "
007100             DL100-SC-SHARED-COUNT " NAME(S) SHARED".
007110 6000-EXIT.
007120     EXIT.
007130
007140 6100-PRINT-SUMMARY-LINE.
007150     MOVE DL100-SC-SUM-LINE TO DL100-SC-PRINT-AREA.
007160     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007170 6100-EXIT.
007180     EXIT.
007190
007200*--------------------------------------------------------------------
007210* 7000-PRINT-LINE - SINGLE POINT OF REPORT OUTPUT WITH AUTOMATIC
007220* PAGE BREAKS.  DL100-SC-SPACING IS HONORED FOR ONE LINE AND THEN
007230* FALLS BACK TO SINGLE SPACING.
007240*--------------------------------------------------------------------
007250 7000-PRINT-LINE.
007260     IF DL100-SC-LINE-COUNT >= DL100-SC-LINES-PER-PAGE
007270         PERFORM 7100-PRINT-PAGE-HEADING THRU 7100-EXIT
007280     END-IF.
007290     WRITE DL100-REPORT-LINE FROM DL100-SC-PRINT-AREA
007300         AFTER ADVANCING DL100-SC-SPACING LINES.
007310     ADD DL100-SC-SPACING TO DL100-SC-LINE-COUNT.
007320     MOVE 1 TO DL100-SC-SPACING.
007330 7000-EXIT.
007340     EXIT.
007350
007360 7100-PRINT-PAGE-HEADING.
007370     ADD 1 TO DL100-SC-PAGE-NUMBER.
007380     MOVE DL100-SC-PAGE-NUMBER TO DL100-SC-HDG1-PAGE.
007390     WRITE DL100-REPORT-LINE FROM DL100-SC-HDG1
007400         AFTER ADVANCING PAGE.
007410     WRITE DL100-REPORT-LINE FROM DL100-SC-HDG2
007420         AFTER ADVANCING 1 LINE.
007430     WRITE DL100-REPORT-LINE FROM DL100-SC-HDG3
007440         AFTER ADVANCING 2 LINES.
007450     MOVE SPACES TO DL100-REPORT-LINE.
007460     WRITE DL100-REPORT-LINE AFTER ADVANCING 1 LINE.
007470     MOVE 6 TO DL100-SC-LINE-COUNT.
007480 7100-EXIT.
007490     EXIT.
007500
007510 8000-FINALIZE.
007520     IF NOT DL100-SC-NO-JOURNAL
007530         CLOSE DL100-SEQ-JOURNAL-FILE
007540     END-IF.
007550     CLOSE DL100-CHG-EXTRACT-FILE.
007560     CLOSE DL100-REPORT-FILE.
007570 8000-EXIT.
007580     EXIT.
007590
007600*--------------------------------------------------------------------
007610* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
007620*--------------------------------------------------------------------
007630 9999-EXIT.
007640     STOP RUN.
007650 END PROGRAM DL100SCR.
