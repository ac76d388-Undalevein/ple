000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100SQR.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  POINT-IN-TIME RECOVERY OF
000220*                     THE SHOP-WIDE SEQUENCE STORE.  LOADS AN EMPTY,
000230*                     FRESHLY DEFINED SEQFILE FROM A DL100SQB
000240*                     BACKUP GENERATION, THEN ROLLS IT FORWARD:
000250*                     EVERY SEQJRNL RESERVATION AND EVERY MAINTLOG
000260*                     SET/CREATE/DELETE STAMPED AFTER THE IMAGE IT
000270*                     APPLIES TO IS REPLAYED IN TIMESTAMP ORDER,
000280*                     STOPPING AT THE RCVCARD STOP STAMP WHEN ONE
000290*                     IS GIVEN.  PRINTS WHAT WAS APPLIED PER NAME
000300*                     AND THEN PROVES THE REBUILT STORE WITH THE
000310*                     DL100JBL BALANCE RULE - LAST-VALUE = LATEST
000320*                     MAINTLOG BASELINE + RESERVATIONS JOURNALED
000330*                     AFTER IT - LIMITED TO THE SAME STOP STAMP.
000340*
000350*                     RCVCARD CARD FORMAT (COL 1, * COMMENTS OK,
000360*                     THE WHOLE FILE MAY BE EMPTY OR DUMMY):
000370*                       STOP     YYYYMMDDHHMMSSCC
000380*                     WITH NO STOP CARD THE STORE IS ROLLED
000390*                     FORWARD TO THE END OF THE JOURNAL.
000400*
000410*                     ENDS RC 0 WHEN THE STORE WAS REBUILT AND
000420*                     BALANCES, RC 8 WHEN IT WAS REBUILT BUT A NAME
000430*                     DOES NOT BALANCE OR A REPLAY EXCEPTION WAS
000440*                     PRINTED, AND RC 16 WHEN THE STORE COULD NOT
000450*                     BE REBUILT - A BAD CARD, A BAD OR TRUNCATED
000460*                     BACKUP, A NON-EMPTY TARGET, OR A FILE ERROR.
000470*--------------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DL100-RCV-CARD-FILE ASSIGN TO "RCVCARD"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DL100-RCV-CARD-STATUS.
000540
000550     SELECT DL100-BACKUP-FILE ASSIGN TO "BKPFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DL100-BACKUP-FILE-STATUS.
000580
000590     SELECT DL100-SEQ-FILE ASSIGN TO "SEQFILE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS DL100-SEQ-NAME
000630         FILE STATUS IS DL100-SEQ-FILE-STATUS.
000640
000650     SELECT DL100-SEQ-JOURNAL-FILE ASSIGN TO "SEQJRNL"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS DL100-SJ-KEY
000690         FILE STATUS IS DL100-SEQ-JOURNAL-STATUS.
000700
000710     SELECT DL100-MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS DL100-MAINT-LOG-STATUS.
000740
000750     SELECT DL100-REPORT-FILE ASSIGN TO "RPTFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL100-REPORT-FILE-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DL100-RCV-CARD-FILE
000820     RECORDING MODE IS F.
000830 01  DL100-RCV-CARD-RECORD           PIC X(80).
000840
000850 FD  DL100-BACKUP-FILE
000860     RECORDING MODE IS F.
000870     COPY DL100SB.
000880
000890 FD  DL100-SEQ-FILE.
000900     COPY DL100SQ.
000910
000920 FD  DL100-SEQ-JOURNAL-FILE.
000930     COPY DL100SJ.
000940
000950 FD  DL100-MAINT-LOG-FILE
000960     RECORDING MODE IS F.
000970     COPY DL100ML.
000980
000990 FD  DL100-REPORT-FILE
001000     RECORDING MODE IS F.
001010 01  DL100-REPORT-LINE               PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040*--------------------------------------------------------------------
001050* RUN-CONTROL AND FILE-STATUS ITEMS
001060*--------------------------------------------------------------------
001070 77  DL100-RCV-CARD-STATUS           PIC X(02) VALUE SPACES.
001080     88  DL100-RCV-CARD-OK               VALUE "00".
001090     88  DL100-RCV-CARD-EOF              VALUE "10".
001100     88  DL100-RCV-CARD-NONE             VALUE "35".
001110
001120 77  DL100-BACKUP-FILE-STATUS        PIC X(02) VALUE SPACES.
001130     88  DL100-BACKUP-FILE-OK            VALUE "00".
001140     88  DL100-BACKUP-FILE-EOF           VALUE "10".
001150
001160 77  DL100-SEQ-FILE-STATUS           PIC X(02) VALUE SPACES.
001170     88  DL100-SEQ-FILE-OK               VALUE "00".
001180     88  DL100-SEQ-FILE-AT-END           VALUE "10".
001190     88  DL100-SEQ-FILE-NOT-FOUND        VALUE "23".
001200
001210 77  DL100-SEQ-JOURNAL-STATUS        PIC X(02) VALUE SPACES.
001220     88  DL100-SEQ-JOURNAL-OK            VALUE "00".
001230     88  DL100-SEQ-JOURNAL-AT-END        VALUE "10".
001240     88  DL100-SEQ-JOURNAL-NOT-FOUND     VALUE "23".
001250     88  DL100-SEQ-JOURNAL-NONE          VALUE "35".
001260
001270 77  DL100-MAINT-LOG-STATUS          PIC X(02) VALUE SPACES.
001280     88  DL100-MAINT-LOG-OK              VALUE "00".
001290     88  DL100-MAINT-LOG-EOF             VALUE "10".
001300     88  DL100-MAINT-LOG-NONE            VALUE "35".
001310
001320 77  DL100-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
001330     88  DL100-REPORT-FILE-OK            VALUE "00".
001340
001350 77  DL100-SQR-TODAY-DATE            PIC 9(08) VALUE 0.
001360 77  DL100-SQR-BACKUP-STAMP          PIC X(16) VALUE SPACES.
001370 77  DL100-SQR-STOP-STAMP            PIC X(16) VALUE HIGH-VALUES.
001380 77  DL100-SQR-IMAGE-COUNT           PIC 9(07) VALUE 0.
001390 77  DL100-SQR-VALUE-SUM             PIC 9(15) VALUE 0.
001400 77  DL100-SQR-JRNL-READ             PIC 9(09) VALUE 0.
001410 77  DL100-SQR-JRNL-APPLIED          PIC 9(09) VALUE 0.
001420 77  DL100-SQR-JRNL-HELD             PIC 9(09) VALUE 0.
001430 77  DL100-SQR-MAINT-READ            PIC 9(07) VALUE 0.
001440 77  DL100-SQR-MAINT-APPLIED         PIC 9(07) VALUE 0.
001450 77  DL100-SQR-MAINT-HELD            PIC 9(07) VALUE 0.
001460 77  DL100-SQR-STORE-READ            PIC 9(05) VALUE 0.
001470 77  DL100-SQR-BALANCED-COUNT        PIC 9(05) VALUE 0.
001480 77  DL100-SQR-MISMATCH-COUNT        PIC 9(05) VALUE 0.
001490 77  DL100-SQR-EXCEPTION-COUNT       PIC 9(05) VALUE 0.
001500 77  DL100-SQR-EXPECTED-VALUE        PIC 9(13) VALUE 0.
001510 77  DL100-SQR-NEXT-START            PIC 9(10) VALUE 0.
001520
001530 01  DL100-SQR-STOP-SW               PIC X(01) VALUE "N".
001540     88  DL100-SQR-STOP-GIVEN            VALUE "Y".
001550
001560 01  DL100-SQR-TRAILER-SW            PIC X(01) VALUE "N".
001570     88  DL100-SQR-TRAILER-SEEN          VALUE "Y".
001580
001590 01  DL100-SQR-RECORD-SW             PIC X(01) VALUE "N".
001600     88  DL100-SQR-RECORD-FOUND          VALUE "Y".
001610     88  DL100-SQR-RECORD-NOT-FOUND      VALUE "N".
001620
001630*--------------------------------------------------------------------
001640* RCVCARD CARD LAYOUT - FUNCTION IN COLS 1-8, STOP STAMP IN COLS
001650* 10-25.  A 14-DIGIT STAMP (NO HUNDREDTHS) IS TAKEN AS HUNDREDTHS 00.
001660*--------------------------------------------------------------------
001670 01  DL100-SQR-RCV-CARD.
001680     05  DL100-SQR-CRD-FUNCTION      PIC X(08).
001690         88  DL100-SQR-CRD-STOP          VALUE "STOP".
001700     05  FILLER                      PIC X(01).
001710     05  DL100-SQR-CRD-STAMP.
001720         10  DL100-SQR-CRD-STAMP-SECS PIC X(14).
001730         10  DL100-SQR-CRD-STAMP-CC   PIC X(02).
001740     05  FILLER                      PIC X(55).
001750
001760*--------------------------------------------------------------------
001770* PER-NAME TABLE, IN ORDER OF FIRST APPEARANCE ACROSS THE BACKUP,
001780* MAINTLOG AND THE JOURNAL.  THE CUTOFF IS THE RESTORED IMAGE'S OWN
001790* LAST-UPDATED STAMP - EVERY RESERVATION AND RESET UP TO IT IS
001800* ALREADY IN THE IMAGE - OR THE BACKUP STAMP FOR A NAME THE BACKUP
001810* DOES NOT HOLD.  ONLY EVENTS STAMPED AFTER THE CUTOFF ARE REPLAYED.
001820* THE BASELINE AND PROOF FIELDS CARRY THE DL100JBL BALANCE RULE.
001830*--------------------------------------------------------------------
001840 77  DL100-SQR-NAME-MAX              PIC 9(03) VALUE 100.
001850 77  DL100-SQR-NAME-COUNT            PIC 9(03) VALUE 0.
001860 77  DL100-SQR-NAME-SUB              PIC S9(04) COMP VALUE 0.
001870 77  DL100-SQR-NAME-HIT              PIC S9(04) COMP VALUE 0.
001880 77  DL100-SQR-WORK-NAME             PIC X(08) VALUE SPACES.
001890 77  DL100-SQR-WORK-STAMP            PIC X(16) VALUE SPACES.
001900 01  DL100-SQR-NAME-TABLE.
001910     05  DL100-SQR-NAME-ENTRY OCCURS 100 TIMES.
001920         10  DL100-SQR-NT-NAME       PIC X(08).
001930         10  DL100-SQR-NT-CUTOFF     PIC X(16).
001940         10  DL100-SQR-NT-SOURCE     PIC X(08).
001950         10  DL100-SQR-NT-RESTORED   PIC 9(09).
001960         10  DL100-SQR-NT-RESV-COUNT PIC 9(07).
001970         10  DL100-SQR-NT-RESV-SUM   PIC 9(13).
001980         10  DL100-SQR-NT-MAINT-CT   PIC 9(05).
001990         10  DL100-SQR-NT-HELD       PIC 9(07).
002000         10  DL100-SQR-NT-BASE-VALUE PIC 9(09).
002010         10  DL100-SQR-NT-BASE-TS    PIC X(16).
002020         10  DL100-SQR-NT-BASE-ACT   PIC X(08).
002030         10  DL100-SQR-NT-PROOF-SUM  PIC 9(13).
002040         10  DL100-SQR-NT-PROOF-CT   PIC 9(07).
002050         10  DL100-SQR-NT-STORE-SW   PIC X(01).
002060             88  DL100-SQR-NT-ON-STORE   VALUE "Y".
002070
002080*--------------------------------------------------------------------
002090* MAINTLOG ACTIONS WAITING TO BE REPLAYED, IN LOG (TIMESTAMP)
002100* ORDER.  EACH IS APPLIED JUST AHEAD OF THE FIRST LATER-STAMPED
002110* RESERVATION FOR ITS NAME, OR AFTER THE JOURNAL WHEN NONE FOLLOWS.
002120*--------------------------------------------------------------------
002130 77  DL100-SQR-EVENT-MAX             PIC 9(03) VALUE 500.
002140 77  DL100-SQR-EVENT-COUNT           PIC 9(03) VALUE 0.
002150 77  DL100-SQR-EVENT-SUB             PIC S9(04) COMP VALUE 0.
002160 01  DL100-SQR-EVENT-TABLE.
002170     05  DL100-SQR-EVENT-ENTRY OCCURS 500 TIMES.
002180         10  DL100-SQR-EV-NAME       PIC X(08).
002190         10  DL100-SQR-EV-STAMP      PIC X(16).
002200         10  DL100-SQR-EV-ACTION     PIC X(08).
002210         10  DL100-SQR-EV-NEW-VALUE  PIC 9(09).
002220         10  DL100-SQR-EV-DONE-SW    PIC X(01).
002230             88  DL100-SQR-EV-DONE       VALUE "Y".
002240
002250*--------------------------------------------------------------------
002260* REPORT PRINT CONTROL AND LINE LAYOUTS
002270*--------------------------------------------------------------------
002280 77  DL100-SQR-LINES-PER-PAGE        PIC 9(02) VALUE 56.
002290 77  DL100-SQR-LINE-COUNT            PIC 9(02) VALUE 99.
002300 77  DL100-SQR-PAGE-NUMBER           PIC 9(04) VALUE 0.
002310 77  DL100-SQR-SPACING               PIC 9(01) VALUE 1.
002320
002330 01  DL100-SQR-PRINT-AREA            PIC X(132) VALUE SPACES.
002340
002350 01  DL100-SQR-HDG1.
002360     05  FILLER                      PIC X(08) VALUE "DL100SQR".
002370     05  FILLER                      PIC X(05) VALUE SPACES.
002380     05  FILLER                      PIC X(36)
002390             VALUE "SEQUENCE-STORE ROLL-FORWARD RECOVERY".
002400     05  FILLER                      PIC X(22) VALUE SPACES.
002410     05  FILLER                      PIC X(12)
002420             VALUE "REPORT DATE ".
002430     05  DL100-SQR-HDG1-DATE         PIC 9999/99/99.
002440     05  FILLER                      PIC X(07) VALUE "   PAGE".
002450     05  FILLER                      PIC X(01) VALUE SPACE.
002460     05  DL100-SQR-HDG1-PAGE         PIC ZZZ9.
002470
002480 01  DL100-SQR-HDG2.
002490     05  FILLER                      PIC X(13)
002500             VALUE "BACKUP STAMP ".
002510     05  DL100-SQR-HDG2-BACKUP       PIC X(16).
002520     05  FILLER                      PIC X(12)
002530             VALUE "   STOP AT  ".
002540     05  DL100-SQR-HDG2-STOP         PIC X(16).
002550
002560 01  DL100-SQR-APL-HDG.
002570     05  FILLER                      PIC X(08) VALUE "SEQUENCE".
002580     05  FILLER                      PIC X(02) VALUE SPACES.
002590     05  FILLER                      PIC X(08) VALUE "SOURCE".
002600     05  FILLER                      PIC X(02) VALUE SPACES.
002610     05  FILLER                      PIC X(14)
002620             VALUE "RESTORED VALUE".
002630     05  FILLER                      PIC X(03) VALUE SPACES.
002640     05  FILLER                      PIC X(12)
002650             VALUE "RESERVATIONS".
002660     05  FILLER                      PIC X(03) VALUE SPACES.
002670     05  FILLER                      PIC X(16)
002680             VALUE "NUMBERS RESERVED".
002690     05  FILLER                      PIC X(03) VALUE SPACES.
002700     05  FILLER                      PIC X(13)
002710             VALUE "MAINT ACTIONS".
002720     05  FILLER                      PIC X(03) VALUE SPACES.
002730     05  FILLER                      PIC X(09) VALUE "HELD BACK".
002740
002750 01  DL100-SQR-APL-LINE.
002760     05  DL100-SQR-APL-NAME          PIC X(08).
002770     05  FILLER                      PIC X(02) VALUE SPACES.
002780     05  DL100-SQR-APL-SOURCE        PIC X(08).
002790     05  FILLER                      PIC X(04) VALUE SPACES.
002800     05  DL100-SQR-APL-RESTORED      PIC ZZZZZZZZZZZ9.
002810     05  FILLER                      PIC X(05) VALUE SPACES.
002820     05  DL100-SQR-APL-RESV-COUNT    PIC ZZZZZZZZZ9.
002830     05  FILLER                      PIC X(05) VALUE SPACES.
002840     05  DL100-SQR-APL-RESV-SUM      PIC ZZZZZZZZZZZZZ9.
002850     05  FILLER                      PIC X(12) VALUE SPACES.
002860     05  DL100-SQR-APL-MAINT-CT      PIC ZZZZ9.
002870     05  FILLER                      PIC X(05) VALUE SPACES.
002880     05  DL100-SQR-APL-HELD          PIC ZZZZZZ9.
002890
002900 01  DL100-SQR-PRF-HDG.
002910     05  FILLER                      PIC X(08) VALUE "SEQUENCE".
002920     05  FILLER                      PIC X(03) VALUE SPACES.
002930     05  FILLER                      PIC X(11)
002940             VALUE "STORE VALUE".
002950     05  FILLER                      PIC X(03) VALUE SPACES.
002960     05  FILLER                      PIC X(12)
002970             VALUE "PROVEN VALUE".
002980     05  FILLER                      PIC X(03) VALUE SPACES.
002990     05  FILLER                      PIC X(12)
003000             VALUE "RESERVATIONS".
003010     05  FILLER                      PIC X(03) VALUE SPACES.
003020     05  FILLER                      PIC X(08) VALUE "BASELINE".
003030     05  FILLER                      PIC X(03) VALUE SPACES.
003040     05  FILLER                      PIC X(07) VALUE "VERDICT".
003050
003060 01  DL100-SQR-PRF-LINE.
003070     05  DL100-SQR-PRF-NAME          PIC X(08).
003080     05  FILLER                      PIC X(02) VALUE SPACES.
003090     05  DL100-SQR-PRF-STORE         PIC ZZZZZZZZZZZ9.
003100     05  FILLER                      PIC X(02) VALUE SPACES.
003110     05  DL100-SQR-PRF-PROVEN        PIC ZZZZZZZZZZZ9.
003120     05  FILLER                      PIC X(05) VALUE SPACES.
003130     05  DL100-SQR-PRF-RESV          PIC ZZZZZZZZZ9.
003140     05  FILLER                      PIC X(03) VALUE SPACES.
003150     05  DL100-SQR-PRF-BASE-ACT      PIC X(08).
003160     05  FILLER                      PIC X(03) VALUE SPACES.
003170     05  DL100-SQR-PRF-VERDICT       PIC X(32).
003180
003190 01  DL100-SQR-MSG-LINE.
003200     05  DL100-SQR-MSG-NAME          PIC X(08).
003210     05  FILLER                      PIC X(03) VALUE SPACES.
003220     05  DL100-SQR-MSG-TEXT          PIC X(60).
003230
003240 01  DL100-SQR-SUM-LINE.
003250     05  FILLER                      PIC X(03) VALUE SPACES.
003260     05  DL100-SQR-SUM-TEXT          PIC X(36).
003270     05  DL100-SQR-SUM-VALUE         PIC ZZZZZZZZ9.
003280
003290 PROCEDURE DIVISION.
003300*--------------------------------------------------------------------
003310* 0000-MAINLINE
003320*--------------------------------------------------------------------
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003350     PERFORM 1500-READ-CONTROL-CARDS THRU 1500-EXIT.
003360     PERFORM 2000-RESTORE-BACKUP THRU 2000-EXIT.
003370     PERFORM 3000-LOAD-MAINT-LOG THRU 3000-EXIT.
003380     PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT.
003390     PERFORM 4800-REPLAY-REMAINING-MAINT THRU 4800-EXIT.
003400     PERFORM 5000-PRINT-APPLIED THRU 5000-EXIT.
003410     PERFORM 5500-PROVE-STORE THRU 5500-EXIT.
003420     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
003430     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003440     GO TO 9999-EXIT.
003450
003460*--------------------------------------------------------------------
003470* 1000-INITIALIZE - OPEN THE INPUTS AND THE REPORT.  THE TARGET
003480* SEQFILE IS NOT OPENED UNTIL THE BACKUP HEADER HAS BEEN READ.  A
003490* JOURNAL OR MAINTLOG THAT DOES NOT EXIST IS AN EMPTY INPUT.
003500*--------------------------------------------------------------------
003510 1000-INITIALIZE.
003520     ACCEPT DL100-SQR-TODAY-DATE FROM DATE YYYYMMDD.
003530     MOVE DL100-SQR-TODAY-DATE TO DL100-SQR-HDG1-DATE.
003540     OPEN INPUT DL100-RCV-CARD-FILE.
003550     IF NOT DL100-RCV-CARD-OK
003560         AND NOT DL100-RCV-CARD-NONE
003570         DISPLAY "ONETOTEN0241E RCVCARD UNAVAILABLE - STATUS "
003580                 DL100-RCV-CARD-STATUS
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 9999-EXIT
003610     END-IF.
003620     OPEN INPUT DL100-BACKUP-FILE.
003630     IF NOT DL100-BACKUP-FILE-OK
003640         DISPLAY "ONETOTEN0242E BKPFILE UNAVAILABLE - STATUS "
003650                 DL100-BACKUP-FILE-STATUS
003660         MOVE 16 TO RETURN-CODE
003670         GO TO 9999-EXIT
003680     END-IF.
003690     OPEN INPUT DL100-SEQ-JOURNAL-FILE.
003700     IF NOT DL100-SEQ-JOURNAL-OK
003710         AND NOT DL100-SEQ-JOURNAL-NONE
003720         DISPLAY "ONETOTEN0244E SEQJRNL UNAVAILABLE - STATUS "
003730                 DL100-SEQ-JOURNAL-STATUS
003740         MOVE 16 TO RETURN-CODE
003750         GO TO 9999-EXIT
003760     END-IF.
003770     OPEN INPUT DL100-MAINT-LOG-FILE.
003780     IF NOT DL100-MAINT-LOG-OK
003790         AND NOT DL100-MAINT-LOG-NONE
003800         DISPLAY "ONETOTEN0244E MAINTLOG UNAVAILABLE - STATUS "
003810                 DL100-MAINT-LOG-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         GO TO 9999-EXIT
003840     END-IF.
003850     OPEN OUTPUT DL100-REPORT-FILE.
003860     IF NOT DL100-REPORT-FILE-OK
003870         DISPLAY "ONETOTEN0241E RPTFILE UNAVAILABLE - STATUS "
003880                 DL100-REPORT-FILE-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         GO TO 9999-EXIT
003910     END-IF.
003920 1000-EXIT.
003930     EXIT.
003940
003950*--------------------------------------------------------------------
003960* 1500-READ-CONTROL-CARDS - PICK UP THE OPTIONAL STOP STAMP.  A
003970* CARD THAT CANNOT BE READ AS ONE ENDS THE RUN BEFORE THE TARGET
003980* IS TOUCHED - A RECOVERY MUST NEVER GUESS WHERE TO STOP.
003990*--------------------------------------------------------------------
004000 1500-READ-CONTROL-CARDS.
004010     IF DL100-RCV-CARD-NONE
004020         GO TO 1500-EXIT
004030     END-IF.
004040     PERFORM 1510-READ-ONE-CARD THRU 1510-EXIT
004050         UNTIL NOT DL100-RCV-CARD-OK.
004060     IF NOT DL100-RCV-CARD-EOF
004070         DISPLAY "ONETOTEN0241E RCVCARD READ FAILED - STATUS "
004080                 DL100-RCV-CARD-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         GO TO 9999-EXIT
004110     END-IF.
004120 1500-EXIT.
004130     EXIT.
004140
004150 1510-READ-ONE-CARD.
004160     READ DL100-RCV-CARD-FILE INTO DL100-SQR-RCV-CARD.
004170     IF NOT DL100-RCV-CARD-OK
004180         GO TO 1510-EXIT
004190     END-IF.
004200     IF DL100-SQR-RCV-CARD (1:1) = "*"
004210         OR DL100-SQR-RCV-CARD = SPACES
004220         GO TO 1510-EXIT
004230     END-IF.
004240     IF NOT DL100-SQR-CRD-STOP
004250         DISPLAY "ONETOTEN0241E UNKNOWN RCVCARD FUNCTION: "
004260                 DL100-SQR-CRD-FUNCTION
004270         MOVE 16 TO RETURN-CODE
004280         GO TO 9999-EXIT
004290     END-IF.
004300     IF DL100-SQR-CRD-STAMP-CC = SPACES
004310         MOVE "00" TO DL100-SQR-CRD-STAMP-CC
004320     END-IF.
004330     IF DL100-SQR-CRD-STAMP NOT NUMERIC
004340         DISPLAY "ONETOTEN0241E RCVCARD STOP STAMP IS NOT "
004350                 "YYYYMMDDHHMMSSCC: " DL100-SQR-CRD-STAMP
004360         MOVE 16 TO RETURN-CODE
004370         GO TO 9999-EXIT
004380     END-IF.
004390     MOVE DL100-SQR-CRD-STAMP TO DL100-SQR-STOP-STAMP.
004400     SET DL100-SQR-STOP-GIVEN TO TRUE.
004410     DISPLAY "ONETOTEN0248I ROLL-FORWARD STOPS AT "
004420             DL100-SQR-STOP-STAMP.
004430 1510-EXIT.
004440     EXIT.
004450
004460*--------------------------------------------------------------------
004470* 2000-RESTORE-BACKUP - THE BACKUP MUST OPEN WITH ITS HEADER AND
004480* CLOSE WITH A TRAILER WHOSE COUNT AND VALUE SUM MATCH THE IMAGES
004490* LOADED.  THE TARGET IS OPENED OUTPUT, SO IT MUST BE AN EMPTY,
004500* FRESHLY DEFINED CLUSTER - RECOVERY NEVER MERGES INTO A LIVE STORE.
004510* ONCE LOADED IT IS REOPENED I-O FOR THE ROLL-FORWARD.
004520*--------------------------------------------------------------------
004530 2000-RESTORE-BACKUP.
004540     READ DL100-BACKUP-FILE.
004550     IF NOT DL100-BACKUP-FILE-OK
004560         OR NOT DL100-BK-IS-HEADER
004570         DISPLAY "ONETOTEN0242E BKPFILE DOES NOT OPEN WITH A "
004580                 "BACKUP HEADER - NOT A DL100SQB GENERATION"
004590         MOVE 16 TO RETURN-CODE
004600         GO TO 9999-EXIT
004610     END-IF.
004620     MOVE DL100-BK-STAMP TO DL100-SQR-BACKUP-STAMP.
004630     MOVE DL100-SQR-BACKUP-STAMP TO DL100-SQR-HDG2-BACKUP.
004640     IF DL100-SQR-STOP-GIVEN
004650         MOVE DL100-SQR-STOP-STAMP TO DL100-SQR-HDG2-STOP
004660     ELSE
004670         MOVE "END OF JOURNAL" TO DL100-SQR-HDG2-STOP
004680     END-IF.
004690     IF DL100-SQR-STOP-STAMP < DL100-SQR-BACKUP-STAMP
004700         DISPLAY "ONETOTEN0241E STOP STAMP " DL100-SQR-STOP-STAMP
004710                 " IS EARLIER THAN THE BACKUP STAMP "
004720                 DL100-SQR-BACKUP-STAMP
004730         MOVE 16 TO RETURN-CODE
004740         GO TO 9999-EXIT
004750     END-IF.
004760     OPEN OUTPUT DL100-SEQ-FILE.
004770     IF NOT DL100-SEQ-FILE-OK
004780         DISPLAY "ONETOTEN0243E SEQFILE LOAD REFUSED - STATUS "
004790                 DL100-SEQ-FILE-STATUS
004800                 " - IT MUST BE AN EMPTY, NEWLY DEFINED CLUSTER"
004810         MOVE 16 TO RETURN-CODE
004820         GO TO 9999-EXIT
004830     END-IF.
004840     PERFORM 2100-RESTORE-ONE-RECORD THRU 2100-EXIT
004850         UNTIL NOT DL100-BACKUP-FILE-OK
004860             OR DL100-SQR-TRAILER-SEEN.
004870     IF NOT DL100-BACKUP-FILE-OK
004880         AND NOT DL100-BACKUP-FILE-EOF
004890         DISPLAY "ONETOTEN0242E BKPFILE READ FAILED - STATUS "
004900                 DL100-BACKUP-FILE-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         GO TO 9999-EXIT
004930     END-IF.
004940     IF NOT DL100-SQR-TRAILER-SEEN
004950         DISPLAY "ONETOTEN0242E BKPFILE HAS NO TRAILER - THE "
004960                 "BACKUP IS TRUNCATED AND CANNOT BE RESTORED"
004970         MOVE 16 TO RETURN-CODE
004980         GO TO 9999-EXIT
004990     END-IF.
005000     CLOSE DL100-SEQ-FILE.
005010     OPEN I-O DL100-SEQ-FILE.
005020     IF NOT DL100-SEQ-FILE-OK
005030         DISPLAY "ONETOTEN0243E SEQFILE REOPEN FAILED - STATUS "
005040                 DL100-SEQ-FILE-STATUS
005050         MOVE 16 TO RETURN-CODE
005060         GO TO 9999-EXIT
005070     END-IF.
005080     DISPLAY "ONETOTEN0246I " DL100-SQR-IMAGE-COUNT
005090             " RECORD(S) RESTORED FROM BACKUP STAMPED "
005100             DL100-SQR-BACKUP-STAMP.
005110 2000-EXIT.
005120     EXIT.
005130
005140 2100-RESTORE-ONE-RECORD.
005150     READ DL100-BACKUP-FILE.
005160     IF NOT DL100-BACKUP-FILE-OK
005170         GO TO 2100-EXIT
005180     END-IF.
005190     IF DL100-BK-IS-TRAILER
005200         PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
005210         GO TO 2100-EXIT
005220     END-IF.
005230     IF NOT DL100-BK-IS-IMAGE
005240         OR DL100-BK-STAMP NOT = DL100-SQR-BACKUP-STAMP
005250         DISPLAY "ONETOTEN0242E BKPFILE CARRIES A RECORD FROM "
005260                 "ANOTHER BACKUP - CONCATENATED GENERATIONS?"
005270         MOVE 16 TO RETURN-CODE
005280         GO TO 9999-EXIT
005290     END-IF.
005300     MOVE DL100-BK-SEQ-IMAGE TO DL100-SEQ-RECORD.
005310     WRITE DL100-SEQ-RECORD.
005320     IF NOT DL100-SEQ-FILE-OK
005330         DISPLAY "ONETOTEN0243E SEQFILE LOAD FAILED FOR "
005340                 DL100-SEQ-NAME " - STATUS " DL100-SEQ-FILE-STATUS
005350         MOVE 16 TO RETURN-CODE
005360         GO TO 9999-EXIT
005370     END-IF.
005380     ADD 1 TO DL100-SQR-IMAGE-COUNT.
005390     MOVE DL100-SEQ-NAME TO DL100-SQR-WORK-NAME.
005400     PERFORM 7400-FIND-NAME THRU 7400-EXIT.
005410     MOVE DL100-SEQ-LAST-UPDATED
005420         TO DL100-SQR-NT-CUTOFF (DL100-SQR-NAME-HIT).
005430     MOVE "BACKUP" TO DL100-SQR-NT-SOURCE (DL100-SQR-NAME-HIT).
005440     IF DL100-SEQ-LAST-VALUE NUMERIC
005450         ADD DL100-SEQ-LAST-VALUE TO DL100-SQR-VALUE-SUM
005460         MOVE DL100-SEQ-LAST-VALUE
005470             TO DL100-SQR-NT-RESTORED (DL100-SQR-NAME-HIT)
005480     END-IF.
005490 2100-EXIT.
005500     EXIT.
005510
005520 2200-CHECK-TRAILER.
005530     SET DL100-SQR-TRAILER-SEEN TO TRUE.
005540     IF DL100-BK-STAMP NOT = DL100-SQR-BACKUP-STAMP
005550         OR DL100-BK-TRL-COUNT NOT = DL100-SQR-IMAGE-COUNT
005560         OR DL100-BK-TRL-VALUE-SUM NOT = DL100-SQR-VALUE-SUM
005570         DISPLAY "ONETOTEN0242E BKPFILE TRAILER DISAGREES - "
005580                 "IMAGES " DL100-BK-TRL-COUNT " VS "
005590                 DL100-SQR-IMAGE-COUNT " LOADED"
005600         MOVE 16 TO RETURN-CODE
005610         GO TO 9999-EXIT
005620     END-IF.
005630 2200-EXIT.
005640     EXIT.
005650
005660*--------------------------------------------------------------------
005670* 3000-LOAD-MAINT-LOG - MAINTLOG IS CHRONOLOGICAL.  EVERY ACTION UP
005680* TO THE STOP STAMP MOVES ITS NAME'S PROOF BASELINE, EXACTLY AS IN
005690* DL100JBL; A SET, CREATE OR DELETE STAMPED AFTER THE NAME'S CUTOFF
005700* IS ALSO QUEUED FOR REPLAY.  ACTIONS AFTER THE STOP ARE HELD BACK.
005710*--------------------------------------------------------------------
005720 3000-LOAD-MAINT-LOG.
005730     IF DL100-MAINT-LOG-NONE
005740         GO TO 3000-EXIT
005750     END-IF.
005760     PERFORM 3100-LOAD-ONE-MAINT THRU 3100-EXIT
005770         UNTIL NOT DL100-MAINT-LOG-OK.
005780     IF NOT DL100-MAINT-LOG-EOF
005790         DISPLAY "ONETOTEN0244E MAINTLOG READ FAILED - STATUS "
005800                 DL100-MAINT-LOG-STATUS
005810         MOVE 16 TO RETURN-CODE
005820         GO TO 9999-EXIT
005830     END-IF.
005840 3000-EXIT.
005850     EXIT.
005860
005870 3100-LOAD-ONE-MAINT.
005880     READ DL100-MAINT-LOG-FILE.
005890     IF NOT DL100-MAINT-LOG-OK
005900         GO TO 3100-EXIT
005910     END-IF.
005920     ADD 1 TO DL100-SQR-MAINT-READ.
005930     MOVE DL100-ML-SEQ-NAME TO DL100-SQR-WORK-NAME.
005940     PERFORM 7400-FIND-NAME THRU 7400-EXIT.
005950     IF DL100-ML-TIMESTAMP > DL100-SQR-STOP-STAMP
005960         ADD 1 TO DL100-SQR-MAINT-HELD
005970         ADD 1 TO DL100-SQR-NT-HELD (DL100-SQR-NAME-HIT)
005980         GO TO 3100-EXIT
005990     END-IF.
006000     IF DL100-ML-NEW-VALUE NUMERIC
006010         MOVE DL100-ML-NEW-VALUE
006020             TO DL100-SQR-NT-BASE-VALUE (DL100-SQR-NAME-HIT)
006030     ELSE
006040         MOVE 0 TO DL100-SQR-NT-BASE-VALUE (DL100-SQR-NAME-HIT)
006050     END-IF.
006060     MOVE DL100-ML-TIMESTAMP
006070         TO DL100-SQR-NT-BASE-TS (DL100-SQR-NAME-HIT).
006080     MOVE DL100-ML-ACTION
006090         TO DL100-SQR-NT-BASE-ACT (DL100-SQR-NAME-HIT).
006100     IF DL100-ML-TIMESTAMP
006110         NOT > DL100-SQR-NT-CUTOFF (DL100-SQR-NAME-HIT)
006120         GO TO 3100-EXIT
006130     END-IF.
006140     IF DL100-ML-ACTION NOT = "SET"
006150         AND DL100-ML-ACTION NOT = "CREATE"
006160         AND DL100-ML-ACTION NOT = "DELETE"
006170         GO TO 3100-EXIT
006180     END-IF.
006190     IF DL100-SQR-EVENT-COUNT >= DL100-SQR-EVENT-MAX
006200         DISPLAY "ONETOTEN0245E MORE THAN " DL100-SQR-EVENT-MAX
006210                 " MAINTLOG ACTIONS TO REPLAY - RECOVER FROM A "
006220                 "LATER BACKUP"
006230         MOVE 16 TO RETURN-CODE
006240         GO TO 9999-EXIT
006250     END-IF.
006260     ADD 1 TO DL100-SQR-EVENT-COUNT.
006270     MOVE DL100-ML-SEQ-NAME
006280         TO DL100-SQR-EV-NAME (DL100-SQR-EVENT-COUNT).
006290     MOVE DL100-ML-TIMESTAMP
006300         TO DL100-SQR-EV-STAMP (DL100-SQR-EVENT-COUNT).
006310     MOVE DL100-ML-ACTION
006320         TO DL100-SQR-EV-ACTION (DL100-SQR-EVENT-COUNT).
006330     MOVE DL100-SQR-NT-BASE-VALUE (DL100-SQR-NAME-HIT)
006340         TO DL100-SQR-EV-NEW-VALUE (DL100-SQR-EVENT-COUNT).
006350     MOVE "N" TO DL100-SQR-EV-DONE-SW (DL100-SQR-EVENT-COUNT).
006360 3100-EXIT.
006370     EXIT.
006380
006390*--------------------------------------------------------------------
006400* 4000-REPLAY-JOURNAL - SEQJRNL IS KEYED BY NAME THEN TIMESTAMP, SO
006410* THE BROWSE DELIVERS EACH NAME'S RESERVATIONS IN TIMESTAMP ORDER.
006420* AHEAD OF EACH RESERVATION THAT IS REPLAYED, ANY QUEUED MAINTLOG
006430* ACTION FOR THE SAME NAME STAMPED EARLIER IS APPLIED FIRST, SO
006440* EVERY NAME SEES ITS OWN EVENTS IN TIMESTAMP ORDER.  NAMES NEVER
006450* INTERACT, SO THAT IS THE WHOLE OF THE ORDERING THE STORE NEEDS.
006460* THE SAME PASS SUMS THE PROOF RESERVATIONS AFTER EACH BASELINE.
006470*--------------------------------------------------------------------
006480 4000-REPLAY-JOURNAL.
006490     IF DL100-SEQ-JOURNAL-NONE
006500         GO TO 4000-EXIT
006510     END-IF.
006520     MOVE LOW-VALUES TO DL100-SJ-KEY.
006530     START DL100-SEQ-JOURNAL-FILE KEY NOT < DL100-SJ-KEY.
006540     IF DL100-SEQ-JOURNAL-NOT-FOUND
006550         OR DL100-SEQ-JOURNAL-AT-END
006560         GO TO 4000-EXIT
006570     END-IF.
006580     IF NOT DL100-SEQ-JOURNAL-OK
006590         DISPLAY "ONETOTEN0244E SEQJRNL BROWSE FAILED - STATUS "
006600                 DL100-SEQ-JOURNAL-STATUS
006610         MOVE 16 TO RETURN-CODE
006620         GO TO 9999-EXIT
006630     END-IF.
006640     PERFORM 4100-REPLAY-ONE-JOURNAL THRU 4100-EXIT
006650         UNTIL NOT DL100-SEQ-JOURNAL-OK.
006660     IF NOT DL100-SEQ-JOURNAL-AT-END
006670         DISPLAY "ONETOTEN0244E SEQJRNL READ FAILED - STATUS "
006680                 DL100-SEQ-JOURNAL-STATUS
006690         MOVE 16 TO RETURN-CODE
006700         GO TO 9999-EXIT
006710     END-IF.
006720 4000-EXIT.
006730     EXIT.
006740
006750 4100-REPLAY-ONE-JOURNAL.
006760     READ DL100-SEQ-JOURNAL-FILE NEXT RECORD.
006770     IF NOT DL100-SEQ-JOURNAL-OK
006780         GO TO 4100-EXIT
006790     END-IF.
006800     ADD 1 TO DL100-SQR-JRNL-READ.
006810     IF DL100-SJ-BLOCK-SIZE NOT NUMERIC
006820         MOVE DL100-SJ-SEQ-NAME TO DL100-SQR-MSG-NAME
006830         MOVE "JOURNAL RECORD BLOCK SIZE IS NOT NUMERIC - SKIPPED"
006840             TO DL100-SQR-MSG-TEXT
006850         PERFORM 7200-PRINT-EXCEPTION-MSG THRU 7200-EXIT
006860         GO TO 4100-EXIT
006870     END-IF.
006880     MOVE DL100-SJ-SEQ-NAME TO DL100-SQR-WORK-NAME.
006890     PERFORM 7400-FIND-NAME THRU 7400-EXIT.
006900     IF DL100-SJ-TIMESTAMP > DL100-SQR-STOP-STAMP
006910         ADD 1 TO DL100-SQR-JRNL-HELD
006920         ADD 1 TO DL100-SQR-NT-HELD (DL100-SQR-NAME-HIT)
006930         GO TO 4100-EXIT
006940     END-IF.
006950     IF DL100-SJ-TIMESTAMP
006960         > DL100-SQR-NT-BASE-TS (DL100-SQR-NAME-HIT)
006970         ADD DL100-SJ-BLOCK-SIZE
006980             TO DL100-SQR-NT-PROOF-SUM (DL100-SQR-NAME-HIT)
006990         ADD 1 TO DL100-SQR-NT-PROOF-CT (DL100-SQR-NAME-HIT)
007000     END-IF.
007010     IF DL100-SJ-TIMESTAMP
007020         NOT > DL100-SQR-NT-CUTOFF (DL100-SQR-NAME-HIT)
007030         GO TO 4100-EXIT
007040     END-IF.
007050     MOVE DL100-SJ-TIMESTAMP TO DL100-SQR-WORK-STAMP.
007060     PERFORM 4200-APPLY-EARLIER-MAINT THRU 4200-EXIT
007070         VARYING DL100-SQR-EVENT-SUB FROM 1 BY 1
007080         UNTIL DL100-SQR-EVENT-SUB > DL100-SQR-EVENT-COUNT.
007090     PERFORM 4300-APPLY-RESERVATION THRU 4300-EXIT.
007100 4100-EXIT.
007110     EXIT.
007120
007130 4200-APPLY-EARLIER-MAINT.
007140     IF DL100-SQR-EV-DONE (DL100-SQR-EVENT-SUB)
007150         GO TO 4200-EXIT
007160     END-IF.
007170     IF DL100-SQR-EV-NAME (DL100-SQR-EVENT-SUB)
007180         NOT = DL100-SQR-WORK-NAME
007190         GO TO 4200-EXIT
007200     END-IF.
007210     IF DL100-SQR-EV-STAMP (DL100-SQR-EVENT-SUB)
007220         NOT < DL100-SQR-WORK-STAMP
007230         GO TO 4200-EXIT
007240     END-IF.
007250     PERFORM 4400-APPLY-ONE-MAINT THRU 4400-EXIT.
007260 4200-EXIT.
007270     EXIT.
007280
007290*--------------------------------------------------------------------
007300* 4300-APPLY-RESERVATION - ADVANCE THE NAME BY THE JOURNALED BLOCK
007310* AND TAKE THE JOURNAL STAMP AS ITS LAST-UPDATED, EXACTLY AS
007320* SEQNBRSVC DID WHEN IT ISSUED THE BLOCK (A NEW NAME STARTS AT
007330* ZERO).  A BLOCK THAT DOES NOT START ONE PAST THE REBUILT VALUE
007340* IS STILL APPLIED BUT PRINTED AS AN EXCEPTION.
007350*--------------------------------------------------------------------
007360 4300-APPLY-RESERVATION.
007370     PERFORM 7500-READ-NAMED-RECORD THRU 7500-EXIT.
007380     IF DL100-SQR-RECORD-NOT-FOUND
007390         MOVE SPACES TO DL100-SEQ-RECORD
007400         MOVE DL100-SQR-WORK-NAME TO DL100-SEQ-NAME
007410         MOVE 0 TO DL100-SEQ-LAST-VALUE
007420     END-IF.
007430     MOVE DL100-SEQ-LAST-VALUE TO DL100-SQR-NEXT-START.
007440     ADD 1 TO DL100-SQR-NEXT-START.
007450     IF DL100-SJ-BLOCK-START NOT NUMERIC
007460         OR DL100-SJ-BLOCK-START NOT = DL100-SQR-NEXT-START
007470         MOVE DL100-SQR-WORK-NAME TO DL100-SQR-MSG-NAME
007480         MOVE "JOURNALED BLOCK DOES NOT START ONE PAST THE VALUE"
007490             TO DL100-SQR-MSG-TEXT
007500         PERFORM 7200-PRINT-EXCEPTION-MSG THRU 7200-EXIT
007510     END-IF.
007520     ADD DL100-SJ-BLOCK-SIZE TO DL100-SEQ-LAST-VALUE.
007530     MOVE DL100-SJ-TIMESTAMP TO DL100-SEQ-LAST-UPDATED.
007540     PERFORM 7600-PUT-NAMED-RECORD THRU 7600-EXIT.
007550     ADD 1 TO DL100-SQR-JRNL-APPLIED.
007560     ADD 1 TO DL100-SQR-NT-RESV-COUNT (DL100-SQR-NAME-HIT).
007570     ADD DL100-SJ-BLOCK-SIZE
007580         TO DL100-SQR-NT-RESV-SUM (DL100-SQR-NAME-HIT).
007590 4300-EXIT.
007600     EXIT.
007610
007620*--------------------------------------------------------------------
007630* 4400-APPLY-ONE-MAINT - REPLAY ONE QUEUED MAINTLOG ACTION THE WAY
007640* DL100SQM APPLIED IT: A SET OR CREATE FORCES THE VALUE UNDER THE
007650* LOG STAMP, A DELETE REMOVES THE RECORD.
007660*--------------------------------------------------------------------
007670 4400-APPLY-ONE-MAINT.
007680     MOVE DL100-SQR-EV-NAME (DL100-SQR-EVENT-SUB)
007690         TO DL100-SQR-WORK-NAME.
007700     PERFORM 7400-FIND-NAME THRU 7400-EXIT.
007710     PERFORM 7500-READ-NAMED-RECORD THRU 7500-EXIT.
007720     SET DL100-SQR-EV-DONE (DL100-SQR-EVENT-SUB) TO TRUE.
007730     ADD 1 TO DL100-SQR-MAINT-APPLIED.
007740     ADD 1 TO DL100-SQR-NT-MAINT-CT (DL100-SQR-NAME-HIT).
007750     IF DL100-SQR-EV-ACTION (DL100-SQR-EVENT-SUB) = "DELETE"
007760         IF DL100-SQR-RECORD-FOUND
007770             DELETE DL100-SEQ-FILE RECORD
007780             PERFORM 7700-CHECK-STORE-UPDATE THRU 7700-EXIT
007790         ELSE
007800             MOVE DL100-SQR-WORK-NAME TO DL100-SQR-MSG-NAME
007810             MOVE "MAINTLOG DELETE FOR A NAME NOT ON THE STORE"
007820                 TO DL100-SQR-MSG-TEXT
007830             PERFORM 7200-PRINT-EXCEPTION-MSG THRU 7200-EXIT
007840         END-IF
007850         GO TO 4400-EXIT
007860     END-IF.
007870     IF DL100-SQR-RECORD-NOT-FOUND
007880         MOVE SPACES TO DL100-SEQ-RECORD
007890         MOVE DL100-SQR-WORK-NAME TO DL100-SEQ-NAME
007900     END-IF.
007910     MOVE DL100-SQR-EV-NEW-VALUE (DL100-SQR-EVENT-SUB)
007920         TO DL100-SEQ-LAST-VALUE.
007930     MOVE DL100-SQR-EV-STAMP (DL100-SQR-EVENT-SUB)
007940         TO DL100-SEQ-LAST-UPDATED.
007950     PERFORM 7600-PUT-NAMED-RECORD THRU 7600-EXIT.
007960 4400-EXIT.
007970     EXIT.
007980
007990*--------------------------------------------------------------------
008000* 4800-REPLAY-REMAINING-MAINT - QUEUED ACTIONS WITH NO LATER
008010* RESERVATION FOR THEIR NAME, IN LOG ORDER.
008020*--------------------------------------------------------------------
008030 4800-REPLAY-REMAINING-MAINT.
008040     PERFORM 4810-REPLAY-IF-PENDING THRU 4810-EXIT
008050         VARYING DL100-SQR-EVENT-SUB FROM 1 BY 1
008060         UNTIL DL100-SQR-EVENT-SUB > DL100-SQR-EVENT-COUNT.
008070 4800-EXIT.
008080     EXIT.
008090
008100 4810-REPLAY-IF-PENDING.
008110     IF DL100-SQR-EV-DONE (DL100-SQR-EVENT-SUB)
008120         GO TO 4810-EXIT
008130     END-IF.
008140     PERFORM 4400-APPLY-ONE-MAINT THRU 4400-EXIT.
008150 4810-EXIT.
008160     EXIT.
008170
008180*--------------------------------------------------------------------
008190* 5000-PRINT-APPLIED - ONE LINE PER NAME: WHERE ITS STARTING VALUE
008200* CAME FROM AND WHAT THE ROLL-FORWARD APPLIED ON TOP OF IT.
008210*--------------------------------------------------------------------
008220 5000-PRINT-APPLIED.
008230     MOVE SPACES TO DL100-SQR-PRINT-AREA.
008240     MOVE "** ROLL-FORWARD APPLIED PER NAME **"
008250         TO DL100-SQR-PRINT-AREA.
008260     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008270     MOVE 2 TO DL100-SQR-SPACING.
008280     MOVE DL100-SQR-APL-HDG TO DL100-SQR-PRINT-AREA.
008290     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008300     PERFORM 5100-PRINT-ONE-NAME THRU 5100-EXIT
008310         VARYING DL100-SQR-NAME-SUB FROM 1 BY 1
008320         UNTIL DL100-SQR-NAME-SUB > DL100-SQR-NAME-COUNT.
008330 5000-EXIT.
008340     EXIT.
008350
008360 5100-PRINT-ONE-NAME.
008370     MOVE DL100-SQR-NT-NAME (DL100-SQR-NAME-SUB)
008380         TO DL100-SQR-APL-NAME.
008390     MOVE DL100-SQR-NT-SOURCE (DL100-SQR-NAME-SUB)
008400         TO DL100-SQR-APL-SOURCE.
008410     MOVE DL100-SQR-NT-RESTORED (DL100-SQR-NAME-SUB)
008420         TO DL100-SQR-APL-RESTORED.
008430     MOVE DL100-SQR-NT-RESV-COUNT (DL100-SQR-NAME-SUB)
008440         TO DL100-SQR-APL-RESV-COUNT.
008450     MOVE DL100-SQR-NT-RESV-SUM (DL100-SQR-NAME-SUB)
008460         TO DL100-SQR-APL-RESV-SUM.
008470     MOVE DL100-SQR-NT-MAINT-CT (DL100-SQR-NAME-SUB)
008480         TO DL100-SQR-APL-MAINT-CT.
008490     MOVE DL100-SQR-NT-HELD (DL100-SQR-NAME-SUB)
008500         TO DL100-SQR-APL-HELD.
008510     MOVE DL100-SQR-APL-LINE TO DL100-SQR-PRINT-AREA.
008520     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008530 5100-EXIT.
008540     EXIT.
008550
008560*--------------------------------------------------------------------
008570* 5500-PROVE-STORE - BROWSE THE REBUILT STORE AND PROVE EVERY
008580* RECORD WITH THE DL100JBL RULE, THEN FLAG ANY NAME WITH PROOF
008590* RESERVATIONS BUT NO RECORD WHOSE LAST ACTION WAS NOT A DELETE.
008600*--------------------------------------------------------------------
008610 5500-PROVE-STORE.
008620     MOVE SPACES TO DL100-SQR-PRINT-AREA.
008630     MOVE 2 TO DL100-SQR-SPACING.
008640     MOVE "** BALANCE PROOF OF THE REBUILT STORE **"
008650         TO DL100-SQR-PRINT-AREA.
008660     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008670     MOVE LOW-VALUES TO DL100-SEQ-NAME.
008680     START DL100-SEQ-FILE KEY NOT < DL100-SEQ-NAME.
008690     IF DL100-SEQ-FILE-NOT-FOUND OR DL100-SEQ-FILE-AT-END
008700         MOVE SPACES TO DL100-SQR-MSG-NAME
008710         MOVE "REBUILT STORE IS EMPTY - NOTHING TO BALANCE"
008720             TO DL100-SQR-MSG-TEXT
008730         MOVE DL100-SQR-MSG-LINE TO DL100-SQR-PRINT-AREA
008740         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
008750         GO TO 5500-CHECK-ORPHANS
008760     END-IF.
008770     IF NOT DL100-SEQ-FILE-OK
008780         DISPLAY "ONETOTEN0243E SEQFILE BROWSE FAILED - STATUS "
008790                 DL100-SEQ-FILE-STATUS
008800         MOVE 16 TO RETURN-CODE
008810         GO TO 9999-EXIT
008820     END-IF.
008830     MOVE 2 TO DL100-SQR-SPACING.
008840     MOVE DL100-SQR-PRF-HDG TO DL100-SQR-PRINT-AREA.
008850     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008860     PERFORM 5600-PROVE-ONE-RECORD THRU 5600-EXIT
008870         UNTIL NOT DL100-SEQ-FILE-OK.
008880 5500-CHECK-ORPHANS.
008890     PERFORM 5700-CHECK-ONE-NAME THRU 5700-EXIT
008900         VARYING DL100-SQR-NAME-SUB FROM 1 BY 1
008910         UNTIL DL100-SQR-NAME-SUB > DL100-SQR-NAME-COUNT.
008920 5500-EXIT.
008930     EXIT.
008940
008950 5600-PROVE-ONE-RECORD.
008960     READ DL100-SEQ-FILE NEXT RECORD.
008970     IF NOT DL100-SEQ-FILE-OK
008980         GO TO 5600-EXIT
008990     END-IF.
009000     ADD 1 TO DL100-SQR-STORE-READ.
009010     MOVE DL100-SEQ-NAME TO DL100-SQR-WORK-NAME.
009020     PERFORM 7400-FIND-NAME THRU 7400-EXIT.
009030     SET DL100-SQR-NT-ON-STORE (DL100-SQR-NAME-HIT) TO TRUE.
009040     MOVE DL100-SQR-NT-BASE-VALUE (DL100-SQR-NAME-HIT)
009050         TO DL100-SQR-EXPECTED-VALUE.
009060     ADD DL100-SQR-NT-PROOF-SUM (DL100-SQR-NAME-HIT)
009070         TO DL100-SQR-EXPECTED-VALUE.
009080     MOVE DL100-SEQ-NAME TO DL100-SQR-PRF-NAME.
009090     MOVE DL100-SEQ-LAST-VALUE TO DL100-SQR-PRF-STORE.
009100     MOVE DL100-SQR-EXPECTED-VALUE TO DL100-SQR-PRF-PROVEN.
009110     MOVE DL100-SQR-NT-PROOF-CT (DL100-SQR-NAME-HIT)
009120         TO DL100-SQR-PRF-RESV.
009130     MOVE DL100-SQR-NT-BASE-ACT (DL100-SQR-NAME-HIT)
009140         TO DL100-SQR-PRF-BASE-ACT.
009150     IF DL100-SEQ-LAST-VALUE NUMERIC
009160         AND DL100-SEQ-LAST-VALUE = DL100-SQR-EXPECTED-VALUE
009170         MOVE "BALANCED" TO DL100-SQR-PRF-VERDICT
009180         ADD 1 TO DL100-SQR-BALANCED-COUNT
009190     ELSE
009200         MOVE "OUT OF BALANCE - SEE SEQJRNL"
009210             TO DL100-SQR-PRF-VERDICT
009220         ADD 1 TO DL100-SQR-MISMATCH-COUNT
009230     END-IF.
009240     MOVE DL100-SQR-PRF-LINE TO DL100-SQR-PRINT-AREA.
009250     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009260 5600-EXIT.
009270     EXIT.
009280
009290 5700-CHECK-ONE-NAME.
009300     IF DL100-SQR-NT-ON-STORE (DL100-SQR-NAME-SUB)
009310         GO TO 5700-EXIT
009320     END-IF.
009330     IF DL100-SQR-NT-PROOF-CT (DL100-SQR-NAME-SUB) = 0
009340         GO TO 5700-EXIT
009350     END-IF.
009360     IF DL100-SQR-NT-BASE-ACT (DL100-SQR-NAME-SUB) = "DELETE"
009370         GO TO 5700-EXIT
009380     END-IF.
009390     MOVE DL100-SQR-NT-NAME (DL100-SQR-NAME-SUB)
009400         TO DL100-SQR-MSG-NAME.
009410     MOVE "JOURNALED RESERVATIONS BUT NO STORE RECORD"
009420         TO DL100-SQR-MSG-TEXT.
009430     MOVE DL100-SQR-MSG-LINE TO DL100-SQR-PRINT-AREA.
009440     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009450     ADD 1 TO DL100-SQR-MISMATCH-COUNT.
009460 5700-EXIT.
009470     EXIT.
009480
009490*--------------------------------------------------------------------
009500* 6000-PRINT-SUMMARY - CONTROL TOTALS AND THE FINAL VERDICT.  THE
009510* RETURN CODE IS SET HERE SO THE SCHEDULER CAN FLAG A MISMATCH.
009520*--------------------------------------------------------------------
009530 6000-PRINT-SUMMARY.
009540     MOVE SPACES TO DL100-SQR-PRINT-AREA.
009550     MOVE 2 TO DL100-SQR-SPACING.
009560     MOVE "** RECOVERY SUMMARY **" TO DL100-SQR-PRINT-AREA.
009570     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009580     MOVE "RECORDS RESTORED FROM BACKUP" TO DL100-SQR-SUM-TEXT.
009590     MOVE DL100-SQR-IMAGE-COUNT TO DL100-SQR-SUM-VALUE.
009600     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009610     MOVE "JOURNAL RECORDS READ" TO DL100-SQR-SUM-TEXT.
009620     MOVE DL100-SQR-JRNL-READ TO DL100-SQR-SUM-VALUE.
009630     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009640     MOVE "RESERVATIONS REPLAYED" TO DL100-SQR-SUM-TEXT.
009650     MOVE DL100-SQR-JRNL-APPLIED TO DL100-SQR-SUM-VALUE.
009660     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009670     MOVE "RESERVATIONS HELD BACK BY STOP" TO DL100-SQR-SUM-TEXT.
009680     MOVE DL100-SQR-JRNL-HELD TO DL100-SQR-SUM-VALUE.
009690     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009700     MOVE "MAINTLOG RECORDS READ" TO DL100-SQR-SUM-TEXT.
009710     MOVE DL100-SQR-MAINT-READ TO DL100-SQR-SUM-VALUE.
009720     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009730     MOVE "MAINTLOG ACTIONS REPLAYED" TO DL100-SQR-SUM-TEXT.
009740     MOVE DL100-SQR-MAINT-APPLIED TO DL100-SQR-SUM-VALUE.
009750     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009760     MOVE "MAINTLOG ACTIONS HELD BACK BY STOP"
009770         TO DL100-SQR-SUM-TEXT.
009780     MOVE DL100-SQR-MAINT-HELD TO DL100-SQR-SUM-VALUE.
009790     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009800     MOVE "REPLAY EXCEPTIONS" TO DL100-SQR-SUM-TEXT.
009810     MOVE DL100-SQR-EXCEPTION-COUNT TO DL100-SQR-SUM-VALUE.
009820     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009830     MOVE "STORE RECORDS BALANCED" TO DL100-SQR-SUM-TEXT.
009840     MOVE DL100-SQR-BALANCED-COUNT TO DL100-SQR-SUM-VALUE.
009850     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009860     MOVE "STORE RECORDS OUT OF BALANCE" TO DL100-SQR-SUM-TEXT.
009870     MOVE DL100-SQR-MISMATCH-COUNT TO DL100-SQR-SUM-VALUE.
009880     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009890     MOVE SPACES TO DL100-SQR-PRINT-AREA.
009900     MOVE 2 TO DL100-SQR-SPACING.
009910     IF DL100-SQR-MISMATCH-COUNT = 0
009920         AND DL100-SQR-EXCEPTION-COUNT = 0
009930         MOVE "SEQUENCE STORE REBUILT AND BALANCES AGAINST THE "
009940             TO DL100-SQR-PRINT-AREA
009950         MOVE "JOURNAL" TO DL100-SQR-PRINT-AREA (50:7)
009960         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
009970         DISPLAY "ONETOTEN0246I SEQUENCE STORE REBUILT AND "
009980                 "BALANCED"
009990     ELSE
010000         MOVE "SEQUENCE STORE REBUILT BUT DOES NOT BALANCE - "
010010             TO DL100-SQR-PRINT-AREA
010020         MOVE "SEE EXCEPTIONS" TO DL100-SQR-PRINT-AREA (47:14)
010030         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
010040         DISPLAY "ONETOTEN0247E SEQUENCE STORE REBUILT BUT DOES "
010050                 "NOT BALANCE - SEE THE DL100SQR REPORT"
010060         MOVE 8 TO RETURN-CODE
010070     END-IF.
010080 6000-EXIT.
010090     EXIT.
010100
010110 6100-PRINT-SUMMARY-LINE.
010120     MOVE DL100-SQR-SUM-LINE TO DL100-SQR-PRINT-AREA.
010130     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
010140 6100-EXIT.
010150     EXIT.
010160
010170*--------------------------------------------------------------------
010180* 7000-PRINT-LINE - SINGLE POINT OF REPORT OUTPUT WITH AUTOMATIC
010190* PAGE BREAKS.  DL100-SQR-SPACING IS HONORED FOR ONE LINE AND THEN
010200* FALLS BACK TO SINGLE SPACING.
010210*--------------------------------------------------------------------
010220 7000-PRINT-LINE.
010230     IF DL100-SQR-LINE-COUNT >= DL100-SQR-LINES-PER-PAGE
010240         PERFORM 7100-PRINT-PAGE-HEADING THRU 7100-EXIT
010250     END-IF.
010260     WRITE DL100-REPORT-LINE FROM DL100-SQR-PRINT-AREA
010270         AFTER ADVANCING DL100-SQR-SPACING LINES.
010280     ADD DL100-SQR-SPACING TO DL100-SQR-LINE-COUNT.
010290     MOVE 1 TO DL100-SQR-SPACING.
010300 7000-EXIT.
010310     EXIT.
010320
010330 7100-PRINT-PAGE-HEADING.
010340     ADD 1 TO DL100-SQR-PAGE-NUMBER.
010350     MOVE DL100-SQR-PAGE-NUMBER TO DL100-SQR-HDG1-PAGE.
010360     WRITE DL100-REPORT-LINE FROM DL100-SQR-HDG1
010370         AFTER ADVANCING PAGE.
010380     WRITE DL100-REPORT-LINE FROM DL100-SQR-HDG2
010390         AFTER ADVANCING 1 LINE.
010400     MOVE SPACES TO DL100-REPORT-LINE.
010410     WRITE DL100-REPORT-LINE AFTER ADVANCING 1 LINE.
010420     MOVE 4 TO DL100-SQR-LINE-COUNT.
010430 7100-EXIT.
010440     EXIT.
010450
010460 7200-PRINT-EXCEPTION-MSG.
010470     MOVE DL100-SQR-MSG-LINE TO DL100-SQR-PRINT-AREA.
010480     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
010490     ADD 1 TO DL100-SQR-EXCEPTION-COUNT.
010500 7200-EXIT.
010510     EXIT.
010520
010530*--------------------------------------------------------------------
010540* 7400-FIND-NAME - LOOK THE WORK NAME UP IN THE NAME TABLE,
010550* REGISTERING IT ON FIRST SIGHT WITH THE BACKUP STAMP AS ITS
010560* CUTOFF.  UNLIKE THE DAILY BALANCE, A RECOVERY CANNOT LEAVE A
010570* NAME OUT, SO A FULL TABLE ENDS THE RUN.
010580*--------------------------------------------------------------------
010590 7400-FIND-NAME.
010600     MOVE 0 TO DL100-SQR-NAME-HIT.
010610     PERFORM 7410-MATCH-ONE-NAME THRU 7410-EXIT
010620         VARYING DL100-SQR-NAME-SUB FROM 1 BY 1
010630         UNTIL DL100-SQR-NAME-SUB > DL100-SQR-NAME-COUNT
010640             OR DL100-SQR-NAME-HIT > 0.
010650     IF DL100-SQR-NAME-HIT > 0
010660         GO TO 7400-EXIT
010670     END-IF.
010680     IF DL100-SQR-NAME-COUNT >= DL100-SQR-NAME-MAX
010690         DISPLAY "ONETOTEN0245E MORE THAN " DL100-SQR-NAME-MAX
010700                 " SEQUENCE NAMES - RECOVERY ABANDONED"
010710         MOVE 16 TO RETURN-CODE
010720         GO TO 9999-EXIT
010730     END-IF.
010740     ADD 1 TO DL100-SQR-NAME-COUNT.
010750     MOVE DL100-SQR-NAME-COUNT TO DL100-SQR-NAME-HIT.
010760     MOVE DL100-SQR-WORK-NAME
010770         TO DL100-SQR-NT-NAME (DL100-SQR-NAME-HIT).
010780     MOVE DL100-SQR-BACKUP-STAMP
010790         TO DL100-SQR-NT-CUTOFF (DL100-SQR-NAME-HIT).
010800     MOVE "NEW" TO DL100-SQR-NT-SOURCE (DL100-SQR-NAME-HIT).
010810     MOVE 0 TO DL100-SQR-NT-RESTORED (DL100-SQR-NAME-HIT).
010820     MOVE 0 TO DL100-SQR-NT-RESV-COUNT (DL100-SQR-NAME-HIT).
010830     MOVE 0 TO DL100-SQR-NT-RESV-SUM (DL100-SQR-NAME-HIT).
010840     MOVE 0 TO DL100-SQR-NT-MAINT-CT (DL100-SQR-NAME-HIT).
010850     MOVE 0 TO DL100-SQR-NT-HELD (DL100-SQR-NAME-HIT).
010860     MOVE 0 TO DL100-SQR-NT-BASE-VALUE (DL100-SQR-NAME-HIT).
010870     MOVE LOW-VALUES TO DL100-SQR-NT-BASE-TS (DL100-SQR-NAME-HIT).
010880     MOVE SPACES TO DL100-SQR-NT-BASE-ACT (DL100-SQR-NAME-HIT).
010890     MOVE 0 TO DL100-SQR-NT-PROOF-SUM (DL100-SQR-NAME-HIT).
010900     MOVE 0 TO DL100-SQR-NT-PROOF-CT (DL100-SQR-NAME-HIT).
010910     MOVE "N" TO DL100-SQR-NT-STORE-SW (DL100-SQR-NAME-HIT).
010920 7400-EXIT.
010930     EXIT.
010940
010950 7410-MATCH-ONE-NAME.
010960     IF DL100-SQR-WORK-NAME
010970         = DL100-SQR-NT-NAME (DL100-SQR-NAME-SUB)
010980         MOVE DL100-SQR-NAME-SUB TO DL100-SQR-NAME-HIT
010990     END-IF.
011000 7410-EXIT.
011010     EXIT.
011020
011030*--------------------------------------------------------------------
011040* 7500-READ-NAMED-RECORD - RANDOM READ OF THE REBUILT STORE BY THE
011050* WORK NAME.
011060*--------------------------------------------------------------------
011070 7500-READ-NAMED-RECORD.
011080     SET DL100-SQR-RECORD-NOT-FOUND TO TRUE.
011090     MOVE DL100-SQR-WORK-NAME TO DL100-SEQ-NAME.
011100     READ DL100-SEQ-FILE
011110         INVALID KEY
011120             CONTINUE
011130         NOT INVALID KEY
011140             SET DL100-SQR-RECORD-FOUND TO TRUE
011150     END-READ.
011160 7500-EXIT.
011170     EXIT.
011180
011190*--------------------------------------------------------------------
011200* 7600-PUT-NAMED-RECORD - REWRITE THE RECORD JUST READ, OR WRITE IT
011210* WHEN THE NAME WAS NOT ON THE REBUILT STORE.
011220*--------------------------------------------------------------------
011230 7600-PUT-NAMED-RECORD.
011240     IF DL100-SQR-RECORD-FOUND
011250         REWRITE DL100-SEQ-RECORD
011260     ELSE
011270         WRITE DL100-SEQ-RECORD
011280     END-IF.
011290     PERFORM 7700-CHECK-STORE-UPDATE THRU 7700-EXIT.
011300 7600-EXIT.
011310     EXIT.
011320
011330 7700-CHECK-STORE-UPDATE.
011340     IF NOT DL100-SEQ-FILE-OK
011350         DISPLAY "ONETOTEN0243E SEQFILE UPDATE FAILED FOR "
011360                 DL100-SQR-WORK-NAME " - STATUS "
011370                 DL100-SEQ-FILE-STATUS
011380         MOVE 16 TO RETURN-CODE
011390         GO TO 9999-EXIT
011400     END-IF.
011410 7700-EXIT.
011420     EXIT.
011430
011440 8000-FINALIZE.
011450     IF NOT DL100-RCV-CARD-NONE
011460         CLOSE DL100-RCV-CARD-FILE
011470     END-IF.
011480     CLOSE DL100-BACKUP-FILE.
011490     CLOSE DL100-SEQ-FILE.
011500     IF NOT DL100-SEQ-JOURNAL-NONE
011510         CLOSE DL100-SEQ-JOURNAL-FILE
011520     END-IF.
011530     IF NOT DL100-MAINT-LOG-NONE
011540         CLOSE DL100-MAINT-LOG-FILE
011550     END-IF.
011560     CLOSE DL100-REPORT-FILE.
011570 8000-EXIT.
011580     EXIT.
011590
011600*--------------------------------------------------------------------
011610* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
011620*--------------------------------------------------------------------
011630 9999-EXIT.
011640     STOP RUN.
011650 END PROGRAM DL100SQR.
