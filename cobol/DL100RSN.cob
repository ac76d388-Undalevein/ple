000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100RSN.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  ON-REQUEST RESEND OF A
000220*                     PRIOR NIGHT'S DISTRIBUTION INTERFACE FILE.
000230*                     REBUILDS THE ONE FILE NAMED ON RSNCARD FROM
000240*                     THE OTFILE GENERATION THAT FED THAT NIGHT'S
000250*                     EXTRACT, WITH THE SAME HEADER CHECK, STRMREG
000260*                     ROUTING, PER-STREAM TRAILER BALANCING AND
000270*                     COUNT/HASH TRAILER AS DL100DWN.  THE REBUILT
000280*                     H RECORD IS MARKED AS A RESEND AND CARRIES
000290*                     ITS RESEND SEQUENCE NUMBER.  THE FILE IS
000300*                     PROVED IN A FIRST PASS AND ONLY WRITTEN WHEN
000310*                     ITS COUNT AND HASH AGREE WITH THE ORIGINAL
000320*                     DL100XL RECORD ON EXTLOG; IT THEN APPENDS A
000330*                     RESEND DL100XL RECORD, WHICH DL100ACK TAKES
000340*                     AS THE REPLACEMENT FOR THE ORIGINAL, SO THE
000350*                     RECEIVING TEAM'S ACK OF THE RESEND CLEARS
000360*                     THE STEP030 HOLD.
000370*
000380*                     RSNCARD CARD FORMAT (COL 1, * COMMENTS OK):
000390*                       RESEND   YYYYMMDD DDNAME
000400*                     DDNAME IS DSTFILE OR DSTFIL01-DSTFIL04.
000410*
000420*                     RESEND HEADER FORMAT:
000430*                       H;DL100;EXTRACT-DATE;RESEND;SEQ
000440*
000450*                     ENDS RC 0 WHEN THE FILE WAS REBUILT AND
000460*                     LOGGED, RC 12 WHEN THE RESEND WAS REFUSED -
000470*                     NO ORIGINAL EXTRACT ON EXTLOG, THE WRONG OR
000480*                     AN UNBALANCED OTFILE GENERATION, OR A COUNT
000490*                     OR HASH THAT DIFFERS FROM THE ORIGINAL - AND
000500*                     RC 16 WHEN A FILE OR THE CARD COULD NOT BE
000510*                     PROCESSED.  NOTHING IS WRITTEN TO RSNFILE OR
000520*                     EXTLOG UNLESS THE RUN ENDS RC 0.
000521*   10/15/2026  DLH   CHECK-DIGIT NUMBERING.  A CHECK-DIGIT
000522*                     STREAM'S DETAILS ARE REBUILT WITH THE FULL
000523*                     NUMBER AS THEIR FIFTH FIELD, EXACTLY AS
000524*                     DL100DWN NOW WRITES THEM.
000530*--------------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT DL100-RSN-CARD-FILE ASSIGN TO "RSNCARD"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS DL100-RSN-CARD-STATUS.
000600
000610     SELECT DL100-OUTPUT-FILE ASSIGN TO "OTFILE"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS DL100-OUTPUT-FILE-STATUS.
000640
000650     SELECT DL100-STREAM-REG-FILE ASSIGN TO "STRMREG"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS DL100-SR-STREAM-NAME
000690         FILE STATUS IS DL100-STREAM-REG-STATUS.
000700
000710     SELECT DL100-RESEND-FILE ASSIGN TO "RSNFILE"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS DL100-RESEND-FILE-STATUS.
000740
000750     SELECT DL100-EXTRACT-LOG-FILE ASSIGN TO "EXTLOG"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS DL100-EXTRACT-LOG-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DL100-RSN-CARD-FILE
000820     RECORDING MODE IS F.
000830 01  DL100-RSN-CARD-RECORD           PIC X(80).
000840
000850 FD  DL100-OUTPUT-FILE
000860     RECORDING MODE IS F.
000870     COPY DL100OT.
000880
000890 FD  DL100-STREAM-REG-FILE.
000900     COPY DL100SR.
000910
000920 FD  DL100-RESEND-FILE
000930     RECORDING MODE IS F.
000940 01  DL100-RESEND-RECORD             PIC X(80).
000950
000960 FD  DL100-EXTRACT-LOG-FILE
000970     RECORDING MODE IS F.
000980     COPY DL100XL.
000990
001000 WORKING-STORAGE SECTION.
001010*--------------------------------------------------------------------
001020* RUN-CONTROL AND FILE-STATUS ITEMS
001030*--------------------------------------------------------------------
001040 77  DL100-RSN-CARD-STATUS           PIC X(02) VALUE SPACES.
001050     88  DL100-RSN-CARD-OK               VALUE "00".
001060     88  DL100-RSN-CARD-EOF              VALUE "10".
001070
001080 77  DL100-OUTPUT-FILE-STATUS        PIC X(02) VALUE SPACES.
001090     88  DL100-OUTPUT-FILE-OK            VALUE "00".
001100     88  DL100-OUTPUT-FILE-EOF           VALUE "10".
001110
001120 77  DL100-STREAM-REG-STATUS         PIC X(02) VALUE SPACES.
001130     88  DL100-STREAM-REG-OK             VALUE "00".
001140     88  DL100-STREAM-REG-NOT-FOUND      VALUE "23".
001150
001160 77  DL100-RESEND-FILE-STATUS        PIC X(02) VALUE SPACES.
001170     88  DL100-RESEND-FILE-OK            VALUE "00".
001180
001190 77  DL100-EXTRACT-LOG-STATUS        PIC X(02) VALUE SPACES.
001200     88  DL100-EXTRACT-LOG-OK            VALUE "00".
001210     88  DL100-EXTRACT-LOG-EOF           VALUE "10".
001220     88  DL100-EXTRACT-LOG-NONE          VALUE "35".
001230
001240 77  DL100-RS-EXTRACT-DATE           PIC 9(08) VALUE 0.
001250 77  DL100-RS-DDNAME                 PIC X(08) VALUE SPACES.
001260 77  DL100-RS-CARD-COUNT             PIC 9(03) VALUE 0.
001270 77  DL100-RS-RESEND-SEQ             PIC 9(03) VALUE 0.
001280 77  DL100-RS-LOG-TIMESTAMP          PIC X(16) VALUE SPACES.
001290
001300 01  DL100-RS-PASS-SW                PIC X(01) VALUE "1".
001310     88  DL100-RS-PROVING                VALUE "1".
001320     88  DL100-RS-WRITING                VALUE "2".
001330
001340 01  DL100-RS-HEADER-SW              PIC X(01) VALUE "N".
001350     88  DL100-RS-HEADER-SEEN            VALUE "Y".
001360
001370*--------------------------------------------------------------------
001380* RSNCARD CARD LAYOUT - FUNCTION IN COLS 1-8, EXTRACT DATE IN COLS
001390* 10-17, INTERFACE DD NAME IN COLS 19-26.
001400*--------------------------------------------------------------------
001410 01  DL100-RS-CARD.
001420     05  DL100-RS-CRD-FUNCTION       PIC X(08).
001430         88  DL100-RS-CRD-RESEND         VALUE "RESEND".
001440     05  FILLER                      PIC X(01).
001450     05  DL100-RS-CRD-DATE           PIC X(08).
001460     05  FILLER                      PIC X(01).
001470     05  DL100-RS-CRD-DDNAME         PIC X(08).
001480     05  FILLER                      PIC X(54).
001490
001500*--------------------------------------------------------------------
001510* THE ORIGINAL EXTRACT - THE LATEST DL100DWN RECORD ON EXTLOG FOR
001520* THE REQUESTED DATE AND DD NAME - AND THE TOTALS OF THE REBUILT
001530* FILE THAT MUST AGREE WITH IT.
001540*--------------------------------------------------------------------
001550 01  DL100-RS-ORIGINAL-SW            PIC X(01) VALUE "N".
001560     88  DL100-RS-ORIGINAL-FOUND         VALUE "Y".
001570 77  DL100-RS-ORIG-COUNT             PIC 9(07) VALUE 0.
001580 77  DL100-RS-ORIG-HASH              PIC 9(13) VALUE 0.
001590 77  DL100-RS-ORIG-TIMESTAMP         PIC X(16) VALUE SPACES.
001600 77  DL100-RS-PROVE-COUNT            PIC 9(07) VALUE 0.
001610 77  DL100-RS-PROVE-HASH             PIC 9(13) VALUE 0.
001620 77  DL100-RS-WRITE-COUNT            PIC 9(07) VALUE 0.
001630 77  DL100-RS-WRITE-HASH             PIC 9(13) VALUE 0.
001640
001650*--------------------------------------------------------------------
001660* CALENDAR WORK ITEMS - THE CARD DATE MUST BE A REAL DATE, AND THE
001670* OTFILE HEADER MAY CARRY THE DAY BEFORE THE EXTRACT DATE FOR A RUN
001680* THAT CROSSED MIDNIGHT, AS DL100DWN ACCEPTED IT THAT NIGHT.
001690*--------------------------------------------------------------------
001700 77  DL100-RS-MONTH-END-DAY          PIC 9(02) VALUE 0.
001710 77  DL100-RS-LEAP-QUOTIENT          PIC 9(04) VALUE 0.
001720 77  DL100-RS-LEAP-REMAINDER         PIC 9(04) VALUE 0.
001730 01  DL100-RS-DATE-WORK.
001740     05  DL100-RS-DW-YEAR            PIC 9(04).
001750     05  DL100-RS-DW-MONTH           PIC 9(02).
001760     05  DL100-RS-DW-DAY             PIC 9(02).
001770 01  DL100-RS-DATE-WORK-X REDEFINES DL100-RS-DATE-WORK
001780                                     PIC X(08).
001790
001800*--------------------------------------------------------------------
001810* INTERFACE DD NAMES IN DL100DWN'S FILE-TABLE ORDER - SLOT 1 IS THE
001820* DSTFILE CATCH-ALL (REGISTRY FILE NUMBER 00), SLOTS 2-5 ARE
001830* DSTFIL01-DSTFIL04 (REGISTRY FILE NUMBERS 01-04).
001840*--------------------------------------------------------------------
001850 77  DL100-RS-FILE-MAX               PIC 9(02) VALUE 5.
001860 77  DL100-RS-FILE-SUB               PIC S9(04) COMP VALUE 0.
001870 77  DL100-RS-FILE-NBR               PIC S9(04) COMP VALUE 0.
001880 77  DL100-RS-TARGET-NBR             PIC S9(04) COMP VALUE 0.
001890 01  DL100-RS-FILE-DD-DATA           PIC X(40)
001900         VALUE "DSTFILE DSTFIL01DSTFIL02DSTFIL03DSTFIL04".
001910 01  DL100-RS-FILE-DD-TABLE REDEFINES DL100-RS-FILE-DD-DATA.
001920     05  DL100-RS-FIL-DDNAME OCCURS 5 TIMES
001930                                     PIC X(08).
001940
001950*--------------------------------------------------------------------
001960* PER-STREAM BALANCING AND ROUTING - ONE ENTRY PER STREAM NAME ON
001970* THE OTFILE DATA, IN ORDER OF FIRST APPEARANCE, FLAGGED WHEN ITS
001980* REGISTRY ENTRY ROUTES IT TO THE REQUESTED FILE.  THE DETAIL
001990* COUNT IS THE SERIES IN FLIGHT AND THE TRAILER DATE THE NIGHT OF
002000* THE STREAM'S LAST TRAILER, AS IN DL100DWN.
002010*--------------------------------------------------------------------
002020 77  DL100-RS-STREAM-MAX             PIC 9(02) VALUE 10.
002030 77  DL100-RS-STREAM-COUNT           PIC 9(02) VALUE 0.
002040 77  DL100-RS-STR-SUB                PIC S9(04) COMP VALUE 0.
002050 77  DL100-RS-STR-HIT                PIC S9(04) COMP VALUE 0.
002060 77  DL100-RS-WORK-NAME              PIC X(08) VALUE SPACES.
002070 01  DL100-RS-STREAM-TABLE.
002080     05  DL100-RS-STREAM-ENTRY OCCURS 10 TIMES.
002090         10  DL100-RS-STR-NAME       PIC X(08).
002100         10  DL100-RS-STR-DTL-COUNT  PIC 9(07).
002110         10  DL100-RS-STR-TRL-SW     PIC X(01).
002120             88  DL100-RS-STR-TRL-SEEN   VALUE "Y".
002130         10  DL100-RS-STR-TRL-DATE   PIC 9(08).
002140         10  DL100-RS-STR-ROUTE-SW   PIC X(01).
002150             88  DL100-RS-STR-ROUTED     VALUE "Y".
002160
002170*--------------------------------------------------------------------
002180* INTERFACE RECORD BUILD AREAS - THE SAME FIXED-WIDTH, ZERO-FILLED
002190* DELIMITED FIELDS DL100DWN WRITES.
002200*--------------------------------------------------------------------
002210 01  DL100-RS-WORK-RECORD            PIC X(80) VALUE SPACES.
002220
002230 01  DL100-RS-HDR-FIELDS.
002240     05  FILLER                      PIC X(08) VALUE "H;DL100;".
002250     05  DL100-RS-HDR-DATE           PIC 9(08).
002260     05  FILLER                      PIC X(08) VALUE ";RESEND;".
002270     05  DL100-RS-HDR-SEQ            PIC 9(03).
002280
002290 01  DL100-RS-DTL-FIELDS.
002300     05  DL100-RS-DTL-COUNTER        PIC 9(04).
002310     05  DL100-RS-DTL-RUN-DATE       PIC 9(08).
002320     05  DL100-RS-DTL-JOB-ID         PIC X(08).
002321     05  DL100-RS-DTL-CHECKED-NBR    PIC 9(05).
002330
002340 01  DL100-RS-TRL-FIELDS.
002350     05  DL100-RS-TRL-COUNT          PIC 9(07).
002360     05  DL100-RS-TRL-HASH           PIC 9(13).
002370
002380 PROCEDURE DIVISION.
002390*--------------------------------------------------------------------
002400* 0000-MAINLINE
002410*--------------------------------------------------------------------
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     PERFORM 1500-FIND-ORIGINAL THRU 1500-EXIT.
002450     PERFORM 2000-PROVE-EXTRACT THRU 2000-EXIT.
002460     PERFORM 3000-COMPARE-ORIGINAL THRU 3000-EXIT.
002470     PERFORM 4000-WRITE-RESEND THRU 4000-EXIT.
002480     PERFORM 5000-WRITE-EXTRACT-LOG THRU 5000-EXIT.
002490     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002500     GO TO 9999-EXIT.
002510
002520*--------------------------------------------------------------------
002530* 1000-INITIALIZE - READ THE REQUEST CARD AND OPEN THE STREAM
002540* REGISTRY.  THE CARD IS REQUIRED - THERE IS NO DEFAULT NIGHT OR
002550* FILE TO RESEND.
002560*--------------------------------------------------------------------
002570 1000-INITIALIZE.
002580     OPEN INPUT DL100-RSN-CARD-FILE.
002590     IF NOT DL100-RSN-CARD-OK
002600         DISPLAY "ONETOTEN0256E RSNCARD UNAVAILABLE - STATUS "
002610                 DL100-RSN-CARD-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         GO TO 9999-EXIT
002640     END-IF.
002650     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
002660         UNTIL NOT DL100-RSN-CARD-OK.
002670     IF NOT DL100-RSN-CARD-EOF
002680         DISPLAY "ONETOTEN0256E RSNCARD READ FAILED - STATUS "
002690                 DL100-RSN-CARD-STATUS
002700         MOVE 16 TO RETURN-CODE
002710         GO TO 9999-EXIT
002720     END-IF.
002730     CLOSE DL100-RSN-CARD-FILE.
002740     IF DL100-RS-CARD-COUNT NOT = 1
002750         DISPLAY "ONETOTEN0256E RSNCARD MUST CARRY EXACTLY ONE "
002760                 "RESEND CARD - FOUND " DL100-RS-CARD-COUNT
002770         MOVE 16 TO RETURN-CODE
002780         GO TO 9999-EXIT
002790     END-IF.
002800     OPEN INPUT DL100-STREAM-REG-FILE.
002810     IF NOT DL100-STREAM-REG-OK
002820         DISPLAY "ONETOTEN0263E STRMREG UNAVAILABLE - STATUS "
002830                 DL100-STREAM-REG-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         GO TO 9999-EXIT
002860     END-IF.
002870     DISPLAY "ONETOTEN0261I RESEND REQUESTED FOR " DL100-RS-DDNAME
002880             " EXTRACT " DL100-RS-EXTRACT-DATE.
002890 1000-EXIT.
002900     EXIT.
002910
002920*--------------------------------------------------------------------
002930* 1100-READ-ONE-CARD - THE EXTRACT DATE MUST BE A REAL DATE AND THE
002940* DD NAME ONE OF THE INTERFACE FILES DL100DWN WRITES.
002950*--------------------------------------------------------------------
002960 1100-READ-ONE-CARD.
002970     READ DL100-RSN-CARD-FILE INTO DL100-RS-CARD.
002980     IF NOT DL100-RSN-CARD-OK
002990         GO TO 1100-EXIT
003000     END-IF.
003010     IF DL100-RS-CARD (1:1) = "*"
003020         OR DL100-RS-CARD = SPACES
003030         GO TO 1100-EXIT
003040     END-IF.
003050     IF NOT DL100-RS-CRD-RESEND
003060         DISPLAY "ONETOTEN0256E UNKNOWN RSNCARD FUNCTION: "
003070                 DL100-RS-CRD-FUNCTION
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 9999-EXIT
003100     END-IF.
003110     ADD 1 TO DL100-RS-CARD-COUNT.
003120     MOVE DL100-RS-CRD-DATE TO DL100-RS-DATE-WORK-X.
003130     PERFORM 1150-CHECK-CARD-DATE THRU 1150-EXIT.
003140     MOVE DL100-RS-DATE-WORK TO DL100-RS-EXTRACT-DATE.
003150     MOVE DL100-RS-CRD-DDNAME TO DL100-RS-DDNAME.
003160     MOVE 0 TO DL100-RS-TARGET-NBR.
003170     PERFORM 1120-MATCH-ONE-DDNAME THRU 1120-EXIT
003180         VARYING DL100-RS-FILE-SUB FROM 1 BY 1
003190         UNTIL DL100-RS-FILE-SUB > DL100-RS-FILE-MAX
003200             OR DL100-RS-TARGET-NBR > 0.
003210     IF DL100-RS-TARGET-NBR = 0
003220         DISPLAY "ONETOTEN0256E RSNCARD DD NAME " DL100-RS-DDNAME
003230                 " IS NOT A DISTRIBUTION INTERFACE FILE"
003240         MOVE 16 TO RETURN-CODE
003250         GO TO 9999-EXIT
003260     END-IF.
003270 1100-EXIT.
003280     EXIT.
003290
003300 1120-MATCH-ONE-DDNAME.
003310     IF DL100-RS-DDNAME = DL100-RS-FIL-DDNAME (DL100-RS-FILE-SUB)
003320         MOVE DL100-RS-FILE-SUB TO DL100-RS-TARGET-NBR
003330     END-IF.
003340 1120-EXIT.
003350     EXIT.
003360
003370 1150-CHECK-CARD-DATE.
003380     IF DL100-RS-DATE-WORK-X NOT NUMERIC
003390         GO TO 1150-BAD-DATE
003400     END-IF.
003410     IF DL100-RS-DW-MONTH < 1 OR DL100-RS-DW-MONTH > 12
003420         GO TO 1150-BAD-DATE
003430     END-IF.
003440     PERFORM 2460-SET-MONTH-END THRU 2460-EXIT.
003450     IF DL100-RS-DW-DAY < 1
003460         OR DL100-RS-DW-DAY > DL100-RS-MONTH-END-DAY
003470         GO TO 1150-BAD-DATE
003480     END-IF.
003490     GO TO 1150-EXIT.
003500 1150-BAD-DATE.
003510     DISPLAY "ONETOTEN0256E RSNCARD EXTRACT DATE IS NOT A VALID "
003520             "YYYYMMDD DATE: " DL100-RS-CRD-DATE.
003530     MOVE 16 TO RETURN-CODE.
003540     GO TO 9999-EXIT.
003550 1150-EXIT.
003560     EXIT.
003570
003580*--------------------------------------------------------------------
003590* 1500-FIND-ORIGINAL - SCAN EXTLOG FOR THE EXTRACT BEING REPLACED.
003600* THE LATEST DL100DWN RECORD FOR THE DATE AND DD NAME IS THE
003610* ORIGINAL (A RERUN STEP030 LOGS AGAIN); EVERY EARLIER RESEND OF
003620* THE SAME FILE MOVES THE RESEND SEQUENCE NUMBER ON.  A FILE THAT
003630* WAS NEVER LOGGED WAS NEVER SENT, SO THERE IS NOTHING TO RESEND.
003640*--------------------------------------------------------------------
003650 1500-FIND-ORIGINAL.
003660     OPEN INPUT DL100-EXTRACT-LOG-FILE.
003670     IF NOT DL100-EXTRACT-LOG-OK
003680         AND NOT DL100-EXTRACT-LOG-NONE
003690         DISPLAY "ONETOTEN0257E EXTLOG UNAVAILABLE - STATUS "
003700                 DL100-EXTRACT-LOG-STATUS
003710         MOVE 16 TO RETURN-CODE
003720         GO TO 9999-EXIT
003730     END-IF.
003740     IF DL100-EXTRACT-LOG-OK
003750         PERFORM 1510-READ-ONE-LOG THRU 1510-EXIT
003760             UNTIL NOT DL100-EXTRACT-LOG-OK
003770         IF NOT DL100-EXTRACT-LOG-EOF
003780             DISPLAY "ONETOTEN0257E EXTLOG READ FAILED - STATUS "
003790                     DL100-EXTRACT-LOG-STATUS
003800             MOVE 16 TO RETURN-CODE
003810             GO TO 9999-EXIT
003820         END-IF
003830         CLOSE DL100-EXTRACT-LOG-FILE
003840     END-IF.
003850     IF NOT DL100-RS-ORIGINAL-FOUND
003860         DISPLAY "ONETOTEN0258E NO EXTRACT OF " DL100-RS-DDNAME
003870                 " FOR " DL100-RS-EXTRACT-DATE
003880                 " IS LOGGED ON EXTLOG - RESEND REFUSED"
003890         MOVE 12 TO RETURN-CODE
003900         GO TO 9999-EXIT
003910     END-IF.
003920     ADD 1 TO DL100-RS-RESEND-SEQ.
003930     DISPLAY "ONETOTEN0261I ORIGINAL EXTRACT LOGGED "
003940             DL100-RS-ORIG-TIMESTAMP " - " DL100-RS-ORIG-COUNT
003950             " RECORD(S), HASH TOTAL " DL100-RS-ORIG-HASH.
003960 1500-EXIT.
003970     EXIT.
003980
003990 1510-READ-ONE-LOG.
004000     READ DL100-EXTRACT-LOG-FILE.
004010     IF NOT DL100-EXTRACT-LOG-OK
004020         GO TO 1510-EXIT
004030     END-IF.
004040     IF DL100-XL-EXTRACT-DATE NOT = DL100-RS-EXTRACT-DATE
004050         OR DL100-XL-DDNAME NOT = DL100-RS-DDNAME
004060         GO TO 1510-EXIT
004070     END-IF.
004080     IF DL100-XL-IS-RESEND
004090         IF DL100-XL-RESEND-SEQ NUMERIC
004100             AND DL100-XL-RESEND-SEQ > DL100-RS-RESEND-SEQ
004110             MOVE DL100-XL-RESEND-SEQ TO DL100-RS-RESEND-SEQ
004120         END-IF
004130         GO TO 1510-EXIT
004140     END-IF.
004150     IF DL100-XL-RECORD-COUNT NOT NUMERIC
004160         OR DL100-XL-HASH-TOTAL NOT NUMERIC
004170         GO TO 1510-EXIT
004180     END-IF.
004190     SET DL100-RS-ORIGINAL-FOUND TO TRUE.
004200     MOVE DL100-XL-RECORD-COUNT TO DL100-RS-ORIG-COUNT.
004210     MOVE DL100-XL-HASH-TOTAL TO DL100-RS-ORIG-HASH.
004220     MOVE DL100-XL-TIMESTAMP TO DL100-RS-ORIG-TIMESTAMP.
004230 1510-EXIT.
004240     EXIT.
004250
004260*--------------------------------------------------------------------
004270* 2000-PROVE-EXTRACT - FIRST PASS OVER OTFILE.  EVERY CHECK
004280* DL100DWN MADE THAT NIGHT IS MADE AGAIN - HEADER, REGISTRY,
004290* NUMERIC COUNTERS, ONE BALANCED TRAILER PER STREAM SERIES - AND
004300* THE COUNT AND HASH OF THE ROWS ROUTED TO THE REQUESTED FILE ARE
004310* TAKEN.  NOTHING IS WRITTEN IN THIS PASS.
004320*--------------------------------------------------------------------
004330 2000-PROVE-EXTRACT.
004340     SET DL100-RS-PROVING TO TRUE.
004350     PERFORM 2050-OPEN-OTFILE THRU 2050-EXIT.
004360     PERFORM 2100-READ-OUTPUT-RECORD THRU 2100-EXIT
004370         UNTIL NOT DL100-OUTPUT-FILE-OK.
004380     PERFORM 2060-CLOSE-OTFILE THRU 2060-EXIT.
004390     IF NOT DL100-RS-HEADER-SEEN
004400         DISPLAY "ONETOTEN0259E OTFILE CARRIES NO FILE HEADER - "
004410                 "CANNOT PROVE IT FED THE " DL100-RS-EXTRACT-DATE
004420                 " EXTRACT"
004430         MOVE 12 TO RETURN-CODE
004440         GO TO 9999-EXIT
004450     END-IF.
004460     PERFORM 2700-CHECK-STREAM-CLOSED THRU 2700-EXIT
004470         VARYING DL100-RS-STR-SUB FROM 1 BY 1
004480         UNTIL DL100-RS-STR-SUB > DL100-RS-STREAM-COUNT.
004490 2000-EXIT.
004500     EXIT.
004510
004520 2050-OPEN-OTFILE.
004530     OPEN INPUT DL100-OUTPUT-FILE.
004540     IF NOT DL100-OUTPUT-FILE-OK
004550         DISPLAY "ONETOTEN0262E OTFILE UNAVAILABLE - STATUS "
004560                 DL100-OUTPUT-FILE-STATUS
004570         MOVE 16 TO RETURN-CODE
004580         GO TO 9999-EXIT
004590     END-IF.
004600 2050-EXIT.
004610     EXIT.
004620
004630 2060-CLOSE-OTFILE.
004640     IF NOT DL100-OUTPUT-FILE-EOF
004650         DISPLAY "ONETOTEN0262E OTFILE READ FAILED - STATUS "
004660                 DL100-OUTPUT-FILE-STATUS
004670         MOVE 16 TO RETURN-CODE
004680         GO TO 9999-EXIT
004690     END-IF.
004700     CLOSE DL100-OUTPUT-FILE.
004710 2060-EXIT.
004720     EXIT.
004730
004740 2100-READ-OUTPUT-RECORD.
004750     READ DL100-OUTPUT-FILE.
004760     IF NOT DL100-OUTPUT-FILE-OK
004770         GO TO 2100-EXIT
004780     END-IF.
004790     EVALUATE TRUE
004800         WHEN DL100-OT-IS-HEADER
004810             IF DL100-RS-PROVING
004820                 PERFORM 2400-VERIFY-HEADER THRU 2400-EXIT
004830             END-IF
004840         WHEN DL100-OT-IS-DETAIL
004850             PERFORM 2200-EXTRACT-ONE-DETAIL THRU 2200-EXIT
004860         WHEN DL100-OT-IS-TRAILER
004870             IF DL100-RS-PROVING
004880                 PERFORM 2300-VERIFY-STREAM-TRAILER THRU 2300-EXIT
004890             END-IF
004900         WHEN OTHER
004910             DISPLAY "ONETOTEN0262E UNRECOGNIZED RECORD TYPE "
004920                     DL100-OT-RECORD-TYPE " ON OTFILE"
004930             MOVE 16 TO RETURN-CODE
004940             GO TO 9999-EXIT
004950     END-EVALUATE.
004960 2100-EXIT.
004970     EXIT.
004980
004990*--------------------------------------------------------------------
005000* 2200-EXTRACT-ONE-DETAIL - A DETAIL ROUTED TO THE REQUESTED FILE
005010* IS COUNTED WHILE PROVING AND WRITTEN WHILE WRITING.  ROWS ROUTED
005020* ELSEWHERE ARE ONLY COUNTED TOWARD THEIR STREAM'S BALANCE.
005030*--------------------------------------------------------------------
005040 2200-EXTRACT-ONE-DETAIL.
005050     MOVE DL100-OT-JOB-ID TO DL100-RS-WORK-NAME.
005060     PERFORM 2250-FIND-STREAM THRU 2250-EXIT.
005070     IF DL100-OT-COUNTER NOT NUMERIC
005080         DISPLAY "ONETOTEN0262E OTFILE DETAIL COUNTER IS NOT "
005090                 "NUMERIC - RESEND ABANDONED"
005100         MOVE 16 TO RETURN-CODE
005110         GO TO 9999-EXIT
005120     END-IF.
005121     IF DL100-OT-CHECKED-NBR-X NOT = SPACES
005122         AND DL100-OT-CHECKED-NBR NOT NUMERIC
005123         DISPLAY "ONETOTEN0268E OTFILE DETAIL FULL NUMBER FOR "
005124                 DL100-OT-JOB-ID " COUNTER " DL100-OT-COUNTER
005125                 " IS NOT NUMERIC - RESEND ABANDONED"
005126         MOVE 16 TO RETURN-CODE
005127         GO TO 9999-EXIT
005128     END-IF.
005130     IF DL100-RS-PROVING
005140         ADD 1 TO DL100-RS-STR-DTL-COUNT (DL100-RS-STR-HIT)
005150     END-IF.
005160     IF NOT DL100-RS-STR-ROUTED (DL100-RS-STR-HIT)
005170         GO TO 2200-EXIT
005180     END-IF.
005190     IF DL100-RS-PROVING
005200         ADD 1 TO DL100-RS-PROVE-COUNT
005210         ADD DL100-OT-COUNTER TO DL100-RS-PROVE-HASH
005220         GO TO 2200-EXIT
005230     END-IF.
005240     MOVE DL100-OT-COUNTER TO DL100-RS-DTL-COUNTER.
005250     MOVE DL100-OT-RUN-DATE TO DL100-RS-DTL-RUN-DATE.
005260     MOVE DL100-OT-JOB-ID TO DL100-RS-DTL-JOB-ID.
005270     MOVE SPACES TO DL100-RS-WORK-RECORD.
005271     IF DL100-OT-CHECKED-NBR-X NOT = SPACES
005272         MOVE DL100-OT-CHECKED-NBR TO DL100-RS-DTL-CHECKED-NBR
005273         STRING "D;" DL100-RS-DTL-COUNTER ";"
005274                DL100-RS-DTL-RUN-DATE ";"
005275                DL100-RS-DTL-JOB-ID ";"
005276                DL100-RS-DTL-CHECKED-NBR
005277             DELIMITED BY SIZE INTO DL100-RS-WORK-RECORD
005278     ELSE
005280         STRING "D;" DL100-RS-DTL-COUNTER ";"
005290                DL100-RS-DTL-RUN-DATE ";"
005300                DL100-RS-DTL-JOB-ID
005310             DELIMITED BY SIZE INTO DL100-RS-WORK-RECORD
005311     END-IF.
005320     PERFORM 2800-WRITE-RESEND-RECORD THRU 2800-EXIT.
005330     ADD 1 TO DL100-RS-WRITE-COUNT.
005340     ADD DL100-OT-COUNTER TO DL100-RS-WRITE-HASH.
005350 2200-EXIT.
005360     EXIT.
005370
005380*--------------------------------------------------------------------
005390* 2250-FIND-STREAM - LOOK THE WORK NAME UP IN THE STREAM TABLE,
005400* REGISTERING IT ON FIRST SIGHT AND FLAGGING WHETHER ITS REGISTRY
005410* ENTRY ROUTES IT TO THE REQUESTED FILE.  A STREAM THAT IS NOT ON
005420* THE REGISTRY AT ALL ABANDONS THE RESEND, AS IT DID THE EXTRACT.
005430*--------------------------------------------------------------------
005440 2250-FIND-STREAM.
005450     MOVE 0 TO DL100-RS-STR-HIT.
005460     PERFORM 2260-MATCH-ONE-STREAM THRU 2260-EXIT
005470         VARYING DL100-RS-STR-SUB FROM 1 BY 1
005480         UNTIL DL100-RS-STR-SUB > DL100-RS-STREAM-COUNT
005490             OR DL100-RS-STR-HIT > 0.
005500     IF DL100-RS-STR-HIT > 0
005510         GO TO 2250-EXIT
005520     END-IF.
005530     IF DL100-RS-STREAM-COUNT >= DL100-RS-STREAM-MAX
005540         DISPLAY "ONETOTEN0262E OTFILE CARRIES MORE THAN "
005550                 DL100-RS-STREAM-MAX " STREAMS"
005560         MOVE 16 TO RETURN-CODE
005570         GO TO 9999-EXIT
005580     END-IF.
005590     ADD 1 TO DL100-RS-STREAM-COUNT.
005600     MOVE DL100-RS-STREAM-COUNT TO DL100-RS-STR-HIT.
005610     MOVE DL100-RS-WORK-NAME
005620         TO DL100-RS-STR-NAME (DL100-RS-STR-HIT).
005630     MOVE 0 TO DL100-RS-STR-DTL-COUNT (DL100-RS-STR-HIT).
005640     MOVE "N" TO DL100-RS-STR-TRL-SW (DL100-RS-STR-HIT).
005650     MOVE 0 TO DL100-RS-STR-TRL-DATE (DL100-RS-STR-HIT).
005660     MOVE "N" TO DL100-RS-STR-ROUTE-SW (DL100-RS-STR-HIT).
005670     MOVE DL100-RS-WORK-NAME TO DL100-SR-STREAM-NAME.
005680     READ DL100-STREAM-REG-FILE
005690         INVALID KEY
005700             CONTINUE
005710     END-READ.
005720     IF DL100-STREAM-REG-NOT-FOUND
005730         DISPLAY "ONETOTEN0263E STREAM " DL100-RS-WORK-NAME
005740                 " ON OTFILE IS NOT ON THE STREAM REGISTRY - "
005750                 "RESEND ABANDONED"
005760         MOVE 16 TO RETURN-CODE
005770         GO TO 9999-EXIT
005780     END-IF.
005790     IF NOT DL100-STREAM-REG-OK
005800         DISPLAY "ONETOTEN0263E STRMREG READ FAILED - STATUS "
005810                 DL100-STREAM-REG-STATUS
005820         MOVE 16 TO RETURN-CODE
005830         GO TO 9999-EXIT
005840     END-IF.
005850     IF DL100-SR-FILE-NBR NOT NUMERIC
005860         OR DL100-SR-FILE-NBR > 4
005870         DISPLAY "ONETOTEN0263E STRMREG ENTRY FOR "
005880                 DL100-SR-STREAM-NAME
005890                 " CARRIES AN INVALID INTERFACE FILE NUMBER: "
005900                 DL100-SR-FILE-NBR
005910         MOVE 16 TO RETURN-CODE
005920         GO TO 9999-EXIT
005930     END-IF.
005940     MOVE DL100-SR-FILE-NBR TO DL100-RS-FILE-NBR.
005950     ADD 1 TO DL100-RS-FILE-NBR.
005960     IF DL100-RS-FILE-NBR = DL100-RS-TARGET-NBR
005970         SET DL100-RS-STR-ROUTED (DL100-RS-STR-HIT) TO TRUE
005980     END-IF.
005990 2250-EXIT.
006000     EXIT.
006010
006020 2260-MATCH-ONE-STREAM.
006030     IF DL100-RS-WORK-NAME
006040         = DL100-RS-STR-NAME (DL100-RS-STR-SUB)
006050         MOVE DL100-RS-STR-SUB TO DL100-RS-STR-HIT
006060     END-IF.
006070 2260-EXIT.
006080     EXIT.
006090
006100*--------------------------------------------------------------------
006110* 2300-VERIFY-STREAM-TRAILER - EACH STREAM SERIES MUST CLOSE WITH
006120* ONE TRAILER WHOSE ITERATION TOTAL MATCHES ITS DETAILS, AS
006130* DL100DWN REQUIRED.  AN UNBALANCED GENERATION IS NOT RESENT.
006140*--------------------------------------------------------------------
006150 2300-VERIFY-STREAM-TRAILER.
006160     MOVE DL100-OT-TRL-JOB-ID TO DL100-RS-WORK-NAME.
006170     PERFORM 2250-FIND-STREAM THRU 2250-EXIT.
006180     IF DL100-RS-STR-TRL-SEEN (DL100-RS-STR-HIT)
006190         AND DL100-OT-TRL-RUN-DATE
006200             NOT > DL100-RS-STR-TRL-DATE (DL100-RS-STR-HIT)
006210         DISPLAY "ONETOTEN0264E MORE THAN ONE TRAILER FOR "
006220                 "STREAM " DL100-RS-WORK-NAME " NIGHT "
006230                 DL100-OT-TRL-RUN-DATE " ON OTFILE"
006240         MOVE 12 TO RETURN-CODE
006250         GO TO 9999-EXIT
006260     END-IF.
006270     SET DL100-RS-STR-TRL-SEEN (DL100-RS-STR-HIT) TO TRUE.
006280     MOVE DL100-OT-TRL-RUN-DATE
006290         TO DL100-RS-STR-TRL-DATE (DL100-RS-STR-HIT).
006300     IF DL100-RS-STR-DTL-COUNT (DL100-RS-STR-HIT)
006310         NOT = DL100-OT-TRL-ITERATIONS
006320         DISPLAY "ONETOTEN0264E DETAIL COUNT "
006330                 DL100-RS-STR-DTL-COUNT (DL100-RS-STR-HIT)
006340                 " FOR STREAM " DL100-RS-WORK-NAME
006350                 " DISAGREES WITH ITS TRAILER ITERATIONS "
006360                 DL100-OT-TRL-ITERATIONS
006370         MOVE 12 TO RETURN-CODE
006380         GO TO 9999-EXIT
006390     END-IF.
006400     MOVE 0 TO DL100-RS-STR-DTL-COUNT (DL100-RS-STR-HIT).
006410 2300-EXIT.
006420     EXIT.
006430
006440*--------------------------------------------------------------------
006450* 2400-VERIFY-HEADER - THE GENERATION MUST BE THE ONE THAT FED THE
006460* REQUESTED EXTRACT: DL100DWN TOOK A HEADER DATED THE EXTRACT DATE,
006470* OR THE DAY BEFORE IT FOR A RUN THAT CROSSED MIDNIGHT.  ANY OTHER
006480* GENERATION WOULD SEND ANOTHER NIGHT'S ROWS UNDER THIS NIGHT'S
006490* NAME.
006500*--------------------------------------------------------------------
006510 2400-VERIFY-HEADER.
006520     IF DL100-RS-HEADER-SEEN
006530         DISPLAY "ONETOTEN0259E MORE THAN ONE FILE HEADER ON "
006540                 "OTFILE - GENERATIONS MAY BE CONCATENATED"
006550         MOVE 12 TO RETURN-CODE
006560         GO TO 9999-EXIT
006570     END-IF.
006580     SET DL100-RS-HEADER-SEEN TO TRUE.
006590     IF DL100-OT-HDR-RUN-DATE NOT NUMERIC
006600         DISPLAY "ONETOTEN0259E OTFILE FILE HEADER RUN DATE IS "
006610                 "NOT NUMERIC - GENERATION SUSPECT"
006620         MOVE 12 TO RETURN-CODE
006630         GO TO 9999-EXIT
006640     END-IF.
006650     IF DL100-OT-HDR-RUN-DATE = DL100-RS-EXTRACT-DATE
006660         GO TO 2400-EXIT
006670     END-IF.
006680     MOVE DL100-OT-HDR-RUN-DATE TO DL100-RS-DATE-WORK.
006690     PERFORM 2450-NEXT-CALENDAR-DAY THRU 2450-EXIT.
006700     IF DL100-RS-DATE-WORK = DL100-RS-EXTRACT-DATE
006710         GO TO 2400-EXIT
006720     END-IF.
006730     DISPLAY "ONETOTEN0259E OTFILE GENERATION DID NOT FEED THE "
006740             DL100-RS-EXTRACT-DATE " EXTRACT - WRITTEN "
006750             DL100-OT-HDR-RUN-DATE " FROM CONTROL GENERATION "
006760             DL100-OT-HDR-CTL-DATE.
006770     MOVE 12 TO RETURN-CODE.
006780     GO TO 9999-EXIT.
006790 2400-EXIT.
006800     EXIT.
006810
006820*--------------------------------------------------------------------
006830* 2450-NEXT-CALENDAR-DAY - ADVANCE THE WORK DATE BY ONE DAY ACROSS
006840* MONTH AND YEAR BOUNDARIES, FEBRUARY LEAP YEARS INCLUDED.
006850*--------------------------------------------------------------------
006860 2450-NEXT-CALENDAR-DAY.
006870     PERFORM 2460-SET-MONTH-END THRU 2460-EXIT.
006880     IF DL100-RS-DW-DAY < DL100-RS-MONTH-END-DAY
006890         ADD 1 TO DL100-RS-DW-DAY
006900     ELSE
006910         MOVE 1 TO DL100-RS-DW-DAY
006920         IF DL100-RS-DW-MONTH < 12
006930             ADD 1 TO DL100-RS-DW-MONTH
006940         ELSE
006950             MOVE 1 TO DL100-RS-DW-MONTH
006960             ADD 1 TO DL100-RS-DW-YEAR
006970         END-IF
006980     END-IF.
006990 2450-EXIT.
007000     EXIT.
007010
007020 2460-SET-MONTH-END.
007030     EVALUATE DL100-RS-DW-MONTH
007040         WHEN 04
007050         WHEN 06
007060         WHEN 09
007070         WHEN 11
007080             MOVE 30 TO DL100-RS-MONTH-END-DAY
007090         WHEN 02
007100             PERFORM 2470-CHECK-LEAP-YEAR THRU 2470-EXIT
007110         WHEN OTHER
007120             MOVE 31 TO DL100-RS-MONTH-END-DAY
007130     END-EVALUATE.
007140 2460-EXIT.
007150     EXIT.
007160
007170 2470-CHECK-LEAP-YEAR.
007180     MOVE 28 TO DL100-RS-MONTH-END-DAY.
007190     DIVIDE DL100-RS-DW-YEAR BY 4
007200         GIVING DL100-RS-LEAP-QUOTIENT
007210         REMAINDER DL100-RS-LEAP-REMAINDER.
007220     IF DL100-RS-LEAP-REMAINDER NOT = 0
007230         GO TO 2470-EXIT
007240     END-IF.
007250     DIVIDE DL100-RS-DW-YEAR BY 100
007260         GIVING DL100-RS-LEAP-QUOTIENT
007270         REMAINDER DL100-RS-LEAP-REMAINDER.
007280     IF DL100-RS-LEAP-REMAINDER NOT = 0
007290         MOVE 29 TO DL100-RS-MONTH-END-DAY
007300         GO TO 2470-EXIT
007310     END-IF.
007320     DIVIDE DL100-RS-DW-YEAR BY 400
007330         GIVING DL100-RS-LEAP-QUOTIENT
007340         REMAINDER DL100-RS-LEAP-REMAINDER.
007350     IF DL100-RS-LEAP-REMAINDER = 0
007360         MOVE 29 TO DL100-RS-MONTH-END-DAY
007370     END-IF.
007380 2470-EXIT.
007390     EXIT.
007400
007410 2700-CHECK-STREAM-CLOSED.
007420     IF DL100-RS-STR-DTL-COUNT (DL100-RS-STR-SUB) > 0
007430         DISPLAY "ONETOTEN0264E NO TRAILER RECORD FOR STREAM "
007440                 DL100-RS-STR-NAME (DL100-RS-STR-SUB)
007450                 " ON OTFILE - RESEND CANNOT BE BALANCED"
007460         MOVE 12 TO RETURN-CODE
007470         GO TO 9999-EXIT
007480     END-IF.
007490 2700-EXIT.
007500     EXIT.
007510
007520*--------------------------------------------------------------------
007530* 2800-WRITE-RESEND-RECORD - SINGLE POINT OF INTERFACE OUTPUT.
007540*--------------------------------------------------------------------
007550 2800-WRITE-RESEND-RECORD.
007560     MOVE DL100-RS-WORK-RECORD TO DL100-RESEND-RECORD.
007570     WRITE DL100-RESEND-RECORD.
007580     IF NOT DL100-RESEND-FILE-OK
007590         DISPLAY "ONETOTEN0265E RSNFILE WRITE FAILED - STATUS "
007600                 DL100-RESEND-FILE-STATUS
007610         MOVE 16 TO RETURN-CODE
007620         GO TO 9999-EXIT
007630     END-IF.
007640 2800-EXIT.
007650     EXIT.
007660
007670*--------------------------------------------------------------------
007680* 3000-COMPARE-ORIGINAL - THE REBUILT FILE MUST BE THE FILE THAT
007690* WAS SENT.  A DIFFERENT COUNT OR HASH MEANS THE GENERATION, THE
007700* ROUTING OR THE DATA HAS MOVED SINCE THAT NIGHT, AND THE RECEIVING
007710* TEAM WOULD LOAD SOMETHING NOBODY EVER ACKNOWLEDGED AS THE
007720* ORIGINAL - SO THE RESEND IS REFUSED BEFORE RSNFILE IS OPENED.
007730*--------------------------------------------------------------------
007740 3000-COMPARE-ORIGINAL.
007750     IF DL100-RS-PROVE-COUNT = DL100-RS-ORIG-COUNT
007760         AND DL100-RS-PROVE-HASH = DL100-RS-ORIG-HASH
007770         GO TO 3000-EXIT
007780     END-IF.
007790     DISPLAY "ONETOTEN0260E REBUILT " DL100-RS-DDNAME " CARRIES "
007800             DL100-RS-PROVE-COUNT " RECORD(S), HASH TOTAL "
007810             DL100-RS-PROVE-HASH.
007820     DISPLAY "ONETOTEN0260E ORIGINAL EXTRACT CARRIED "
007830             DL100-RS-ORIG-COUNT " RECORD(S), HASH TOTAL "
007840             DL100-RS-ORIG-HASH " - RESEND REFUSED".
007850     MOVE 12 TO RETURN-CODE.
007860     GO TO 9999-EXIT.
007870 3000-EXIT.
007880     EXIT.
007890
007900*--------------------------------------------------------------------
007910* 4000-WRITE-RESEND - SECOND PASS OVER OTFILE, WRITING THE PROVED
007920* ROWS UNDER A RESEND HEADER AND CLOSING WITH THE COUNT/HASH
007930* TRAILER.  THE SECOND PASS MUST REPRODUCE THE FIRST EXACTLY.
007940*--------------------------------------------------------------------
007950 4000-WRITE-RESEND.
007960     OPEN OUTPUT DL100-RESEND-FILE.
007970     IF NOT DL100-RESEND-FILE-OK
007980         DISPLAY "ONETOTEN0265E RSNFILE UNAVAILABLE - STATUS "
007990                 DL100-RESEND-FILE-STATUS
008000         MOVE 16 TO RETURN-CODE
008010         GO TO 9999-EXIT
008020     END-IF.
008030     MOVE DL100-RS-EXTRACT-DATE TO DL100-RS-HDR-DATE.
008040     MOVE DL100-RS-RESEND-SEQ TO DL100-RS-HDR-SEQ.
008050     MOVE SPACES TO DL100-RS-WORK-RECORD.
008060     MOVE DL100-RS-HDR-FIELDS TO DL100-RS-WORK-RECORD.
008070     PERFORM 2800-WRITE-RESEND-RECORD THRU 2800-EXIT.
008080     SET DL100-RS-WRITING TO TRUE.
008090     PERFORM 2050-OPEN-OTFILE THRU 2050-EXIT.
008100     PERFORM 2100-READ-OUTPUT-RECORD THRU 2100-EXIT
008110         UNTIL NOT DL100-OUTPUT-FILE-OK.
008120     PERFORM 2060-CLOSE-OTFILE THRU 2060-EXIT.
008130     IF DL100-RS-WRITE-COUNT NOT = DL100-RS-PROVE-COUNT
008140         OR DL100-RS-WRITE-HASH NOT = DL100-RS-PROVE-HASH
008150         DISPLAY "ONETOTEN0260E OTFILE CHANGED BETWEEN PASSES - "
008160                 "RSNFILE LEFT WITHOUT ITS TRAILER"
008170         MOVE 16 TO RETURN-CODE
008180         GO TO 9999-EXIT
008190     END-IF.
008200     MOVE DL100-RS-WRITE-COUNT TO DL100-RS-TRL-COUNT.
008210     MOVE DL100-RS-WRITE-HASH TO DL100-RS-TRL-HASH.
008220     MOVE SPACES TO DL100-RS-WORK-RECORD.
008230     STRING "T;" DL100-RS-TRL-COUNT ";"
008240            DL100-RS-TRL-HASH
008250         DELIMITED BY SIZE INTO DL100-RS-WORK-RECORD.
008260     PERFORM 2800-WRITE-RESEND-RECORD THRU 2800-EXIT.
008270 4000-EXIT.
008280     EXIT.
008290
008300*--------------------------------------------------------------------
008310* 5000-WRITE-EXTRACT-LOG - APPEND THE RESEND'S DL100XL RECORD - THE
008320* ORIGINAL'S DATE, DD NAME, COUNT AND HASH, MARKED AS A RESEND WITH
008330* ITS SEQUENCE NUMBER - SO DL100ACK TAKES IT AS THE REPLACEMENT FOR
008340* THE ORIGINAL AND LISTS IT ON ITS REPORT.
008350*--------------------------------------------------------------------
008360 5000-WRITE-EXTRACT-LOG.
008370     OPEN EXTEND DL100-EXTRACT-LOG-FILE.
008380     IF NOT DL100-EXTRACT-LOG-OK
008390         DISPLAY "ONETOTEN0257E EXTLOG UNAVAILABLE - STATUS "
008400                 DL100-EXTRACT-LOG-STATUS
008410         MOVE 16 TO RETURN-CODE
008420         GO TO 9999-EXIT
008430     END-IF.
008440     ACCEPT DL100-RS-LOG-TIMESTAMP (1:8) FROM DATE YYYYMMDD.
008450     ACCEPT DL100-RS-LOG-TIMESTAMP (9:8) FROM TIME.
008460     MOVE SPACES TO DL100-EXTRACT-LOG-RECORD.
008470     MOVE DL100-RS-EXTRACT-DATE TO DL100-XL-EXTRACT-DATE.
008480     MOVE DL100-RS-DDNAME TO DL100-XL-DDNAME.
008490     MOVE DL100-RS-WRITE-COUNT TO DL100-XL-RECORD-COUNT.
008500     MOVE DL100-RS-WRITE-HASH TO DL100-XL-HASH-TOTAL.
008510     MOVE DL100-RS-LOG-TIMESTAMP TO DL100-XL-TIMESTAMP.
008520     SET DL100-XL-IS-RESEND TO TRUE.
008530     MOVE DL100-RS-RESEND-SEQ TO DL100-XL-RESEND-SEQ.
008540     WRITE DL100-EXTRACT-LOG-RECORD.
008550     IF NOT DL100-EXTRACT-LOG-OK
008560         DISPLAY "ONETOTEN0257E EXTLOG WRITE FAILED - STATUS "
008570                 DL100-EXTRACT-LOG-STATUS
008580         MOVE 16 TO RETURN-CODE
008590         GO TO 9999-EXIT
008600     END-IF.
008610     CLOSE DL100-EXTRACT-LOG-FILE.
008620 5000-EXIT.
008630     EXIT.
008640
008650 8000-FINALIZE.
008660     CLOSE DL100-STREAM-REG-FILE.
008670     CLOSE DL100-RESEND-FILE.
008680     DISPLAY "ONETOTEN0261I " DL100-RS-DDNAME " EXTRACT "
008690             DL100-RS-EXTRACT-DATE " RESENT AS RESEND "
008700             DL100-RS-RESEND-SEQ " - " DL100-RS-WRITE-COUNT
008710             " RECORD(S), HASH TOTAL " DL100-RS-WRITE-HASH.
008720 8000-EXIT.
008730     EXIT.
008740
008750*--------------------------------------------------------------------
008760* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
008770*--------------------------------------------------------------------
008780 9999-EXIT.
008790     STOP RUN.
008800 END PROGRAM DL100RSN.
