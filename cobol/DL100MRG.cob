000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100MRG.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  NIGHTLY OTFILE MERGE, RUN
000220*                     AS STEP021 OF DL100N30 ONCE EVERY PER-STREAM
000230*                     ONETOTEN JOB HAS ENDED.  EACH STREAM'S JOB
000240*                     LEAVES ITS OWN OTFILE WORK GENERATION (ONE
000250*                     TYPE-H HEADER, ITS DETAILS, ITS TRAILER) PLUS
000260*                     AUDIT AND RUN-HISTORY WORK GENERATIONS.  THIS
000270*                     PROGRAM PROVES EVERY STREAM ON TONIGHT'S
000280*                     CONTROL GENERATION HAS A PIECE THAT IS
000290*                     TONIGHT'S, COMPLETE, AND BALANCED, AND ONLY
000300*                     THEN BUILDS THE NIGHTLY OTFILE GENERATION -
000310*                     ONE TYPE-H HEADER FOLLOWED BY EVERY STREAM'S
000320*                     DETAILS AND OWN T TRAILER, THE SAME FILE THE
000330*                     SINGLE-STEP RUN HAS ALWAYS WRITTEN - AND
000340*                     APPENDS THE AUDIT AND RUN-HISTORY WORK
000350*                     RECORDS TO AUDITFL AND HISTFILE.
000360*                       RC 00  OTFILE BUILT, EVERY STREAM MERGED
000370*                       RC 12  A STREAM'S PIECE IS MISSING, STALE,
000380*                              INCOMPLETE, OR OUT OF BALANCE -
000390*                              OTFILE NOT BUILT, NOTHING APPENDED
000400*                       RC 16  A FILE COULD NOT BE PROCESSED
000410*   10/15/2026  DLH   CATCH-UP SERIES.  A CATCH-UP CONTROL RECORD
000420*                     IS ANSWERED ONLY BY A TRAILER STAMPED WITH ITS
000430*                     MISSED NIGHT, AND TONIGHT'S RECORD ONLY BY A
000440*                     TRAILER STAMPED TONIGHT, SO TWO SERIES OF ONE
000450*                     STREAM AT ONE LIMIT CANNOT ANSWER FOR EACH
000460*                     OTHER.  THE STREAM TABLE HOLDS 80 ENTRIES.
000470*   10/15/2026  DLH   STEP OUTCOME.  FILES A DL100SO RECORD ON RUNSTAT
000480*                     THROUGH DL100STS AS THE STEP ENDS - RC, PIECES,
000490*                     OTFILE RECORDS AND PROBLEMS, AND THE FIRST ERROR
000500*                     MESSAGE, WHICH EVERY MESSAGE NOW PASSES THROUGH
000510*                     8800-NOTE-EXCEPTION TO RECORD.  NEEDS THE RUNSTAT
000520*                     AND STEPID DDS.
000530*--------------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT DL100-CTL-FILE ASSIGN TO "CTLFILE"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS DL100-CTL-FILE-STATUS.
000600
000610     SELECT DL100-WORK-FILE ASSIGN TO "OTWORK"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS DL100-WORK-FILE-STATUS.
000640
000650     SELECT DL100-OUTPUT-FILE ASSIGN TO "OTFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS DL100-OUTPUT-FILE-STATUS.
000680
000690     SELECT DL100-AUDIT-WORK-FILE ASSIGN TO "AUDWORK"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS DL100-AUDIT-WORK-STATUS.
000720
000730     SELECT DL100-AUDIT-FILE ASSIGN TO "AUDITFL"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS DL100-AUDIT-FILE-STATUS.
000760
000770     SELECT DL100-HIST-WORK-FILE ASSIGN TO "HSTWORK"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS DL100-HIST-WORK-STATUS.
000800
000810     SELECT DL100-HISTORY-FILE ASSIGN TO "HISTFILE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS DL100-HISTORY-FILE-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  DL100-CTL-FILE
000880     RECORDING MODE IS F.
000890     COPY DL100CT.
000900
000910 FD  DL100-WORK-FILE
000920     RECORDING MODE IS F.
000930     COPY DL100OT.
000940
000950 FD  DL100-OUTPUT-FILE
000960     RECORDING MODE IS F.
000970 01  DL100-MG-OUTPUT-RECORD          PIC X(80).
000980
000990 FD  DL100-AUDIT-WORK-FILE
001000     RECORDING MODE IS F.
001010     COPY DL100AU.
001020
001030 FD  DL100-AUDIT-FILE
001040     RECORDING MODE IS F.
001050 01  DL100-MG-AUDIT-RECORD           PIC X(80).
001060
001070 FD  DL100-HIST-WORK-FILE
001080     RECORDING MODE IS F.
001090     COPY DL100RH.
001100
001110 FD  DL100-HISTORY-FILE
001120     RECORDING MODE IS F.
001130 01  DL100-MG-HISTORY-RECORD         PIC X(80).
001140
001150 WORKING-STORAGE SECTION.
001160*--------------------------------------------------------------------
001170* RUN-CONTROL AND FILE-STATUS ITEMS
001180*--------------------------------------------------------------------
001190 77  DL100-CTL-FILE-STATUS           PIC X(02) VALUE SPACES.
001200     88  DL100-CTL-FILE-OK               VALUE "00".
001210     88  DL100-CTL-FILE-AT-END           VALUE "10".
001220
001230 77  DL100-WORK-FILE-STATUS          PIC X(02) VALUE SPACES.
001240     88  DL100-WORK-FILE-OK              VALUE "00".
001250     88  DL100-WORK-FILE-AT-END          VALUE "10".
001260
001270 77  DL100-OUTPUT-FILE-STATUS        PIC X(02) VALUE SPACES.
001280     88  DL100-OUTPUT-FILE-OK            VALUE "00".
001290
001300 77  DL100-AUDIT-WORK-STATUS         PIC X(02) VALUE SPACES.
001310     88  DL100-AUDIT-WORK-OK             VALUE "00".
001320     88  DL100-AUDIT-WORK-AT-END         VALUE "10".
001330
001340 77  DL100-AUDIT-FILE-STATUS         PIC X(02) VALUE SPACES.
001350     88  DL100-AUDIT-FILE-OK             VALUE "00".
001360     88  DL100-AUDIT-FILE-NEW            VALUE "35".
001370
001380 77  DL100-HIST-WORK-STATUS          PIC X(02) VALUE SPACES.
001390     88  DL100-HIST-WORK-OK              VALUE "00".
001400     88  DL100-HIST-WORK-AT-END          VALUE "10".
001410
001420 77  DL100-HISTORY-FILE-STATUS       PIC X(02) VALUE SPACES.
001430     88  DL100-HISTORY-FILE-OK           VALUE "00".
001440     88  DL100-HISTORY-FILE-NEW          VALUE "35".
001450
001460 77  DL100-MG-CTL-RUN-DATE           PIC 9(08) VALUE 0.
001470 77  DL100-MG-HDR-RUN-DATE           PIC 9(08) VALUE 0.
001480
001490*--------------------------------------------------------------------
001500* COUNTS FOR THE END-OF-STEP SUMMARY
001510*--------------------------------------------------------------------
001520 77  DL100-MG-PIECE-COUNT            PIC 9(04) VALUE 0.
001530 77  DL100-MG-PROBLEM-COUNT          PIC 9(04) VALUE 0.
001540 77  DL100-MG-OT-WRITTEN             PIC 9(07) VALUE 0.
001550 77  DL100-MG-AU-WRITTEN             PIC 9(07) VALUE 0.
001560 77  DL100-MG-RH-WRITTEN             PIC 9(07) VALUE 0.
001570
001580*--------------------------------------------------------------------
001590* SERIES IN FLIGHT - THE DETAILS READ SINCE THE LAST HEADER OR
001600* TRAILER, WHICH THE NEXT TRAILER MUST ACCOUNT FOR.
001610*--------------------------------------------------------------------
001620 77  DL100-MG-SERIES-JOB-ID          PIC X(08) VALUE SPACES.
001630 77  DL100-MG-SERIES-DETAILS         PIC 9(06) VALUE 0.
001640
001650 01  DL100-MG-HEADER-SW              PIC X(01) VALUE "N".
001660     88  DL100-MG-HEADER-SEEN            VALUE "Y".
001670     88  DL100-MG-HEADER-NOT-SEEN        VALUE "N".
001680
001690*--------------------------------------------------------------------
001700* TONIGHT'S CONTROL RECORDS - EVERY ONE MUST BE MATCHED BY EXACTLY
001710* ONE BALANCED TRAILER ON THE WORK PIECES.  SAME SHAPE AS THE
001720* STREAM TABLE ONETOTEN LOADS, PLUS THE MATCH RESULT.
001730*--------------------------------------------------------------------
001740 77  DL100-MG-STREAM-MAX             PIC 9(02) VALUE 80.
001750 77  DL100-MG-STREAM-COUNT           PIC 9(02) VALUE 0.
001760 77  DL100-MG-STR-SUB                PIC S9(04) COMP VALUE 0.
001770 77  DL100-MG-MATCH-SUB              PIC S9(04) COMP VALUE 0.
001780 01  DL100-MG-STREAM-TABLE.
001790     05  DL100-MG-STREAM-ENTRY OCCURS 80 TIMES.
001800         10  DL100-MG-STR-NAME       PIC X(08).
001810         10  DL100-MG-STR-LIMIT      PIC 9(06).
001820         10  DL100-MG-STR-NIGHT-DATE PIC 9(08).
001830         10  DL100-MG-STR-TYPE       PIC X(01).
001840             88  DL100-MG-STR-CATCHUP    VALUE "C".
001850         10  DL100-MG-STR-DETAILS    PIC 9(06).
001860         10  DL100-MG-STR-MATCH-SW   PIC X(01).
001870             88  DL100-MG-STR-MATCHED    VALUE "Y".
001880             88  DL100-MG-STR-UNMATCHED  VALUE "N".
001890
001900*--------------------------------------------------------------------
001910* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
001920* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
001930* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
001940*--------------------------------------------------------------------
001950 77  DL100-MG-EXC-TEXT               PIC X(132) VALUE SPACES.
001960 77  DL100-MG-FIRST-MSG              PIC X(80) VALUE SPACES.
001970 77  DL100-MG-STS-FUNCTION           PIC X(01) VALUE "W".
001980 77  DL100-MG-STS-STATUS             PIC X(02) VALUE SPACES.
001990 77  DL100-MG-SAVE-RC                PIC S9(04) COMP VALUE 0.
002000     COPY DL100SO.
002010
002020 PROCEDURE DIVISION.
002030*--------------------------------------------------------------------
002040* 0000-MAINLINE - PROVE EVERY PIECE FIRST; BUILD AND APPEND ONLY
002050* WHEN THE WHOLE NIGHT IS THERE.
002060*--------------------------------------------------------------------
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-VALIDATE-PIECES THRU 2000-EXIT.
002100     PERFORM 3000-BUILD-OTFILE THRU 3000-EXIT.
002110     PERFORM 4000-APPEND-AUDIT THRU 4000-EXIT.
002120     PERFORM 5000-APPEND-HISTORY THRU 5000-EXIT.
002130     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002140     GO TO 9999-EXIT.
002150
002160*--------------------------------------------------------------------
002170* 1000-INITIALIZE - LOAD TONIGHT'S CONTROL RECORDS.  THE FIRST
002180* RECORD'S RUN DATE IS THE ONE EVERY PIECE'S HEADER MUST CARRY,
002190* THE SAME WAY ONETOTEN PICKS THE DATE IT STAMPS ON ITS HEADER.
002200*--------------------------------------------------------------------
002210 1000-INITIALIZE.
002220     OPEN INPUT DL100-CTL-FILE.
002230     IF NOT DL100-CTL-FILE-OK
002240         STRING "ONETOTEN0213E CTLFILE UNAVAILABLE - STATUS "
002250                DL100-CTL-FILE-STATUS
002260             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
002270         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002280         MOVE 16 TO RETURN-CODE
002290         GO TO 9999-EXIT
002300     END-IF.
002310     PERFORM 1100-LOAD-CONTROL-RECORD THRU 1100-EXIT
002320         UNTIL NOT DL100-CTL-FILE-OK.
002330     IF NOT DL100-CTL-FILE-AT-END
002340         STRING "ONETOTEN0213E CTLFILE READ FAILED - STATUS "
002350                DL100-CTL-FILE-STATUS
002360             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
002370         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002380         CLOSE DL100-CTL-FILE
002390         MOVE 16 TO RETURN-CODE
002400         GO TO 9999-EXIT
002410     END-IF.
002420     CLOSE DL100-CTL-FILE.
002430     IF DL100-MG-STREAM-COUNT = 0
002440         STRING "ONETOTEN0214E CTLFILE IS EMPTY - NOTHING TO "
002450                "MERGE, OTFILE NOT BUILT"
002460             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
002470         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002480         MOVE 12 TO RETURN-CODE
002490         GO TO 9999-EXIT
002500     END-IF.
002510 1000-EXIT.
002520     EXIT.
002530
002540 1100-LOAD-CONTROL-RECORD.
002550     READ DL100-CTL-FILE.
002560     IF NOT DL100-CTL-FILE-OK
002570         GO TO 1100-EXIT
002580     END-IF.
002590     IF DL100-MG-STREAM-COUNT >= DL100-MG-STREAM-MAX
002600         STRING "ONETOTEN0213E CTLFILE CONFIGURES MORE THAN "
002610                DL100-MG-STREAM-MAX " STREAMS"
002620             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
002630         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002640         CLOSE DL100-CTL-FILE
002650         MOVE 16 TO RETURN-CODE
002660         GO TO 9999-EXIT
002670     END-IF.
002680     IF DL100-MG-CTL-RUN-DATE = 0
002690         AND DL100-CTL-RUN-DATE NUMERIC
002700         MOVE DL100-CTL-RUN-DATE TO DL100-MG-CTL-RUN-DATE
002710     END-IF.
002720     ADD 1 TO DL100-MG-STREAM-COUNT.
002730     MOVE DL100-MG-STREAM-COUNT TO DL100-MG-STR-SUB.
002740     IF DL100-CTL-SEQ-NAME = SPACES
002750         MOVE "ONETOTEN" TO DL100-MG-STR-NAME (DL100-MG-STR-SUB)
002760     ELSE
002770         MOVE DL100-CTL-SEQ-NAME
002780             TO DL100-MG-STR-NAME (DL100-MG-STR-SUB)
002790     END-IF.
002800     MOVE DL100-CTL-RUN-LIMIT
002810         TO DL100-MG-STR-LIMIT (DL100-MG-STR-SUB).
002820     MOVE 0 TO DL100-MG-STR-DETAILS (DL100-MG-STR-SUB).
002830     MOVE 0 TO DL100-MG-STR-NIGHT-DATE (DL100-MG-STR-SUB).
002840     IF DL100-CTL-NIGHT-DATE NUMERIC
002850         MOVE DL100-CTL-NIGHT-DATE
002860             TO DL100-MG-STR-NIGHT-DATE (DL100-MG-STR-SUB)
002870     END-IF.
002880     MOVE SPACE TO DL100-MG-STR-TYPE (DL100-MG-STR-SUB).
002890     IF DL100-CTL-CATCHUP-RUN
002900         AND DL100-MG-STR-NIGHT-DATE (DL100-MG-STR-SUB) > 0
002910         SET DL100-MG-STR-CATCHUP (DL100-MG-STR-SUB) TO TRUE
002920     END-IF.
002930     SET DL100-MG-STR-UNMATCHED (DL100-MG-STR-SUB) TO TRUE.
002940 1100-EXIT.
002950     EXIT.
002960
002970*--------------------------------------------------------------------
002980* 2000-VALIDATE-PIECES - FIRST PASS OVER THE CONCATENATED WORK
002990* PIECES.  NOTHING IS WRITTEN ANYWHERE UNTIL EVERY PIECE HAS BEEN
003000* PROVEN - ONE FAILED STREAM MUST NOT SHIP A PARTIAL NIGHT.  EVERY
003010* PROBLEM IS REPORTED BEFORE THE STEP GIVES UP, SO ONE SYSOUT
003020* SHOWS OPS THE WHOLE PICTURE.
003030*--------------------------------------------------------------------
003040 2000-VALIDATE-PIECES.
003050     OPEN INPUT DL100-WORK-FILE.
003060     IF NOT DL100-WORK-FILE-OK
003070         STRING "ONETOTEN0215E OTWORK UNAVAILABLE - STATUS "
003080                DL100-WORK-FILE-STATUS
003090             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
003100         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003110         MOVE 16 TO RETURN-CODE
003120         GO TO 9999-EXIT
003130     END-IF.
003140     SET DL100-MG-HEADER-NOT-SEEN TO TRUE.
003150     MOVE SPACES TO DL100-MG-SERIES-JOB-ID.
003160     MOVE 0 TO DL100-MG-SERIES-DETAILS.
003170     PERFORM 2100-VALIDATE-ONE-RECORD THRU 2100-EXIT
003180         UNTIL NOT DL100-WORK-FILE-OK.
003190     IF NOT DL100-WORK-FILE-AT-END
003200         STRING "ONETOTEN0215E OTWORK READ FAILED - STATUS "
003210                DL100-WORK-FILE-STATUS
003220             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
003230         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003240         CLOSE DL100-WORK-FILE
003250         MOVE 16 TO RETURN-CODE
003260         GO TO 9999-EXIT
003270     END-IF.
003280     CLOSE DL100-WORK-FILE.
003290     PERFORM 2500-CHECK-OPEN-SERIES THRU 2500-EXIT.
003300     PERFORM 2600-CHECK-ONE-STREAM THRU 2600-EXIT
003310         VARYING DL100-MG-STR-SUB FROM 1 BY 1
003320         UNTIL DL100-MG-STR-SUB > DL100-MG-STREAM-COUNT.
003330     IF DL100-MG-PROBLEM-COUNT > 0
003340         STRING "ONETOTEN0224E " DL100-MG-PROBLEM-COUNT
003350                " PROBLEM(S) IN THE STREAM PIECES - OTFILE NOT "
003360                "BUILT, AUDITFL AND HISTFILE NOT APPENDED"
003370             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
003380         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003390         STRING "ONETOTEN0224E RERUN THE FAILED STREAM'S JOB, "
003400                "THEN RERUN THIS JOB FROM STEP021"
003410             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
003420         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003430         MOVE 12 TO RETURN-CODE
003440         GO TO 9999-EXIT
003450     END-IF.
003460 2000-EXIT.
003470     EXIT.
003480
003490 2100-VALIDATE-ONE-RECORD.
003500     READ DL100-WORK-FILE.
003510     IF NOT DL100-WORK-FILE-OK
003520         GO TO 2100-EXIT
003530     END-IF.
003540     EVALUATE TRUE
003550         WHEN DL100-OT-IS-HEADER
003560             PERFORM 2200-VALIDATE-HEADER THRU 2200-EXIT
003570         WHEN DL100-OT-IS-DETAIL
003580             PERFORM 2300-VALIDATE-DETAIL THRU 2300-EXIT
003590         WHEN DL100-OT-IS-TRAILER
003600             PERFORM 2400-VALIDATE-TRAILER THRU 2400-EXIT
003610         WHEN OTHER
003620             STRING "ONETOTEN0222E OTWORK RECORD TYPE "
003630                    DL100-OT-RECORD-TYPE " IS NOT H, D OR T"
003640                 DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
003650             PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003660             ADD 1 TO DL100-MG-PROBLEM-COUNT
003670     END-EVALUATE.
003680 2100-EXIT.
003690     EXIT.
003700
003710*--------------------------------------------------------------------
003720* 2200-VALIDATE-HEADER - EVERY PIECE OPENS WITH ITS OWN HEADER.  A
003730* HEADER FROM ANY OTHER CONTROL GENERATION MEANS THAT STREAM'S JOB
003740* DID NOT RUN TONIGHT AND ITS (0) GENERATION IS A PRIOR NIGHT'S.
003750* THE EARLIEST HEADER RUN DATE IS THE ONE THE MERGED FILE CARRIES.
003760*--------------------------------------------------------------------
003770 2200-VALIDATE-HEADER.
003780     PERFORM 2500-CHECK-OPEN-SERIES THRU 2500-EXIT.
003790     SET DL100-MG-HEADER-SEEN TO TRUE.
003800     ADD 1 TO DL100-MG-PIECE-COUNT.
003810     IF DL100-OT-HDR-RUN-DATE NOT NUMERIC
003820         OR DL100-OT-HDR-CTL-DATE NOT NUMERIC
003830         OR DL100-OT-HDR-CTL-DATE NOT = DL100-MG-CTL-RUN-DATE
003840         STRING "ONETOTEN0216E OTWORK PIECE "
003850                DL100-MG-PIECE-COUNT
003860                " IS NOT TONIGHT'S - WRITTEN "
003870                DL100-OT-HDR-RUN-DATE
003880                " FROM CONTROL GENERATION " DL100-OT-HDR-CTL-DATE
003890                " TONIGHT " DL100-MG-CTL-RUN-DATE
003900             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
003910         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003920         ADD 1 TO DL100-MG-PROBLEM-COUNT
003930         GO TO 2200-EXIT
003940     END-IF.
003950     IF DL100-MG-HDR-RUN-DATE = 0
003960         OR DL100-OT-HDR-RUN-DATE < DL100-MG-HDR-RUN-DATE
003970         MOVE DL100-OT-HDR-RUN-DATE TO DL100-MG-HDR-RUN-DATE
003980     END-IF.
003990 2200-EXIT.
004000     EXIT.
004010
004020 2300-VALIDATE-DETAIL.
004030     IF DL100-MG-HEADER-NOT-SEEN
004040         STRING "ONETOTEN0215E OTWORK DOES NOT OPEN WITH A FILE "
004050                "HEADER - PIECE SUSPECT"
004060             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
004070         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004080         ADD 1 TO DL100-MG-PROBLEM-COUNT
004090         SET DL100-MG-HEADER-SEEN TO TRUE
004100     END-IF.
004110     IF DL100-MG-SERIES-DETAILS = 0
004120         MOVE DL100-OT-JOB-ID TO DL100-MG-SERIES-JOB-ID
004130     END-IF.
004140     IF DL100-OT-JOB-ID NOT = DL100-MG-SERIES-JOB-ID
004150         STRING "ONETOTEN0218E OTWORK DETAIL FOR STREAM "
004160                DL100-OT-JOB-ID " FOUND INSIDE THE SERIES FOR "
004170                DL100-MG-SERIES-JOB-ID " - PIECE SUSPECT"
004180             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
004190         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004200         ADD 1 TO DL100-MG-PROBLEM-COUNT
004210     END-IF.
004220     ADD 1 TO DL100-MG-SERIES-DETAILS.
004230 2300-EXIT.
004240     EXIT.
004250
004260*--------------------------------------------------------------------
004270* 2400-VALIDATE-TRAILER - A TRAILER CLOSES ONE SERIES.  IT MUST
004280* ANSWER A CONTROL RECORD NOT ALREADY ANSWERED, BE BALANCED AT THE
004290* CONFIGURED LIMIT, AND ACCOUNT FOR EXACTLY THE DETAILS AHEAD OF
004300* IT.  A CATCH-UP RECORD IS ANSWERED BY THE TRAILER DATED WITH ITS
004310* MISSED NIGHT; ANY OTHER RECORD BY A TRAILER DATED NO EARLIER
004320* THAN TONIGHT'S CONTROL GENERATION.
004330*--------------------------------------------------------------------
004340 2400-VALIDATE-TRAILER.
004350     MOVE 0 TO DL100-MG-MATCH-SUB.
004360     PERFORM 2410-MATCH-TRAILER THRU 2410-EXIT
004370         VARYING DL100-MG-STR-SUB FROM 1 BY 1
004380         UNTIL DL100-MG-STR-SUB > DL100-MG-STREAM-COUNT
004390             OR DL100-MG-MATCH-SUB > 0.
004400     IF DL100-MG-MATCH-SUB = 0
004410         STRING "ONETOTEN0219E OTWORK TRAILER FOR STREAM "
004420                DL100-OT-TRL-JOB-ID " LIMIT "
004430                DL100-OT-TRL-CFG-LIMIT
004440                " ANSWERS NO OUTSTANDING CONTROL RECORD"
004450             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
004460         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004470         ADD 1 TO DL100-MG-PROBLEM-COUNT
004480         GO TO 2400-RESET-SERIES
004490     END-IF.
004500     SET DL100-MG-STR-MATCHED (DL100-MG-MATCH-SUB) TO TRUE.
004510     MOVE DL100-MG-SERIES-DETAILS
004520         TO DL100-MG-STR-DETAILS (DL100-MG-MATCH-SUB).
004530     IF NOT DL100-OT-TRL-BALANCED
004540         OR DL100-OT-TRL-ITERATIONS NOT = DL100-OT-TRL-CFG-LIMIT
004550         STRING "ONETOTEN0220E STREAM " DL100-OT-TRL-JOB-ID
004560                " IS OUT OF BALANCE - ITERATIONS "
004570                DL100-OT-TRL-ITERATIONS " LIMIT "
004580                DL100-OT-TRL-CFG-LIMIT " FLAG "
004590                DL100-OT-TRL-RECON-FLAG
004600             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
004610         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004620         ADD 1 TO DL100-MG-PROBLEM-COUNT
004630     END-IF.
004640     IF DL100-MG-SERIES-DETAILS NOT = DL100-OT-TRL-ITERATIONS
004650         OR (DL100-MG-SERIES-DETAILS > 0
004660             AND DL100-MG-SERIES-JOB-ID NOT = DL100-OT-TRL-JOB-ID)
004670         STRING "ONETOTEN0221E STREAM " DL100-OT-TRL-JOB-ID
004680                " TRAILER CLAIMS " DL100-OT-TRL-ITERATIONS
004690                " BUT ITS PIECE CARRIES "
004700                DL100-MG-SERIES-DETAILS " DETAIL(S) FOR "
004710                DL100-MG-SERIES-JOB-ID
004720             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
004730         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004740         ADD 1 TO DL100-MG-PROBLEM-COUNT
004750     END-IF.
004760 2400-RESET-SERIES.
004770     MOVE SPACES TO DL100-MG-SERIES-JOB-ID.
004780     MOVE 0 TO DL100-MG-SERIES-DETAILS.
004790 2400-EXIT.
004800     EXIT.
004810
004820 2410-MATCH-TRAILER.
004830     IF DL100-MG-STR-UNMATCHED (DL100-MG-STR-SUB)
004840         AND DL100-MG-STR-NAME (DL100-MG-STR-SUB)
004850             = DL100-OT-TRL-JOB-ID
004860         AND DL100-MG-STR-LIMIT (DL100-MG-STR-SUB)
004870             = DL100-OT-TRL-CFG-LIMIT
004880         AND ((DL100-MG-STR-CATCHUP (DL100-MG-STR-SUB)
004890             AND DL100-OT-TRL-RUN-DATE
004900                 = DL100-MG-STR-NIGHT-DATE (DL100-MG-STR-SUB))
004910         OR (NOT DL100-MG-STR-CATCHUP (DL100-MG-STR-SUB)
004920             AND DL100-OT-TRL-RUN-DATE
004930                 NOT < DL100-MG-CTL-RUN-DATE))
004940         MOVE DL100-MG-STR-SUB TO DL100-MG-MATCH-SUB
004950     END-IF.
004960 2410-EXIT.
004970     EXIT.
004980
004990*--------------------------------------------------------------------
005000* 2500-CHECK-OPEN-SERIES - DETAILS WITH NO TRAILER BEHIND THEM
005010* MEAN A STREAM'S JOB STOPPED OR ABENDED PART WAY THROUGH AND WAS
005020* NEVER RESUMED.
005030*--------------------------------------------------------------------
005040 2500-CHECK-OPEN-SERIES.
005050     IF DL100-MG-SERIES-DETAILS > 0
005060         STRING "ONETOTEN0217E STREAM " DL100-MG-SERIES-JOB-ID
005070                " PIECE HAS " DL100-MG-SERIES-DETAILS
005080                " DETAIL(S) AND NO TRAILER - RUN DID NOT FINISH"
005090             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
005100         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005110         ADD 1 TO DL100-MG-PROBLEM-COUNT
005120         MOVE SPACES TO DL100-MG-SERIES-JOB-ID
005130         MOVE 0 TO DL100-MG-SERIES-DETAILS
005140     END-IF.
005150 2500-EXIT.
005160     EXIT.
005170
005180 2600-CHECK-ONE-STREAM.
005190     IF DL100-MG-STR-UNMATCHED (DL100-MG-STR-SUB)
005200         STRING "ONETOTEN0223E STREAM "
005210                DL100-MG-STR-NAME (DL100-MG-STR-SUB)
005220                " LIMIT " DL100-MG-STR-LIMIT (DL100-MG-STR-SUB)
005230                " NIGHT "
005240                DL100-MG-STR-NIGHT-DATE (DL100-MG-STR-SUB)
005250                " HAS NO COMPLETED PIECE FOR TONIGHT - MISSING"
005260             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
005270         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005280         ADD 1 TO DL100-MG-PROBLEM-COUNT
005290     END-IF.
005300 2600-EXIT.
005310     EXIT.
005320
005330*--------------------------------------------------------------------
005340* 3000-BUILD-OTFILE - SECOND PASS.  THE FIRST PIECE'S HEADER IS
005350* WRITTEN ONCE, CARRYING THE EARLIEST PIECE RUN DATE; EVERY OTHER
005360* PIECE HEADER IS DROPPED AND EVERY DETAIL AND TRAILER IS COPIED
005370* IN PIECE ORDER, SO EACH STREAM'S SERIES STILL ENDS WITH ITS OWN
005380* TRAILER EXACTLY AS THE SINGLE-STEP RUN WROTE IT.
005390*--------------------------------------------------------------------
005400 3000-BUILD-OTFILE.
005410     OPEN INPUT DL100-WORK-FILE.
005420     IF NOT DL100-WORK-FILE-OK
005430         STRING "ONETOTEN0215E OTWORK UNAVAILABLE - STATUS "
005440                DL100-WORK-FILE-STATUS
005450             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
005460         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005470         MOVE 16 TO RETURN-CODE
005480         GO TO 9999-EXIT
005490     END-IF.
005500     OPEN OUTPUT DL100-OUTPUT-FILE.
005510     IF NOT DL100-OUTPUT-FILE-OK
005520         STRING "ONETOTEN0225E OTFILE OPEN FAILED - STATUS "
005530                DL100-OUTPUT-FILE-STATUS
005540             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
005550         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005560         CLOSE DL100-WORK-FILE
005570         MOVE 16 TO RETURN-CODE
005580         GO TO 9999-EXIT
005590     END-IF.
005600     SET DL100-MG-HEADER-NOT-SEEN TO TRUE.
005610     PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
005620         UNTIL NOT DL100-WORK-FILE-OK.
005630     IF NOT DL100-WORK-FILE-AT-END
005640         STRING "ONETOTEN0215E OTWORK READ FAILED - STATUS "
005650                DL100-WORK-FILE-STATUS
005660             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
005670         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005680         CLOSE DL100-WORK-FILE
005690         CLOSE DL100-OUTPUT-FILE
005700         MOVE 16 TO RETURN-CODE
005710         GO TO 9999-EXIT
005720     END-IF.
005730     CLOSE DL100-WORK-FILE.
005740     CLOSE DL100-OUTPUT-FILE.
005750 3000-EXIT.
005760     EXIT.
005770
005780 3100-COPY-ONE-RECORD.
005790     READ DL100-WORK-FILE.
005800     IF NOT DL100-WORK-FILE-OK
005810         GO TO 3100-EXIT
005820     END-IF.
005830     IF DL100-OT-IS-HEADER
005840         IF DL100-MG-HEADER-SEEN
005850             GO TO 3100-EXIT
005860         END-IF
005870         SET DL100-MG-HEADER-SEEN TO TRUE
005880         MOVE DL100-MG-HDR-RUN-DATE TO DL100-OT-HDR-RUN-DATE
005890     END-IF.
005900     WRITE DL100-MG-OUTPUT-RECORD FROM DL100-OUTPUT-RECORD.
005910     IF NOT DL100-OUTPUT-FILE-OK
005920         STRING "ONETOTEN0225E OTFILE WRITE FAILED - STATUS "
005930                DL100-OUTPUT-FILE-STATUS
005940             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
005950         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005960         CLOSE DL100-WORK-FILE
005970         CLOSE DL100-OUTPUT-FILE
005980         MOVE 16 TO RETURN-CODE
005990         GO TO 9999-EXIT
006000     END-IF.
006010     ADD 1 TO DL100-MG-OT-WRITTEN.
006020 3100-EXIT.
006030     EXIT.
006040
006050*--------------------------------------------------------------------
006060* 4000-APPEND-AUDIT - THE PIECES' AUDIT RECORDS JOIN THE PERMANENT
006070* AUDITFL ONLY ONCE THE NIGHT HAS MERGED, SO A REFUSED NIGHT THAT
006080* IS RERUN IS NOT AUDITED TWICE.
006090*--------------------------------------------------------------------
006100 4000-APPEND-AUDIT.
006110     OPEN INPUT DL100-AUDIT-WORK-FILE.
006120     IF NOT DL100-AUDIT-WORK-OK
006130         STRING "ONETOTEN0226E AUDWORK UNAVAILABLE - STATUS "
006140                DL100-AUDIT-WORK-STATUS
006150             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
006160         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006170         MOVE 16 TO RETURN-CODE
006180         GO TO 9999-EXIT
006190     END-IF.
006200     OPEN EXTEND DL100-AUDIT-FILE.
006210     IF DL100-AUDIT-FILE-NEW
006220         OPEN OUTPUT DL100-AUDIT-FILE
006230     END-IF.
006240     IF NOT DL100-AUDIT-FILE-OK
006250         STRING "ONETOTEN0226E AUDITFL OPEN FAILED - STATUS "
006260                DL100-AUDIT-FILE-STATUS
006270             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
006280         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006290         CLOSE DL100-AUDIT-WORK-FILE
006300         MOVE 16 TO RETURN-CODE
006310         GO TO 9999-EXIT
006320     END-IF.
006330     PERFORM 4100-COPY-AUDIT-RECORD THRU 4100-EXIT
006340         UNTIL NOT DL100-AUDIT-WORK-OK.
006350     IF NOT DL100-AUDIT-WORK-AT-END
006360         STRING "ONETOTEN0226E AUDWORK READ FAILED - STATUS "
006370                DL100-AUDIT-WORK-STATUS
006380             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
006390         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006400         CLOSE DL100-AUDIT-WORK-FILE
006410         CLOSE DL100-AUDIT-FILE
006420         MOVE 16 TO RETURN-CODE
006430         GO TO 9999-EXIT
006440     END-IF.
006450     CLOSE DL100-AUDIT-WORK-FILE.
006460     CLOSE DL100-AUDIT-FILE.
006470 4000-EXIT.
006480     EXIT.
006490
006500 4100-COPY-AUDIT-RECORD.
006510     READ DL100-AUDIT-WORK-FILE.
006520     IF NOT DL100-AUDIT-WORK-OK
006530         GO TO 4100-EXIT
006540     END-IF.
006550     WRITE DL100-MG-AUDIT-RECORD FROM DL100-AUDIT-RECORD.
006560     IF NOT DL100-AUDIT-FILE-OK
006570         STRING "ONETOTEN0226E AUDITFL WRITE FAILED - STATUS "
006580                DL100-AUDIT-FILE-STATUS
006590             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
006600         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006610         CLOSE DL100-AUDIT-WORK-FILE
006620         CLOSE DL100-AUDIT-FILE
006630         MOVE 16 TO RETURN-CODE
006640         GO TO 9999-EXIT
006650     END-IF.
006660     ADD 1 TO DL100-MG-AU-WRITTEN.
006670 4100-EXIT.
006680     EXIT.
006690
006700*--------------------------------------------------------------------
006710* 5000-APPEND-HISTORY - LIKEWISE FOR THE RUN-HISTORY RECORDS, SO
006720* DL100RDC AND DL100HRP SEE EVERY STREAM'S RECORD ON HISTFILE
006730* JUST AS THEY DID WHEN ONE STEP RAN THEM ALL.
006740*--------------------------------------------------------------------
006750 5000-APPEND-HISTORY.
006760     OPEN INPUT DL100-HIST-WORK-FILE.
006770     IF NOT DL100-HIST-WORK-OK
006780         STRING "ONETOTEN0227E HSTWORK UNAVAILABLE - STATUS "
006790                DL100-HIST-WORK-STATUS
006800             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
006810         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006820         MOVE 16 TO RETURN-CODE
006830         GO TO 9999-EXIT
006840     END-IF.
006850     OPEN EXTEND DL100-HISTORY-FILE.
006860     IF DL100-HISTORY-FILE-NEW
006870         OPEN OUTPUT DL100-HISTORY-FILE
006880     END-IF.
006890     IF NOT DL100-HISTORY-FILE-OK
006900         STRING "ONETOTEN0227E HISTFILE OPEN FAILED - STATUS "
006910                DL100-HISTORY-FILE-STATUS
006920             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
006930         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006940         CLOSE DL100-HIST-WORK-FILE
006950         MOVE 16 TO RETURN-CODE
006960         GO TO 9999-EXIT
006970     END-IF.
006980     PERFORM 5100-COPY-HISTORY-RECORD THRU 5100-EXIT
006990         UNTIL NOT DL100-HIST-WORK-OK.
007000     IF NOT DL100-HIST-WORK-AT-END
007010         STRING "ONETOTEN0227E HSTWORK READ FAILED - STATUS "
007020                DL100-HIST-WORK-STATUS
007030             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
007040         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
007050         CLOSE DL100-HIST-WORK-FILE
007060         CLOSE DL100-HISTORY-FILE
007070         MOVE 16 TO RETURN-CODE
007080         GO TO 9999-EXIT
007090     END-IF.
007100     CLOSE DL100-HIST-WORK-FILE.
007110     CLOSE DL100-HISTORY-FILE.
007120 5000-EXIT.
007130     EXIT.
007140
007150 5100-COPY-HISTORY-RECORD.
007160     READ DL100-HIST-WORK-FILE.
007170     IF NOT DL100-HIST-WORK-OK
007180         GO TO 5100-EXIT
007190     END-IF.
007200     WRITE DL100-MG-HISTORY-RECORD FROM DL100-RUN-HISTORY-RECORD.
007210     IF NOT DL100-HISTORY-FILE-OK
007220         STRING "ONETOTEN0227E HISTFILE WRITE FAILED - STATUS "
007230                DL100-HISTORY-FILE-STATUS
007240             DELIMITED BY SIZE INTO DL100-MG-EXC-TEXT
007250         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
007260         CLOSE DL100-HIST-WORK-FILE
007270         CLOSE DL100-HISTORY-FILE
007280         MOVE 16 TO RETURN-CODE
007290         GO TO 9999-EXIT
007300     END-IF.
007310     ADD 1 TO DL100-MG-RH-WRITTEN.
007320 5100-EXIT.
007330     EXIT.
007340
007350*--------------------------------------------------------------------
007360* 8000-FINALIZE - ONE LINE PER STREAM MERGED, THEN THE TOTALS.
007370*--------------------------------------------------------------------
007380 8000-FINALIZE.
007390     PERFORM 8100-REPORT-ONE-STREAM THRU 8100-EXIT
007400         VARYING DL100-MG-STR-SUB FROM 1 BY 1
007410         UNTIL DL100-MG-STR-SUB > DL100-MG-STREAM-COUNT.
007420     DISPLAY "ONETOTEN0229I OTFILE BUILT FROM "
007430             DL100-MG-PIECE-COUNT " PIECE(S) - "
007440             DL100-MG-OT-WRITTEN " OTFILE, "
007450             DL100-MG-AU-WRITTEN " AUDITFL, "
007460             DL100-MG-RH-WRITTEN " HISTFILE RECORD(S) WRITTEN".
007470 8000-EXIT.
007480     EXIT.
007490
007500 8100-REPORT-ONE-STREAM.
007510     IF DL100-MG-STR-CATCHUP (DL100-MG-STR-SUB)
007520         DISPLAY "ONETOTEN0235I STREAM "
007530                 DL100-MG-STR-NAME (DL100-MG-STR-SUB)
007540                 " LIMIT " DL100-MG-STR-LIMIT (DL100-MG-STR-SUB)
007550                 " DETAILS "
007560                 DL100-MG-STR-DETAILS (DL100-MG-STR-SUB)
007570                 " MERGED AS CATCH-UP FOR MISSED NIGHT "
007580                 DL100-MG-STR-NIGHT-DATE (DL100-MG-STR-SUB)
007590         GO TO 8100-EXIT
007600     END-IF.
007610     DISPLAY "ONETOTEN0228I STREAM "
007620             DL100-MG-STR-NAME (DL100-MG-STR-SUB)
007630             " LIMIT " DL100-MG-STR-LIMIT (DL100-MG-STR-SUB)
007640             " DETAILS " DL100-MG-STR-DETAILS (DL100-MG-STR-SUB)
007650             " MERGED".
007660 8100-EXIT.
007670     EXIT.
007680
007690*--------------------------------------------------------------------
007700* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
007710* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
007720*--------------------------------------------------------------------
007730 8800-NOTE-EXCEPTION.
007740     DISPLAY DL100-MG-EXC-TEXT.
007750     IF DL100-MG-FIRST-MSG = SPACES
007760         MOVE DL100-MG-EXC-TEXT TO DL100-MG-FIRST-MSG
007770     END-IF.
007780     MOVE SPACES TO DL100-MG-EXC-TEXT.
007790 8800-EXIT.
007800     EXIT.
007810
007820*--------------------------------------------------------------------
007830* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
007840* THE MORNING STATUS PAGE - RC, THE PIECES MERGED, THE OTFILE
007850* RECORDS WRITTEN, THE PROBLEMS FOUND, AND THE FIRST ERROR MESSAGE.
007860*--------------------------------------------------------------------
007870 8900-WRITE-STEP-OUTCOME.
007880     MOVE RETURN-CODE TO DL100-MG-SAVE-RC.
007890     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
007900     MOVE "PIECES" TO DL100-SO-COUNT-LABEL (1).
007910     MOVE DL100-MG-PIECE-COUNT TO DL100-SO-COUNT-VALUE (1).
007920     MOVE "OTFILE" TO DL100-SO-COUNT-LABEL (2).
007930     MOVE DL100-MG-OT-WRITTEN TO DL100-SO-COUNT-VALUE (2).
007940     MOVE "PROBLEMS" TO DL100-SO-COUNT-LABEL (3).
007950     MOVE DL100-MG-PROBLEM-COUNT TO DL100-SO-COUNT-VALUE (3).
007960     MOVE DL100-MG-FIRST-MSG TO DL100-SO-FIRST-MSG.
007970     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
007980 8900-EXIT.
007990     EXIT.
008000
008010*--------------------------------------------------------------------
008020* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
008030*--------------------------------------------------------------------
008040 8910-CLEAR-OUTCOME.
008050     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
008060     MOVE 0 TO DL100-SO-RUN-DATE.
008070     MOVE "DL100MRG" TO DL100-SO-PROGRAM.
008080     MOVE DL100-MG-SAVE-RC TO DL100-SO-RETURN-CODE.
008090     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
008100         DL100-SO-COUNT-VALUE (3).
008110 8910-EXIT.
008120     EXIT.
008130
008140*--------------------------------------------------------------------
008150* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
008160* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
008170* THE STEP'S OWN IS PUT BACK AFTER IT.
008180*--------------------------------------------------------------------
008190 8920-FILE-OUTCOME.
008200     CALL "DL100STS" USING DL100-MG-STS-FUNCTION
008210                           DL100-RUN-STATUS-RECORD
008220                           DL100-MG-STS-STATUS.
008230     MOVE DL100-MG-SAVE-RC TO RETURN-CODE.
008240 8920-EXIT.
008250     EXIT.
008260
008270*--------------------------------------------------------------------
008280* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION
008290*--------------------------------------------------------------------
008300 9999-EXIT.
008310     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
008320     STOP RUN.
008330 END PROGRAM DL100MRG.
