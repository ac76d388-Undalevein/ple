000460*                     EXCEPTION LINE NOW SAYS SO, AND THE SUMMARY
000470*                     COUNTS THE GAPS THE JOURNAL ACCOUNTS FOR.
000480*                     A MISSING SEQJRNL DD SKIPS THE ANNOTATION.
000481*   10/15/2026  DLH   CATCH-UP SERIES.  A MISSED NIGHT MINTED LATE
000482*                     IS ITS OWN DETAIL SERIES AND TRAILER STAMPED
000483*                     WITH THE MISSED NIGHT'S DATE, SO TRAILER
000484*                     TOTALS ARE NOW VERIFIED PER SERIES AND THE
000485*                     CATCH-UP SERIES ARE LISTED IN THEIR OWN
000486*                     SECTION UNDER THEIR OWN NIGHT DATES.  THE
000487*                     AUDITFL MATCH DATES COME FROM THE FILE
000488*                     HEADER AND TONIGHT'S DETAILS ONLY.
000489*   10/15/2026  DLH   CHECK-DIGIT VERIFICATION.  ON A STREAM WITH
000490*                     A CHECK-DIGIT METHOD EVERY DETAIL MUST
000491*                     CARRY ITS FULL NUMBER, THE NUMBER MUST BE
000492*                     THE DETAIL'S COUNTER WITH ITS CHECK DIGIT,
000493*                     AND SEQNBRSVC'S VALIDATE CALL MUST FIND THE
000494*                     DIGIT RIGHT AND THE NUMBER ISSUED.  EACH
000495*                     FAILURE IS AN EXCEPTION LINE AND IS COUNTED
000496*                     IN THE SUMMARY.  STEP NOW NEEDS THE SEQFILE,
000497*                     SEQLOCK, AND STRMREG DDS SEQNBRSVC OPENS.
000498*   10/15/2026  DLH   STEP OUTCOME.  FILES A DL100SO RECORD ON RUNSTAT
000499*                     THROUGH DL100STS AS THE STEP ENDS - RC, DETAILS,
000500*                     EXCEPTIONS, CHECK-DIGIT ERRORS, THE RECON FLAG,
000501*                     AND THE FIRST ERROR MESSAGE, WHICH EVERY MESSAGE
000502*                     NOW PASSES THROUGH 8800-NOTE-EXCEPTION TO RECORD.
000503*                     NEEDS THE RUNSTAT AND STEPID DDS.
000504*--------------------------------------------------------------------
000505 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT DL100-OUTPUT-FILE ASSIGN TO "OTFILE"
001200 77  DL100-RC-OT-TALLY               PIC S9(04) COMP VALUE 0.
001210 77  DL100-RC-AU-TALLY               PIC S9(04) COMP VALUE 0.
001220 77  DL100-RC-CONDITION              PIC X(40) VALUE SPACES.
001221 77  DL100-RC-CHECK-DIGIT-ERRORS     PIC 9(06) VALUE 0.
001222 77  DL100-RC-CD-BASE                PIC 9(04) VALUE 0.
001223 77  DL100-RC-CD-DIGIT               PIC 9(01) VALUE 0.
001224 77  DL100-RC-SAVE-RETURN-CODE       PIC S9(04) COMP VALUE 0.
001230
001240 01  DL100-RC-RUN-DATE               PIC 9(08) VALUE 0.
001250
001530* WITH THE IMMEDIATELY FOLLOWING CALENDAR DAY.  A RUN RESTARTED
001540* AFTER MIDNIGHT (RESTART=STEP020) RE-ACCEPTS THE DATE, SO ITS
001550* DETAILS REGISTER DAY 2 THEMSELVES.  ADMITTING DAY PLUS ONE IS
001560* SAFE IN THE STREAM SEQUENCING - THIS REPORT RUNS IN DL100N30,
001570* AFTER EVERY PER-STREAM JOB HAS ENDED AND BEFORE THE NEXT NIGHT'S
001575* DL100N10 CAN BUILD A NEW CONTROL GENERATION.
001580*--------------------------------------------------------------------
001590 77  DL100-RC-DATE-MAX               PIC 9(02) VALUE 10.
001600 77  DL100-RC-DATE-COUNT             PIC 9(02) VALUE 0.
001770     05  DL100-RC-STREAM-ENTRY OCCURS 10 TIMES.
001780         10  DL100-RC-STR-NAME       PIC X(08).
001790         10  DL100-RC-STR-DETAILS    PIC 9(06).
001840         10  DL100-RC-STR-LOW        PIC 9(04).
001850         10  DL100-RC-STR-HIGH       PIC 9(04).
001851         10  DL100-RC-STR-CHECK-SW   PIC X(01).
001852             88  DL100-RC-STR-CHECK-UNKNOWN  VALUE SPACE.
001853             88  DL100-RC-STR-HAS-CHECK      VALUE "Y".
001854             88  DL100-RC-STR-NO-CHECK       VALUE "N".
001855             88  DL100-RC-STR-CHECK-UNREAD   VALUE "X".
001856
001857*--------------------------------------------------------------------
001858* SHARED SEQUENCE-NUMBER SERVICE LINKAGE FIELDS (SEE SEQNBRSVC),
001859* USED ONLY TO PROVE CHECK-DIGIT NUMBERS - THIS PROGRAM NEVER
001860* RESERVES A NUMBER.
001861*--------------------------------------------------------------------
001862 77  DL100-RC-SEQ-NAME               PIC X(08) VALUE SPACES.
001863 77  DL100-RC-SEQ-VALUE              PIC 9(09) VALUE 0.
001864 77  DL100-RC-SEQ-STATUS             PIC X(02) VALUE SPACES.
001865     88  DL100-RC-SEQ-OK                 VALUE "00".
001866     88  DL100-RC-SEQ-NO-CHECK-DIGIT     VALUE "01" "96".
001867     88  DL100-RC-SEQ-BAD-CHECK-DIGIT    VALUE "97".
001868     88  DL100-RC-SEQ-NOT-ISSUED         VALUE "98".
001869 77  DL100-RC-SEQ-FUNCTION           PIC X(01) VALUE SPACE.
001870
001871*--------------------------------------------------------------------
001872* DETAIL SERIES - ONE ENTRY PER STREAM PER SERIES DATE ON OTFILE.
001873* A NIGHTLY RUN MINTS ONE SERIES PER STREAM STAMPED WITH ITS RUN
001874* DATE.  A MISSED NIGHT CAUGHT UP LATE IS ITS OWN SERIES STAMPED
001875* WITH THE MISSED NIGHT'S DATE, WHICH IS EARLIER THAN THE CONTROL
001876* GENERATION ON THE FILE HEADER.  TRAILER TOTALS ARE VERIFIED
001877* SERIES BY SERIES.
001878*--------------------------------------------------------------------
001879 77  DL100-RC-SERIES-MAX             PIC 9(02) VALUE 80.
001880 77  DL100-RC-SERIES-COUNT           PIC 9(02) VALUE 0.
001881 77  DL100-RC-SER-SUB                PIC S9(04) COMP VALUE 0.
001882 77  DL100-RC-SER-HIT                PIC S9(04) COMP VALUE 0.
001883 77  DL100-RC-SER-WORK-DATE          PIC 9(08) VALUE 0.
001884 77  DL100-RC-HDR-CTL-DATE           PIC 9(08) VALUE 0.
001885 77  DL100-RC-CATCHUP-COUNT          PIC 9(02) VALUE 0.
001886 01  DL100-RC-SERIES-TABLE.
001887     05  DL100-RC-SERIES-ENTRY OCCURS 80 TIMES.
001888         10  DL100-RC-SER-NAME       PIC X(08).
001889         10  DL100-RC-SER-DATE       PIC 9(08).
001890         10  DL100-RC-SER-TYPE       PIC X(01).
001891             88  DL100-RC-SER-CATCHUP    VALUE "C".
001892         10  DL100-RC-SER-DETAILS    PIC 9(06).
001893         10  DL100-RC-SER-TRAILERS   PIC 9(02).
001894         10  DL100-RC-SER-TRL-ITER   PIC 9(06).
001895         10  DL100-RC-SER-TRL-LIMIT  PIC 9(06).
001896         10  DL100-RC-SER-TRL-FLAG   PIC X(01).
001897
001898*--------------------------------------------------------------------
001899* RESERVED RANGES OFF THE SEQJRNL JOURNAL, FILTERED TO THE ACCEPTED
001900* RUN DATES, IN THE ORDER JOURNALED.  A GAP INSIDE ONE OF THESE
001901* RANGES IS A RESERVATION A CANCELED RUN NEVER MINTED FROM, NOT A
001910* LOST RECORD, AND ITS EXCEPTION LINE IS ANNOTATED ACCORDINGLY.
001920*--------------------------------------------------------------------
001930 77  DL100-RC-JRNL-MAX               PIC 9(03) VALUE 200.
002880     05  FILLER                      PIC X(08) VALUE " ACTUAL ".
002890     05  DL100-RC-TRL-ACTUAL         PIC ZZZZZ9.
002900
002901 01  DL100-RC-CU-LINE.
002902     05  DL100-RC-CU-STREAM          PIC X(08).
002903     05  FILLER                      PIC X(09) VALUE "   NIGHT ".
002904     05  DL100-RC-CU-NIGHT           PIC 9999/99/99.
002905     05  FILLER                      PIC X(10)
002906             VALUE "  DETAILS ".
002907     05  DL100-RC-CU-DETAILS         PIC ZZZZZ9.
002908     05  FILLER                      PIC X(13)
002909             VALUE "  ITERATIONS ".
002910     05  DL100-RC-CU-ITER            PIC ZZZZZ9.
002911     05  FILLER                      PIC X(08) VALUE "  LIMIT ".
002912     05  DL100-RC-CU-LIMIT           PIC ZZZZZ9.
002913     05  FILLER                      PIC X(12)
002914             VALUE "  RECON FLAG".
002915     05  FILLER                      PIC X(01) VALUE SPACE.
002916     05  DL100-RC-CU-FLAG            PIC X(01).
002917
002918 01  DL100-RC-SUM-LINE.
002920     05  FILLER                      PIC X(03) VALUE SPACES.
002930     05  DL100-RC-SUM-TEXT           PIC X(36).
002940     05  DL100-RC-SUM-VALUE          PIC ZZZZZZZ9.
002950
002951*--------------------------------------------------------------------
002952* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
002953* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
002954* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
002955*--------------------------------------------------------------------
002956 77  DL100-RC-EXC-TEXT               PIC X(132) VALUE SPACES.
002957 77  DL100-RC-FIRST-MSG              PIC X(80) VALUE SPACES.
002958 77  DL100-RC-STS-FUNCTION           PIC X(01) VALUE "W".
002959 77  DL100-RC-STS-STATUS             PIC X(02) VALUE SPACES.
002960     COPY DL100SO.
002961
002962 PROCEDURE DIVISION.
002970*--------------------------------------------------------------------
002980* 0000-MAINLINE
002990*--------------------------------------------------------------------
003170         UNTIL DL100-RC-STR-SUB > DL100-RC-STREAM-MAX.
003180     OPEN INPUT DL100-OUTPUT-FILE.
003190     IF NOT DL100-OUTPUT-FILE-OK
003200         STRING "ONETOTEN0020E OTFILE UNAVAILABLE - STATUS "
003210                DL100-OUTPUT-FILE-STATUS
003211             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
003212         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003220         MOVE 16 TO RETURN-CODE
003230         GO TO 9999-EXIT
003240     END-IF.
003250     OPEN INPUT DL100-AUDIT-FILE.
003260     IF NOT DL100-AUDIT-FILE-OK
003270         STRING "ONETOTEN0021E AUDITFL UNAVAILABLE - STATUS "
003280                DL100-AUDIT-FILE-STATUS
003281             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
003282         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003290         MOVE 16 TO RETURN-CODE
003300         GO TO 9999-EXIT
003310     END-IF.
003320     OPEN OUTPUT DL100-REPORT-FILE.
003330     IF NOT DL100-REPORT-FILE-OK
003340         STRING "ONETOTEN0022E RPTFILE UNAVAILABLE - STATUS "
003350                DL100-REPORT-FILE-STATUS
003351             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
003352         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003360         MOVE 16 TO RETURN-CODE
003370         GO TO 9999-EXIT
003380     END-IF.
003560
003570*--------------------------------------------------------------------
003580* 2000-LOAD-OUTPUT-FILE - TALLY EVERY OTFILE DETAIL BY STREAM AND
003590* COUNTER VALUE AND CAPTURE EACH SERIES' TRAILER CONTROL TOTALS
003600* FOR 5000-VERIFY-TRAILERS.
003610*--------------------------------------------------------------------
003620 2000-LOAD-OUTPUT-FILE.
003630     PERFORM 2100-READ-OUTPUT-RECORD THRU 2100-EXIT
003640         UNTIL NOT DL100-OUTPUT-FILE-OK.
003650     IF NOT DL100-OUTPUT-FILE-EOF
003660         STRING "ONETOTEN0023E OTFILE READ FAILED - STATUS "
003670                DL100-OUTPUT-FILE-STATUS
003671             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
003672         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003680         MOVE 16 TO RETURN-CODE
003690         GO TO 9999-EXIT
003700     END-IF.
003710     IF NOT DL100-RC-HEADER-SEEN
003720         STRING "ONETOTEN0113E OTFILE CARRIES NO FILE HEADER - "
003730                "CANNOT PROVE IT IS TONIGHT'S GENERATION"
003731             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
003732         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003740         MOVE 12 TO RETURN-CODE
003750         GO TO 9999-EXIT
003760     END-IF.
003990     EXIT.
004000
004010 2200-TALLY-DETAIL.
004011     MOVE DL100-OT-JOB-ID TO DL100-RC-WORK-NAME.
004012     MOVE DL100-OT-RUN-DATE TO DL100-RC-SER-WORK-DATE.
004013     PERFORM 7500-FIND-SERIES THRU 7500-EXIT.
004014     ADD 1 TO DL100-RC-SER-DETAILS (DL100-RC-SER-HIT).
004015     IF NOT DL100-RC-SER-CATCHUP (DL100-RC-SER-HIT)
004016         PERFORM 2210-NOTE-NIGHTLY-DETAIL THRU 2210-EXIT
004017     END-IF.
004100     PERFORM 7400-FIND-STREAM THRU 7400-EXIT.
004110     ADD 1 TO DL100-RC-DETAIL-COUNT.
004120     ADD 1 TO DL100-RC-STR-DETAILS (DL100-RC-STR-HIT).
004280         MOVE DL100-OT-COUNTER
004290             TO DL100-RC-STR-HIGH (DL100-RC-STR-HIT)
004300     END-IF.
004301     PERFORM 2220-VERIFY-CHECK-DIGIT THRU 2220-EXIT.
004310 2200-EXIT.
004320     EXIT.
004330
004331*--------------------------------------------------------------------
004332* 2210-NOTE-NIGHTLY-DETAIL - TONIGHT'S DETAILS NAME THE REPORT RUN
004333* DATE AND REGISTER THEIR DATES FOR THE AUDITFL MATCH.  A CATCH-UP
004334* SERIES CARRIES ITS MISSED NIGHT'S DATE BUT ITS AUDITFL RECORDS
004335* ARE STAMPED TONIGHT, SO ITS DATE IS NEVER REGISTERED.
004336*--------------------------------------------------------------------
004337 2210-NOTE-NIGHTLY-DETAIL.
004338     IF NOT DL100-RC-FIRST-DETAIL-SEEN
004339         SET DL100-RC-FIRST-DETAIL-SEEN TO TRUE
004340         MOVE DL100-OT-RUN-DATE TO DL100-RC-RUN-DATE
004341         MOVE DL100-RC-RUN-DATE TO DL100-RC-HDG2-DATE
004342     END-IF.
004343     MOVE DL100-OT-RUN-DATE TO DL100-RC-WORK-DATE.
004344     PERFORM 2250-NOTE-RUN-DATE THRU 2250-EXIT.
004345 2210-EXIT.
004346     EXIT.
004347
004348*--------------------------------------------------------------------
004349* 2220-VERIFY-CHECK-DIGIT - A STREAM WITH A CHECK-DIGIT METHOD
004350* SHIPS EVERY DETAIL WITH ITS FULL NUMBER.  THE NUMBER MUST BE
004351* PRESENT AND NUMERIC, MUST BE THIS DETAIL'S COUNTER WITH ONE
004352* DIGIT APPENDED, AND MUST PASS SEQNBRSVC'S VALIDATE CALL - RIGHT
004353* CHECK DIGIT, AND COVERED BY A JOURNALED RESERVATION.  A STREAM
004354* WITHOUT A METHOD MUST SHIP THE FIELD BLANK.
004355*--------------------------------------------------------------------
004356 2220-VERIFY-CHECK-DIGIT.
004357     IF DL100-RC-STR-CHECK-UNKNOWN (DL100-RC-STR-HIT)
004358         PERFORM 2230-PROBE-CHECK-METHOD THRU 2230-EXIT
004359     END-IF.
004360     MOVE DL100-RC-WORK-NAME TO DL100-RC-MSG-STREAM.
004361     MOVE SPACES TO DL100-RC-MSG-TEXT.
004362     IF DL100-RC-STR-CHECK-UNREAD (DL100-RC-STR-HIT)
004363         GO TO 2220-EXIT
004364     END-IF.
004365     IF DL100-RC-STR-NO-CHECK (DL100-RC-STR-HIT)
004366         IF DL100-OT-CHECKED-NBR-X NOT = SPACES
004367             STRING "COUNTER " DL100-OT-COUNTER
004368                    " HAS A FULL NUMBER BUT STREAM HAS NO CHECK "
004369                    "DIGIT" DELIMITED BY SIZE
004370                 INTO DL100-RC-MSG-TEXT
004371             PERFORM 2240-PRINT-CHECK-EXCEPTION THRU 2240-EXIT
004372         END-IF
004373         GO TO 2220-EXIT
004374     END-IF.
004375     IF DL100-OT-CHECKED-NBR-X = SPACES
004376         STRING "COUNTER " DL100-OT-COUNTER
004377                " IS MISSING ITS CHECK-DIGIT NUMBER"
004378                DELIMITED BY SIZE
004379             INTO DL100-RC-MSG-TEXT
004380         PERFORM 2240-PRINT-CHECK-EXCEPTION THRU 2240-EXIT
004381         GO TO 2220-EXIT
004382     END-IF.
004383     IF DL100-OT-CHECKED-NBR-X NOT NUMERIC
004384         STRING "COUNTER " DL100-OT-COUNTER
004385                " CHECK-DIGIT NUMBER IS NOT NUMERIC: "
004386                DL100-OT-CHECKED-NBR-X DELIMITED BY SIZE
004387             INTO DL100-RC-MSG-TEXT
004388         PERFORM 2240-PRINT-CHECK-EXCEPTION THRU 2240-EXIT
004389         GO TO 2220-EXIT
004390     END-IF.
004391     DIVIDE DL100-OT-CHECKED-NBR BY 10
004392         GIVING DL100-RC-CD-BASE
004393         REMAINDER DL100-RC-CD-DIGIT.
004394     IF DL100-RC-CD-BASE NOT = DL100-OT-COUNTER
004395         STRING "COUNTER " DL100-OT-COUNTER
004396                " SHIPPED UNDER ANOTHER NUMBER: "
004397                DL100-OT-CHECKED-NBR-X DELIMITED BY SIZE
004398             INTO DL100-RC-MSG-TEXT
004399         PERFORM 2240-PRINT-CHECK-EXCEPTION THRU 2240-EXIT
004400         GO TO 2220-EXIT
004401     END-IF.
004402     MOVE DL100-RC-WORK-NAME TO DL100-RC-SEQ-NAME.
004403     MOVE DL100-OT-CHECKED-NBR TO DL100-RC-SEQ-VALUE.
004404     MOVE "V" TO DL100-RC-SEQ-FUNCTION.
004405     CALL "SeqNbrSvc" USING DL100-RC-SEQ-NAME
004406                            DL100-RC-SEQ-VALUE
004407                            DL100-RC-SEQ-STATUS
004408                            DL100-RC-SEQ-FUNCTION.
004409     EVALUATE TRUE
004410         WHEN DL100-RC-SEQ-OK
004411             GO TO 2220-EXIT
004412         WHEN DL100-RC-SEQ-BAD-CHECK-DIGIT
004413             STRING "NUMBER " DL100-OT-CHECKED-NBR-X
004414                    " FAILS ITS CHECK DIGIT" DELIMITED BY SIZE
004415                 INTO DL100-RC-MSG-TEXT
004416         WHEN DL100-RC-SEQ-NOT-ISSUED
004417             STRING "NUMBER " DL100-OT-CHECKED-NBR-X
004418                    " WAS NEVER ISSUED BY SEQNBRSVC"
004419                    DELIMITED BY SIZE
004420                 INTO DL100-RC-MSG-TEXT
004421         WHEN OTHER
004422             STRING "NUMBER " DL100-OT-CHECKED-NBR-X
004423                    " COULD NOT BE VALIDATED - SEQNBRSVC STATUS "
004424                    DL100-RC-SEQ-STATUS DELIMITED BY SIZE
004425                 INTO DL100-RC-MSG-TEXT
004426     END-EVALUATE.
004427     PERFORM 2240-PRINT-CHECK-EXCEPTION THRU 2240-EXIT.
004428 2220-EXIT.
004429     EXIT.
004430
004431*--------------------------------------------------------------------
004432* 2230-PROBE-CHECK-METHOD - ON A STREAM'S FIRST DETAIL, ASK
004433* SEQNBRSVC FOR A CHECK DIGIT ON VALUE 1.  STATUS "01" (NO METHOD)
004434* OR "96" (NOT A REGISTERED NAME) MEANS THE STREAM SHIPS NO FULL
004435* NUMBER.  ANY OTHER FAILURE LEAVES THE STREAM UNVERIFIABLE, WHICH
004436* IS ITSELF ONE EXCEPTION.
004437*--------------------------------------------------------------------
004438 2230-PROBE-CHECK-METHOD.
004439     MOVE DL100-RC-WORK-NAME TO DL100-RC-SEQ-NAME.
004440     MOVE 1 TO DL100-RC-SEQ-VALUE.
004441     MOVE "D" TO DL100-RC-SEQ-FUNCTION.
004442     CALL "SeqNbrSvc" USING DL100-RC-SEQ-NAME
004443                            DL100-RC-SEQ-VALUE
004444                            DL100-RC-SEQ-STATUS
004445                            DL100-RC-SEQ-FUNCTION.
004446     EVALUATE TRUE
004447         WHEN DL100-RC-SEQ-OK
004448             SET DL100-RC-STR-HAS-CHECK (DL100-RC-STR-HIT) TO TRUE
004449         WHEN DL100-RC-SEQ-NO-CHECK-DIGIT
004450             SET DL100-RC-STR-NO-CHECK (DL100-RC-STR-HIT) TO TRUE
004451         WHEN OTHER
004452             SET DL100-RC-STR-CHECK-UNREAD (DL100-RC-STR-HIT)
004453                 TO TRUE
004454             MOVE DL100-RC-WORK-NAME TO DL100-RC-MSG-STREAM
004455             MOVE SPACES TO DL100-RC-MSG-TEXT
004456             STRING "CHECK DIGITS NOT VERIFIED - SEQNBRSVC "
004457                    "STATUS " DL100-RC-SEQ-STATUS
004458                    DELIMITED BY SIZE
004459                 INTO DL100-RC-MSG-TEXT
004460             PERFORM 2240-PRINT-CHECK-EXCEPTION THRU 2240-EXIT
004461     END-EVALUATE.
004462 2230-EXIT.
004463     EXIT.
004464
004465 2240-PRINT-CHECK-EXCEPTION.
004466     ADD 1 TO DL100-RC-CHECK-DIGIT-ERRORS.
004467     PERFORM 7200-PRINT-EXCEPTION-MSG THRU 7200-EXIT.
004468 2240-EXIT.
004469     EXIT.
004470
004471 2300-CAPTURE-TRAILER.
004472     MOVE DL100-OT-TRL-JOB-ID TO DL100-RC-WORK-NAME.
004473     PERFORM 7400-FIND-STREAM THRU 7400-EXIT.
004474     MOVE DL100-OT-TRL-RUN-DATE TO DL100-RC-SER-WORK-DATE.
004475     PERFORM 7500-FIND-SERIES THRU 7500-EXIT.
004476     ADD 1 TO DL100-RC-TRAILER-COUNT.
004477     ADD 1 TO DL100-RC-SER-TRAILERS (DL100-RC-SER-HIT).
004478     MOVE DL100-OT-TRL-ITERATIONS
004479         TO DL100-RC-SER-TRL-ITER (DL100-RC-SER-HIT).
004480     MOVE DL100-OT-TRL-CFG-LIMIT
004481         TO DL100-RC-SER-TRL-LIMIT (DL100-RC-SER-HIT).
004482     MOVE DL100-OT-TRL-RECON-FLAG
004483         TO DL100-RC-SER-TRL-FLAG (DL100-RC-SER-HIT).
004484 2300-EXIT.
004485     EXIT.
004486
004487*--------------------------------------------------------------------
004490* 2400-VERIFY-HEADER - THE TYPE-H FILE HEADER MUST BE TONIGHT'S.
004500* A RUN THAT CROSSED MIDNIGHT IN FLIGHT CARRIES YESTERDAY'S DATE,
004510* SO THE DAY AFTER THE HEADER DATE IS ACCEPTED TOO.  ANYTHING
004520* ELSE IS A STALE GENERATION AND ENDS THE STEP WITH ITS OWN
004530* RETURN CODE 12 SO OPS KNOWS THE DD OVERRIDE WENT WRONG.  THE
004531* HEADER DATE AND ITS NEXT DAY ARE REGISTERED FOR THE AUDITFL
004532* MATCH, SO A FILE OF NOTHING BUT CATCH-UP SERIES STILL MATCHES
004533* THE AUDITFL RECORDS ITS ITERATIONS WROTE TONIGHT.
004540*--------------------------------------------------------------------
004550 2400-VERIFY-HEADER.
004560     IF DL100-RC-HEADER-SEEN
004570         STRING "ONETOTEN0113E MORE THAN ONE FILE HEADER ON "
004580                "OTFILE - GENERATIONS MAY BE CONCATENATED"
004581             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
004582         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004590         MOVE 12 TO RETURN-CODE
004600         GO TO 9999-EXIT
004610     END-IF.
004620     SET DL100-RC-HEADER-SEEN TO TRUE.
004630     IF DL100-OT-HDR-RUN-DATE NOT NUMERIC
004640         STRING "ONETOTEN0113E OTFILE FILE HEADER RUN DATE IS "
004650                "NOT NUMERIC - GENERATION SUSPECT"
004651             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
004652         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004660         MOVE 12 TO RETURN-CODE
004670         GO TO 9999-EXIT
004680     END-IF.
004681     MOVE DL100-OT-HDR-RUN-DATE TO DL100-RC-HDG2-DATE.
004682     IF DL100-OT-HDR-CTL-DATE NUMERIC
004683         MOVE DL100-OT-HDR-CTL-DATE TO DL100-RC-HDR-CTL-DATE
004684     END-IF.
004685     MOVE DL100-OT-HDR-RUN-DATE TO DL100-RC-WORK-DATE.
004686     PERFORM 2250-NOTE-RUN-DATE THRU 2250-EXIT.
004690     IF DL100-OT-HDR-RUN-DATE = DL100-RC-TODAY-DATE
004700         GO TO 2400-EXIT
004710     END-IF.
004740     IF DL100-RC-WORK-DATE = DL100-RC-TODAY-DATE
004750         GO TO 2400-EXIT
004760     END-IF.
004770     STRING "ONETOTEN0113E OTFILE FILE HEADER IS NOT TONIGHT'S "
004780            "- WRITTEN " DL100-OT-HDR-RUN-DATE
004790            " FROM CONTROL GENERATION " DL100-OT-HDR-CTL-DATE
004800            " TONIGHT " DL100-RC-TODAY-DATE
004801         DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
004802     PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT.
004810     MOVE 12 TO RETURN-CODE.
004820     GO TO 9999-EXIT.
004830 2400-EXIT.
006010     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
006020         UNTIL NOT DL100-AUDIT-FILE-OK.
006030     IF NOT DL100-AUDIT-FILE-EOF
006040         STRING "ONETOTEN0024E AUDITFL READ FAILED - STATUS "
006050                DL100-AUDIT-FILE-STATUS
006051             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
006052         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006060         MOVE 16 TO RETURN-CODE
006070         GO TO 9999-EXIT
006080     END-IF.
006540         GO TO 3500-EXIT
006550     END-IF.
006560     IF NOT DL100-SEQ-JOURNAL-OK
006570         STRING "ONETOTEN0111E SEQJRNL UNAVAILABLE - STATUS "
006580                DL100-SEQ-JOURNAL-STATUS
006590                " - GAP EXCEPTIONS WILL NOT BE ANNOTATED"
006591             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
006592         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006600         GO TO 3500-EXIT
006610     END-IF.
006620     MOVE LOW-VALUES TO DL100-SJ-KEY.
006670         GO TO 3500-EXIT
006680     END-IF.
006690     IF NOT DL100-SEQ-JOURNAL-OK
006700         STRING "ONETOTEN0111E SEQJRNL BROWSE FAILED - STATUS "
006710             DL100-SEQ-JOURNAL-STATUS
006720             " - GAP EXCEPTIONS WILL NOT BE ANNOTATED"
006721             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
006722         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006730         CLOSE DL100-SEQ-JOURNAL-FILE
006740         GO TO 3500-EXIT
006750     END-IF.
006760     PERFORM 3600-LOAD-ONE-JOURNAL THRU 3600-EXIT
006770         UNTIL NOT DL100-SEQ-JOURNAL-OK.
006780     IF NOT DL100-SEQ-JOURNAL-AT-END
006790         STRING "ONETOTEN0111E SEQJRNL READ FAILED - STATUS "
006800                DL100-SEQ-JOURNAL-STATUS
006810                " - GAP ANNOTATION MAY BE INCOMPLETE"
006811             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
006812         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006820     END-IF.
006830     CLOSE DL100-SEQ-JOURNAL-FILE.
006840 3500-EXIT.
007070     IF DL100-RC-JRNL-COUNT >= DL100-RC-JRNL-MAX
007080         IF NOT DL100-RC-JRNL-TABLE-FULL
007090             SET DL100-RC-JRNL-TABLE-FULL TO TRUE
007100             STRING "ONETOTEN0112E SEQJRNL TABLE IS FULL - GAP "
007110                    "ANNOTATION MAY BE INCOMPLETE"
007111                 DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
007112             PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
007120         END-IF
007130         GO TO 3600-EXIT
007140     END-IF.
008470     EXIT.
008480
008490*--------------------------------------------------------------------
008500* 5000-VERIFY-TRAILERS - CHECK EVERY SERIES' TRAILER CONTROL
008510* TOTALS AGAINST WHAT THIS PROGRAM COUNTED FOR ITSELF OFF THAT
008520* SERIES' DETAIL RECORDS.  TONIGHT'S SERIES ARE CHECKED FIRST;
008521* CATCH-UP SERIES FOLLOW IN THEIR OWN SECTION, EACH LISTED UNDER
008522* ITS NIGHT DATE WITH ITS EXCEPTIONS BENEATH IT.
008530*--------------------------------------------------------------------
008540 5000-VERIFY-TRAILERS.
008550     IF DL100-RC-STREAM-COUNT = 0
008600         GO TO 5000-EXIT
008610     END-IF.
008620     PERFORM 5100-VERIFY-ONE-TRAILER THRU 5100-EXIT
008630         VARYING DL100-RC-SER-SUB FROM 1 BY 1
008640         UNTIL DL100-RC-SER-SUB > DL100-RC-SERIES-COUNT.
008641     IF DL100-RC-CATCHUP-COUNT = 0
008642         GO TO 5000-EXIT
008643     END-IF.
008644     MOVE SPACES TO DL100-RC-PRINT-AREA.
008645     MOVE 2 TO DL100-RC-SPACING.
008646     MOVE "** CATCH-UP SERIES **" TO DL100-RC-PRINT-AREA.
008647     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008648     PERFORM 5200-LIST-CATCHUP-SERIES THRU 5200-EXIT
008649         VARYING DL100-RC-SER-SUB FROM 1 BY 1
008650         UNTIL DL100-RC-SER-SUB > DL100-RC-SERIES-COUNT.
008651 5000-EXIT.
008660     EXIT.
008670
008680 5100-VERIFY-ONE-TRAILER.
008681     IF DL100-RC-SER-CATCHUP (DL100-RC-SER-SUB)
008682         GO TO 5100-EXIT
008683     END-IF.
008684     PERFORM 5110-CHECK-SERIES-TOTALS THRU 5110-EXIT.
008685 5100-EXIT.
008686     EXIT.
008687
008688 5110-CHECK-SERIES-TOTALS.
008690     MOVE DL100-RC-SER-NAME (DL100-RC-SER-SUB)
008700         TO DL100-RC-MSG-STREAM.
008710     MOVE DL100-RC-SER-NAME (DL100-RC-SER-SUB)
008720         TO DL100-RC-TRL-STREAM.
008730     IF DL100-RC-SER-TRAILERS (DL100-RC-SER-SUB) = 0
008740         MOVE "NO TRAILER RECORD PRESENT ON OTFILE"
008750             TO DL100-RC-MSG-TEXT
008760         PERFORM 7200-PRINT-EXCEPTION-MSG THRU 7200-EXIT
008770         GO TO 5110-EXIT
008780     END-IF.
008790     IF DL100-RC-SER-TRAILERS (DL100-RC-SER-SUB) > 1
008800         MOVE "MORE THAN ONE TRAILER RECORD ON OTFILE"
008810             TO DL100-RC-MSG-TEXT
008820         PERFORM 7200-PRINT-EXCEPTION-MSG THRU 7200-EXIT
008830     END-IF.
008840     IF DL100-RC-SER-TRL-ITER (DL100-RC-SER-SUB)
008850         NOT = DL100-RC-SER-DETAILS (DL100-RC-SER-SUB)
008860         MOVE "TRAILER ITERATION COUNT VS OTFILE DETAILS"
008870             TO DL100-RC-TRL-TEXT
008880         MOVE DL100-RC-SER-TRL-ITER (DL100-RC-SER-SUB)
008890             TO DL100-RC-TRL-EXPECTED
008900         MOVE DL100-RC-SER-DETAILS (DL100-RC-SER-SUB)
008910             TO DL100-RC-TRL-ACTUAL
008920         PERFORM 7300-PRINT-TRL-EXCEPTION THRU 7300-EXIT
008930     END-IF.
008940     IF DL100-RC-SER-TRL-LIMIT (DL100-RC-SER-SUB)
008950         NOT = DL100-RC-SER-DETAILS (DL100-RC-SER-SUB)
008960         MOVE "TRAILER CONFIGURED LIMIT VS OTFILE DETAILS"
008970             TO DL100-RC-TRL-TEXT
008980         MOVE DL100-RC-SER-TRL-LIMIT (DL100-RC-SER-SUB)
008990             TO DL100-RC-TRL-EXPECTED
009000         MOVE DL100-RC-SER-DETAILS (DL100-RC-SER-SUB)
009010             TO DL100-RC-TRL-ACTUAL
009020         PERFORM 7300-PRINT-TRL-EXCEPTION THRU 7300-EXIT
009030     END-IF.
009040     IF DL100-RC-SER-TRL-FLAG (DL100-RC-SER-SUB) NOT = "B"
009050         MOVE "RUN WAS FLAGGED OUT OF BALANCE ON ITS OWN TRAILER"
009060             TO DL100-RC-MSG-TEXT
009070         PERFORM 7200-PRINT-EXCEPTION-MSG THRU 7200-EXIT
009080     END-IF.
009090 5110-EXIT.
009100     EXIT.
009101
009102*--------------------------------------------------------------------
009103* 5200-LIST-CATCHUP-SERIES - ONE LINE PER CATCH-UP SERIES UNDER THE
009104* MISSED NIGHT IT WAS MINTED FOR, FOLLOWED BY ITS OWN TRAILER
009105* EXCEPTIONS.
009106*--------------------------------------------------------------------
009107 5200-LIST-CATCHUP-SERIES.
009108     IF NOT DL100-RC-SER-CATCHUP (DL100-RC-SER-SUB)
009109         GO TO 5200-EXIT
009110     END-IF.
009111     MOVE DL100-RC-SER-NAME (DL100-RC-SER-SUB)
009112         TO DL100-RC-CU-STREAM.
009113     MOVE DL100-RC-SER-DATE (DL100-RC-SER-SUB)
009114         TO DL100-RC-CU-NIGHT.
009115     MOVE DL100-RC-SER-DETAILS (DL100-RC-SER-SUB)
009116         TO DL100-RC-CU-DETAILS.
009117     MOVE DL100-RC-SER-TRL-ITER (DL100-RC-SER-SUB)
009118         TO DL100-RC-CU-ITER.
009119     MOVE DL100-RC-SER-TRL-LIMIT (DL100-RC-SER-SUB)
009120         TO DL100-RC-CU-LIMIT.
009121     MOVE DL100-RC-SER-TRL-FLAG (DL100-RC-SER-SUB)
009122         TO DL100-RC-CU-FLAG.
009123     MOVE DL100-RC-CU-LINE TO DL100-RC-PRINT-AREA.
009124     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009125     PERFORM 5110-CHECK-SERIES-TOTALS THRU 5110-EXIT.
009126 5200-EXIT.
009127     EXIT.
009128
009129*--------------------------------------------------------------------
009130* 6000-PRINT-SUMMARY - CONTROL TOTALS AND THE FINAL VERDICT.  THE
009140* RETURN CODE IS SET HERE SO THE SCHEDULER PAGES OPS ON A MISMATCH.
009150*--------------------------------------------------------------------
009280     MOVE "OTFILE TRAILER RECORDS READ" TO DL100-RC-SUM-TEXT.
009290     MOVE DL100-RC-TRAILER-COUNT TO DL100-RC-SUM-VALUE.
009300     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009301     MOVE "CATCH-UP SERIES ON OTFILE" TO DL100-RC-SUM-TEXT.
009302     MOVE DL100-RC-CATCHUP-COUNT TO DL100-RC-SUM-VALUE.
009303     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009310     MOVE "AUDITFL RECORDS READ - ALL RUNS" TO DL100-RC-SUM-TEXT.
009320     MOVE DL100-RC-AUDIT-READ TO DL100-RC-SUM-VALUE.
009330     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009470     MOVE "AUDIT MISMATCHES FLAGGED" TO DL100-RC-SUM-TEXT.
009480     MOVE DL100-RC-MISMATCH-COUNT TO DL100-RC-SUM-VALUE.
009490     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009491     MOVE "CHECK-DIGIT NUMBERS FLAGGED" TO DL100-RC-SUM-TEXT.
009492     MOVE DL100-RC-CHECK-DIGIT-ERRORS TO DL100-RC-SUM-VALUE.
009493     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009500     MOVE "TOTAL EXCEPTIONS" TO DL100-RC-SUM-TEXT.
009510     MOVE DL100-RC-EXCEPTION-COUNT TO DL100-RC-SUM-VALUE.
009520     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009610         MOVE "RECONCILIATION OUT OF BALANCE - SEE EXCEPTIONS"
009620             TO DL100-RC-PRINT-AREA
009630         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
009640         STRING "ONETOTEN0026E RECONCILIATION EXCEPTIONS "
009650                "FLAGGED - SEE THE DL100REC REPORT"
009651             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
009652         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
009660         MOVE 8 TO RETURN-CODE
009670     END-IF.
009680 6000-EXIT.
010360         GO TO 7400-EXIT
010370     END-IF.
010380     IF DL100-RC-STREAM-COUNT >= DL100-RC-STREAM-MAX
010390         STRING "ONETOTEN0027E MORE THAN " DL100-RC-STREAM-MAX
010400                " STREAMS ON OTFILE/AUDITFL - FILE SUSPECT"
010401             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
010402         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
010410         MOVE 16 TO RETURN-CODE
010420         GO TO 9999-EXIT
010430     END-IF.
010460     MOVE DL100-RC-WORK-NAME
010470         TO DL100-RC-STR-NAME (DL100-RC-STR-HIT).
010480     MOVE 0 TO DL100-RC-STR-DETAILS (DL100-RC-STR-HIT).
010530     MOVE 9999 TO DL100-RC-STR-LOW (DL100-RC-STR-HIT).
010540     MOVE 0 TO DL100-RC-STR-HIGH (DL100-RC-STR-HIT).
010541     MOVE SPACE TO DL100-RC-STR-CHECK-SW (DL100-RC-STR-HIT).
010550 7400-EXIT.
010560     EXIT.
010570
010630 7410-EXIT.
010640     EXIT.
010650
010651*--------------------------------------------------------------------
010652* 7500-FIND-SERIES - LOOK THE WORK NAME AND SERIES DATE UP IN THE
010653* SERIES TABLE, REGISTERING THE SERIES ON FIRST SIGHT.  A SERIES
010654* DATED BEFORE THE CONTROL GENERATION ON THE FILE HEADER IS A
010655* CATCH-UP NIGHT MINTED LATE.
010656*--------------------------------------------------------------------
010657 7500-FIND-SERIES.
010658     MOVE 0 TO DL100-RC-SER-HIT.
010659     PERFORM 7510-MATCH-ONE-SERIES THRU 7510-EXIT
010660         VARYING DL100-RC-SER-SUB FROM 1 BY 1
010661         UNTIL DL100-RC-SER-SUB > DL100-RC-SERIES-COUNT
010662             OR DL100-RC-SER-HIT > 0.
010663     IF DL100-RC-SER-HIT > 0
010664         GO TO 7500-EXIT
010665     END-IF.
010666     IF DL100-RC-SERIES-COUNT >= DL100-RC-SERIES-MAX
010667         STRING "ONETOTEN0237E MORE THAN " DL100-RC-SERIES-MAX
010668                " DETAIL SERIES ON OTFILE - FILE SUSPECT"
010669             DELIMITED BY SIZE INTO DL100-RC-EXC-TEXT
010670         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
010671         MOVE 16 TO RETURN-CODE
010672         GO TO 9999-EXIT
010673     END-IF.
010674     ADD 1 TO DL100-RC-SERIES-COUNT.
010675     MOVE DL100-RC-SERIES-COUNT TO DL100-RC-SER-HIT.
010676     MOVE DL100-RC-WORK-NAME
010677         TO DL100-RC-SER-NAME (DL100-RC-SER-HIT).
010678     MOVE DL100-RC-SER-WORK-DATE
010679         TO DL100-RC-SER-DATE (DL100-RC-SER-HIT).
010680     MOVE SPACE TO DL100-RC-SER-TYPE (DL100-RC-SER-HIT).
010681     MOVE 0 TO DL100-RC-SER-DETAILS (DL100-RC-SER-HIT).
010682     MOVE 0 TO DL100-RC-SER-TRAILERS (DL100-RC-SER-HIT).
010683     MOVE 0 TO DL100-RC-SER-TRL-ITER (DL100-RC-SER-HIT).
010684     MOVE 0 TO DL100-RC-SER-TRL-LIMIT (DL100-RC-SER-HIT).
010685     MOVE SPACE TO DL100-RC-SER-TRL-FLAG (DL100-RC-SER-HIT).
010686     IF DL100-RC-SER-WORK-DATE < DL100-RC-HDR-CTL-DATE
010687         SET DL100-RC-SER-CATCHUP (DL100-RC-SER-HIT) TO TRUE
010688         ADD 1 TO DL100-RC-CATCHUP-COUNT
010689     END-IF.
010690 7500-EXIT.
010691     EXIT.
010692
010693 7510-MATCH-ONE-SERIES.
010694     IF DL100-RC-WORK-NAME
010695         = DL100-RC-SER-NAME (DL100-RC-SER-SUB)
010696         AND DL100-RC-SER-WORK-DATE
010697             = DL100-RC-SER-DATE (DL100-RC-SER-SUB)
010698         MOVE DL100-RC-SER-SUB TO DL100-RC-SER-HIT
010699     END-IF.
010700 7510-EXIT.
010701     EXIT.
010702
010703 8000-FINALIZE.
010704     CLOSE DL100-OUTPUT-FILE.
010705     CLOSE DL100-AUDIT-FILE.
010706     CLOSE DL100-REPORT-FILE.
010707     MOVE RETURN-CODE TO DL100-RC-SAVE-RETURN-CODE.
010708     MOVE "C" TO DL100-RC-SEQ-FUNCTION.
010709     CALL "SeqNbrSvc" USING DL100-RC-SEQ-NAME
010710                            DL100-RC-SEQ-VALUE
010711                            DL100-RC-SEQ-STATUS
010712                            DL100-RC-SEQ-FUNCTION.
010713     MOVE DL100-RC-SAVE-RETURN-CODE TO RETURN-CODE.
010714 8000-EXIT.
010715     EXIT.
010720
010721*--------------------------------------------------------------------
010722* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
010723* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
010724*--------------------------------------------------------------------
010725 8800-NOTE-EXCEPTION.
010726     DISPLAY DL100-RC-EXC-TEXT.
010727     IF DL100-RC-FIRST-MSG = SPACES
010728         MOVE DL100-RC-EXC-TEXT TO DL100-RC-FIRST-MSG
010729     END-IF.
010730     MOVE SPACES TO DL100-RC-EXC-TEXT.
010731 8800-EXIT.
010732     EXIT.
010733
010734*--------------------------------------------------------------------
010735* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
010736* THE MORNING STATUS PAGE - RC, THE DETAILS RECONCILED, THE
010737* EXCEPTIONS AND CHECK-DIGIT ERRORS, THE RECON FLAG (LEFT BLANK WHEN
010738* THE STEP FAILED BEFORE IT COULD RECONCILE), AND THE FIRST MESSAGE.
010739*--------------------------------------------------------------------
010740 8900-WRITE-STEP-OUTCOME.
010741     MOVE RETURN-CODE TO DL100-RC-SAVE-RETURN-CODE.
010742     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
010743     MOVE "DETAILS" TO DL100-SO-COUNT-LABEL (1).
010744     MOVE DL100-RC-DETAIL-COUNT TO DL100-SO-COUNT-VALUE (1).
010745     MOVE "EXCEPTIONS" TO DL100-SO-COUNT-LABEL (2).
010746     MOVE DL100-RC-EXCEPTION-COUNT TO DL100-SO-COUNT-VALUE (2).
010747     MOVE "CD-ERRORS" TO DL100-SO-COUNT-LABEL (3).
010748     MOVE DL100-RC-CHECK-DIGIT-ERRORS TO DL100-SO-COUNT-VALUE (3).
010749     IF DL100-RC-SAVE-RETURN-CODE < 16
010750         MOVE DL100-RC-RECON-SW TO DL100-SO-FLAG
010751     END-IF.
010752     MOVE DL100-RC-FIRST-MSG TO DL100-SO-FIRST-MSG.
010753     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
010754 8900-EXIT.
010755     EXIT.
010756
010757*--------------------------------------------------------------------
010758* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
010759*--------------------------------------------------------------------
010760 8910-CLEAR-OUTCOME.
010761     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
010762     MOVE 0 TO DL100-SO-RUN-DATE.
010763     MOVE "DL100REC" TO DL100-SO-PROGRAM.
010764     MOVE DL100-RC-SAVE-RETURN-CODE TO DL100-SO-RETURN-CODE.
010765     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
010766         DL100-SO-COUNT-VALUE (3).
010767 8910-EXIT.
010768     EXIT.
010769
010770*--------------------------------------------------------------------
010771* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
010772* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
010773* THE STEP'S OWN IS PUT BACK AFTER IT.
010774*--------------------------------------------------------------------
010775 8920-FILE-OUTCOME.
010776     CALL "DL100STS" USING DL100-RC-STS-FUNCTION
010777                           DL100-RUN-STATUS-RECORD
010778                           DL100-RC-STS-STATUS.
010779     MOVE DL100-RC-SAVE-RETURN-CODE TO RETURN-CODE.
010780 8920-EXIT.
010781     EXIT.
010782
010783*--------------------------------------------------------------------
010784* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
010785*--------------------------------------------------------------------
010786 9999-EXIT.
010787     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
010788     STOP RUN.
010789 END PROGRAM DL100REC.
