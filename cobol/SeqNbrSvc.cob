000760*                     DEQUEUE) AND IS STOLEN.  CONCURRENT BATCH
000770*                     CALLERS ARE NOW SAFE BY CONSTRUCTION
000780*                     INSTEAD OF BY SCHEDULING CONVENTION.
000781*   10/15/2026  DLH   STREAM REGISTRY ENFORCED.  A "G" OR "R" CALL
000782*                     NO LONGER CREATES A DL100SQ RECORD FOR ANY
000783*                     NAME THAT HAPPENS TO BE PASSED - THE NAME
000784*                     MUST BE ON THE STRMREG STREAM REGISTRY
000785*                     (MAINTAINED BY DL100SRM) AND NOT RETIRED, OR
000786*                     THE CALL COMES BACK THE NEW STATUS "96"
000787*                     (NAME NOT REGISTERED) WITHOUT TOUCHING THE
000788*                     STORE.  A FROZEN STREAM IS STILL SERVED.
000789*                     EVERY CALLER OF THIS SERVICE MUST NOW ALSO
000790*                     ALLOCATE THE STRMREG DD (DISP=SHR).
000791*   10/15/2026  DLH   CHECK-DIGIT NUMBERING.  A STREAM WHOSE
000792*                     REGISTRY ENTRY CARRIES A CHECK-DIGIT METHOD
000793*                     (10 = MOD-10, 11 = MOD-11) SHIPS EVERY
000794*                     NUMBER WITH ITS CHECK DIGIT APPENDED.  TWO
000795*                     NEW FUNCTIONS, NEITHER OF WHICH TOUCHES THE
000796*                     STORE OR TAKES THE ENQUEUE:
000797*                       "D" - DL100-LS-NEXT-VALUE IN IS A NUMBER
000798*                             ALREADY ISSUED, OUT IS THE SAME
000799*                             NUMBER WITH ITS CHECK DIGIT; STATUS
000800*                             "01" (AND THE VALUE UNCHANGED) FOR
000801*                             A STREAM WITHOUT A METHOD.
000802*                       "V" - DL100-LS-NEXT-VALUE IN IS A NUMBER
000803*                             AS KEYED BACK (WITH ITS CHECK DIGIT
000804*                             WHEN THE STREAM HAS A METHOD).
000805*                             STATUS "00" IT IS RIGHT AND WAS
000806*                             ISSUED, "97" THE CHECK DIGIT IS
000807*                             WRONG, "98" IT IS WELL FORMED BUT
000808*                             WAS NEVER ISSUED TO THE STREAM.
000809*                     "ISSUED" MEANS COVERED BY A RESERVATION ON
000810*                     SEQJRNL.  BOTH FUNCTIONS ANSWER FOR A
000811*                     RETIRED STREAM'S NUMBERS; AN UNKNOWN NAME
000812*                     STILL COMES BACK "96".
000813*   10/15/2026  DLH   CALLER CAPTURE FOR CHARGEBACK.  EVERY
000814*                     JOURNALED RESERVATION NOW CARRIES THE JOB
000815*                     AND PROGRAM THAT DREW IT, READ ONCE PER RUN
000816*                     OFF THE CALLING STEP'S STEPID CARD (THE
000817*                     SAME CARD DL100STS READS), SO DL100SCR CAN
000818*                     REPORT AND CHARGE CONSUMPTION BY CALLER.  NO
000819*                     CHANGE TO THE CALL INTERFACE.  THE STEPID DD
000820*                     IS OPTIONAL - WITHOUT IT THE CALLER FIELDS
000821*                     ARE LEFT BLANK AND THE CALL IS SERVED AS
000822*                     BEFORE - BUT EVERY CALLER OF THIS SERVICE
000823*                     SHOULD NOW ALLOCATE ONE.
000824*--------------------------------------------------------------------
000825 ENVIRONMENT DIVISION.
000826 INPUT-OUTPUT SECTION.
000827 FILE-CONTROL.
000830     SELECT DL100-SEQ-FILE ASSIGN TO "SEQFILE"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS DL100-SEQ-LOCK-NAME
000970         FILE STATUS IS DL100-SEQ-LOCK-STATUS.
000971
000972     SELECT DL100-STREAM-REG-FILE ASSIGN TO "STRMREG"
000973         ORGANIZATION IS INDEXED
000974         ACCESS MODE IS DYNAMIC
000975         RECORD KEY IS DL100-SR-STREAM-NAME
000976         FILE STATUS IS DL100-STREAM-REG-STATUS.
000977
000978     SELECT DL100-STEP-ID-FILE ASSIGN TO "STEPID"
000979         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS DL100-STEP-ID-STATUS.
000981
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  DL100-SEQ-FILE.
001100     05  DL100-SEQ-LOCK-NAME         PIC X(08).
001110     05  DL100-SEQ-LOCK-TIMESTAMP    PIC X(16).
001120     05  FILLER                      PIC X(56).
001121
001122 FD  DL100-STREAM-REG-FILE.
001123     COPY DL100SR.
001124
001130 FD  DL100-STEP-ID-FILE
001131     RECORDING MODE IS F.
001132     COPY DL100SI.
001139
001140 WORKING-STORAGE SECTION.
001150 77  DL100-SEQ-FILE-STATUS           PIC X(02) VALUE SPACES.
001160     88  DL100-SEQ-FILE-OK               VALUE "00".
001280 77  DL100-SEQ-JOURNAL-STATUS        PIC X(02) VALUE SPACES.
001290     88  DL100-SEQ-JOURNAL-OK            VALUE "00".
001300     88  DL100-SEQ-JOURNAL-IS-NEW        VALUE "35".
001301     88  DL100-SEQ-JOURNAL-AT-END        VALUE "10".
001302     88  DL100-SEQ-JOURNAL-NOT-FOUND     VALUE "23".
001310
001320 77  DL100-SEQ-JOURNAL-OPEN-SW       PIC X(01) VALUE "N".
001330     88  DL100-SEQ-JOURNAL-IS-OPEN       VALUE "Y".
001450
001460 77  DL100-SEQ-LOCK-HELD-SW          PIC X(01) VALUE "N".
001470     88  DL100-SEQ-LOCK-HELD             VALUE "Y".
001471
001472 77  DL100-STREAM-REG-STATUS         PIC X(02) VALUE SPACES.
001473     88  DL100-STREAM-REG-OK             VALUE "00".
001474     88  DL100-STREAM-REG-NOT-FOUND      VALUE "23".
001475
001476 77  DL100-STREAM-REG-OPEN-SW        PIC X(01) VALUE "N".
001477     88  DL100-STREAM-REG-IS-OPEN        VALUE "Y".
001478     88  DL100-STREAM-REG-IS-CLOSED      VALUE "N".
001479
001480 77  DL100-STEP-ID-STATUS            PIC X(02) VALUE SPACES.
001481     88  DL100-STEP-ID-OK                VALUE "00".
001482
001483*--------------------------------------------------------------------
001484* THE CALLER'S IDENTITY, READ ONCE PER RUN OFF ITS STEPID CARD AND
001485* STAMPED ON EVERY JOURNALED RESERVATION.
001486*--------------------------------------------------------------------
001487 77  DL100-SEQ-CALLER-SW             PIC X(01) VALUE "N".
001488     88  DL100-SEQ-CALLER-LOADED         VALUE "Y".
001489 77  DL100-SEQ-CALLER-JOB            PIC X(08) VALUE SPACES.
001490 77  DL100-SEQ-CALLER-PROGRAM        PIC X(08) VALUE SPACES.
001491
001492*--------------------------------------------------------------------
001500* ENQUEUE TUNING - UP TO 30 ONE-SECOND WAITS BEFORE THE CALLER
001510* GETS "STORE BUSY" BACK, AND A LOCK OLDER THAN 300 SECONDS IS AN
001520* ABANDONED HOLDER AND IS STOLEN.  ILBOWAT0 TAKES HUNDREDTHS.
001840 77  DL100-SEQ-TIMESTAMP-TIME        PIC 9(08) VALUE 0.
001850 77  DL100-SEQ-RESERVE-COUNT         PIC 9(09) VALUE 0.
001860 77  DL100-SEQ-BLOCK-START           PIC 9(09) VALUE 0.
001861
001862*--------------------------------------------------------------------
001863* CHECK-DIGIT WORK ITEMS.  THE BASE NUMBER IS WEIGHED DIGIT BY
001864* DIGIT FROM THE RIGHT THROUGH THE REDEFINING TABLE; LEADING
001865* ZEROS WEIGH NOTHING, SO EVERY NUMBER IS TREATED AS NINE DIGITS.
001866* MOD-10 IS THE LUHN SCHEME (WEIGHTS 2,1,2,1... WITH TWO-DIGIT
001867* PRODUCTS CAST OUT BY NINES), WHICH CATCHES EVERY SINGLE-DIGIT
001868* ERROR AND ALMOST EVERY ADJACENT TRANSPOSITION.  MOD-11 USES
001869* WEIGHTS 2 THROUGH 7 REPEATING AND CATCHES EVERY ADJACENT
001870* TRANSPOSITION; THE ONE REMAINDER THAT WOULD CALL FOR A DIGIT
001871* OF 10 IS GIVEN 0, SO NO NUMBER IS EVER WITHHELD FROM A SERIES.
001872*--------------------------------------------------------------------
001873 77  DL100-SEQ-CD-MAX-BASE           PIC 9(09) VALUE 99999999.
001874 77  DL100-SEQ-CD-POS                PIC S9(04) COMP VALUE 0.
001875 77  DL100-SEQ-CD-WEIGHT             PIC S9(04) COMP VALUE 0.
001876 77  DL100-SEQ-CD-PRODUCT            PIC S9(04) COMP VALUE 0.
001877 77  DL100-SEQ-CD-SUM                PIC S9(08) COMP VALUE 0.
001878 77  DL100-SEQ-CD-QUOTIENT           PIC S9(08) COMP VALUE 0.
001879 77  DL100-SEQ-CD-REMAINDER          PIC S9(04) COMP VALUE 0.
001880 77  DL100-SEQ-CD-KEYED-DIGIT        PIC 9(01) VALUE 0.
001881 77  DL100-SEQ-CD-COMPUTED           PIC 9(01) VALUE 0.
001882 01  DL100-SEQ-CD-WORK.
001883     05  DL100-SEQ-CD-BASE           PIC 9(09).
001884 01  DL100-SEQ-CD-DIGIT-TABLE REDEFINES DL100-SEQ-CD-WORK.
001885     05  DL100-SEQ-CD-DIGIT OCCURS 9 TIMES
001886                                     PIC 9(01).
001887
001888*--------------------------------------------------------------------
001889* VALIDATE WORK ITEMS.  THE RESERVATION THAT LAST ANSWERED "ISSUED"
001890* IS KEPT, SO A CALLER VALIDATING A RUN OF NUMBERS IN ORDER PAYS
001891* ONE JOURNAL BROWSE PER RESERVED BLOCK RATHER THAN ONE PER NUMBER.
001892*--------------------------------------------------------------------
001893 77  DL100-SEQ-VAL-NUMBER            PIC 9(09) VALUE 0.
001894 77  DL100-SEQ-VAL-HIGH              PIC 9(10) VALUE 0.
001895 77  DL100-SEQ-VAL-CACHE-NAME        PIC X(08) VALUE SPACES.
001896 77  DL100-SEQ-VAL-CACHE-LOW         PIC 9(09) VALUE 0.
001897 77  DL100-SEQ-VAL-CACHE-HIGH        PIC 9(10) VALUE 0.
001898 77  DL100-SEQ-VAL-SW                PIC X(01) VALUE "N".
001899     88  DL100-SEQ-VAL-ISSUED            VALUE "Y".
001900     88  DL100-SEQ-VAL-NOT-ISSUED        VALUE "N".
001901     88  DL100-SEQ-VAL-BROWSE-DONE       VALUE "Y" "E".
001902
001903 LINKAGE SECTION.
001904 01  DL100-LS-SEQ-NAME               PIC X(08).
001905 01  DL100-LS-NEXT-VALUE             PIC 9(09).
001910 01  DL100-LS-STATUS                 PIC X(02).
001920     88  DL100-LS-STATUS-OK              VALUE "00".
001930     88  DL100-LS-STATUS-OPEN-FAIL       VALUE "91".
001960     88  DL100-LS-STATUS-BAD-REQUEST     VALUE "93".
001970     88  DL100-LS-STATUS-JRNL-FAIL       VALUE "94".
001980     88  DL100-LS-STATUS-BUSY            VALUE "95".
001981     88  DL100-LS-STATUS-NOT-REGISTERED  VALUE "96".
001982     88  DL100-LS-STATUS-NO-CHECK-DIGIT  VALUE "01".
001983     88  DL100-LS-STATUS-BAD-CHECK-DIGIT VALUE "97".
001984     88  DL100-LS-STATUS-NOT-ISSUED      VALUE "98".
001990 01  DL100-LS-FUNCTION               PIC X(01).
002000     88  DL100-LS-FUNCTION-GET           VALUE "G".
002010     88  DL100-LS-FUNCTION-CLOSE         VALUE "C".
002020     88  DL100-LS-FUNCTION-RESERVE       VALUE "R".
002021     88  DL100-LS-FUNCTION-DIGIT         VALUE "D".
002022     88  DL100-LS-FUNCTION-VALIDATE      VALUE "V".
002030
002040 PROCEDURE DIVISION USING DL100-LS-SEQ-NAME
002050                          DL100-LS-NEXT-VALUE
002130* INSTEAD OF ONE PER CALL.  "G" ISSUES ONE NUMBER; "R" RESERVES
002140* THE BLOCK SIZE PASSED IN DL100-LS-NEXT-VALUE AND RETURNS THE
002150* RANGE START.  THE CALLER SENDS DL100-LS-FUNCTION "C" ONCE, AT
002160* END OF RUN, TO CLOSE IT.  "D" AND "V" ARE THE CHECK-DIGIT
002161* FUNCTIONS - SEE 3000-APPEND-CHECK-DIGIT AND 4000-VALIDATE-NUMBER.
002170*--------------------------------------------------------------------
002180 0000-MAINLINE.
002190     MOVE "00" TO DL100-LS-STATUS.
002290             MOVE 1 TO DL100-SEQ-RESERVE-COUNT
002300         END-IF
002310         IF DL100-LS-STATUS-OK
002311             EVALUATE TRUE
002312                 WHEN DL100-LS-FUNCTION-DIGIT
002313                     PERFORM 3000-APPEND-CHECK-DIGIT
002314                         THRU 3000-EXIT
002315                 WHEN DL100-LS-FUNCTION-VALIDATE
002316                     PERFORM 4000-VALIDATE-NUMBER THRU 4000-EXIT
002317                 WHEN OTHER
002320                     PERFORM 2000-GET-NEXT-VALUE THRU 2000-EXIT
002321             END-EVALUATE
002330         END-IF
002340     END-IF.
002350     GOBACK.
002410* FALLING THROUGH INTO A READ/WRITE AGAINST A FILE THAT ISN'T OPEN.
002420*--------------------------------------------------------------------
002430 1000-OPEN-SEQ-FILE.
002431     IF NOT DL100-SEQ-CALLER-LOADED
002432         PERFORM 1400-LOAD-CALLER THRU 1400-EXIT
002433     END-IF.
002440     OPEN I-O DL100-SEQ-FILE.
002450     IF DL100-SEQ-FILE-IS-NEW
002460         OPEN OUTPUT DL100-SEQ-FILE
002570     IF DL100-LS-STATUS-OK
002580         PERFORM 1200-OPEN-LOCK-FILE THRU 1200-EXIT
002590     END-IF.
002591     IF DL100-LS-STATUS-OK
002592         PERFORM 1300-OPEN-REGISTRY THRU 1300-EXIT
002593     END-IF.
002600 1000-EXIT.
002610     EXIT.
002620
002980     END-IF.
002990 1200-EXIT.
003000     EXIT.
003001
003002*--------------------------------------------------------------------
003003* 1300-OPEN-REGISTRY - THE STREAM REGISTRY IS ONLY EVER READ HERE;
003004* DL100SRM OWNS IT.  UNLIKE THE STORE IT IS NEVER CREATED ON THE
003005* FLY - NO REGISTRY MEANS NO NAME CAN BE PROVED SANCTIONED, SO AN
003006* OPEN FAILURE OF ANY KIND IS REPORTED BACK AS AN OPEN FAILURE.
003007*--------------------------------------------------------------------
003008 1300-OPEN-REGISTRY.
003009     OPEN INPUT DL100-STREAM-REG-FILE.
003010     IF DL100-STREAM-REG-OK
003011         SET DL100-STREAM-REG-IS-OPEN TO TRUE
003012     ELSE
003013         SET DL100-LS-STATUS-OPEN-FAIL TO TRUE
003014     END-IF.
003015 1300-EXIT.
003016     EXIT.
003017
003018*--------------------------------------------------------------------
003019* 1400-LOAD-CALLER - READ THE CALLING STEP'S STEPID CARD ONCE PER
003020* RUN.  A CALLER WITHOUT ONE IS STILL SERVED - ITS RESERVATIONS
003021* ARE JOURNALED WITH BLANK CALLER FIELDS AND DL100SCR REPORTS
003022* THEM AS UNKNOWN - SO NO OPEN OR READ FAILURE HERE IS AN ERROR.
003023*--------------------------------------------------------------------
003024 1400-LOAD-CALLER.
003025     SET DL100-SEQ-CALLER-LOADED TO TRUE.
003026     OPEN INPUT DL100-STEP-ID-FILE.
003027     IF NOT DL100-STEP-ID-OK
003028         GO TO 1400-EXIT
003029     END-IF.
003030     READ DL100-STEP-ID-FILE.
003031     IF DL100-STEP-ID-OK
003032         MOVE DL100-SID-JOB-NAME TO DL100-SEQ-CALLER-JOB
003033         MOVE DL100-SID-PROGRAM TO DL100-SEQ-CALLER-PROGRAM
003034     END-IF.
003035     CLOSE DL100-STEP-ID-FILE.
003036 1400-EXIT.
003037     EXIT.
003038
003039*--------------------------------------------------------------------
003040* 2000-GET-NEXT-VALUE - READ THE CALLER'S LAST-ISSUED VALUE,
003041* ADVANCE IT BY THE RESERVED COUNT (ONE FOR A PLAIN "G" CALL) IN A
003050* SINGLE READ/REWRITE, AND RETURN THE FIRST NUMBER OF THE RANGE.
003060* THE CALLER OWNS EVERY NUMBER FROM THAT START THROUGH START PLUS
003070* COUNT MINUS ONE AND DEALS THEM OUT LOCALLY.
003110         SET DL100-LS-STATUS-BAD-REQUEST TO TRUE
003120         GO TO 2000-EXIT
003130     END-IF.
003131     PERFORM 2600-CHECK-REGISTRY THRU 2600-EXIT.
003132     IF NOT DL100-LS-STATUS-OK
003133         GO TO 2000-EXIT
003134     END-IF.
003140     PERFORM 2300-ACQUIRE-LOCK THRU 2300-EXIT.
003150     IF NOT DL100-LS-STATUS-OK
003160         GO TO 2000-EXIT
005210     ADD DL100-TS-SS TO DL100-SERIAL-SECS.
005220 2510-EXIT.
005230     EXIT.
005231
005232*--------------------------------------------------------------------
005233* 2600-CHECK-REGISTRY - THE NAME MUST BE ON THE STREAM REGISTRY AND
005234* NOT RETIRED BEFORE ANY ENQUEUE IS TAKEN OR ANY NUMBER IS ISSUED,
005235* SO A MISSPELLED OR WITHDRAWN NAME CAN NEVER GROW A SERIES OF ITS
005236* OWN.  A FROZEN STREAM IS STILL SERVED - FREEZING ONLY TAKES IT
005237* OFF THE NIGHTLY SCHEDULE.
005238*--------------------------------------------------------------------
005239 2600-CHECK-REGISTRY.
005240     MOVE DL100-LS-SEQ-NAME TO DL100-SR-STREAM-NAME.
005241     READ DL100-STREAM-REG-FILE
005242         INVALID KEY
005243             CONTINUE
005244     END-READ.
005245     IF DL100-STREAM-REG-NOT-FOUND
005246         SET DL100-LS-STATUS-NOT-REGISTERED TO TRUE
005247         GO TO 2600-EXIT
005248     END-IF.
005249     IF NOT DL100-STREAM-REG-OK
005250         SET DL100-LS-STATUS-READ-FAIL TO TRUE
005251         GO TO 2600-EXIT
005252     END-IF.
005253     IF DL100-SR-RETIRED
005254         SET DL100-LS-STATUS-NOT-REGISTERED TO TRUE
005255     END-IF.
005256 2600-EXIT.
005257     EXIT.
005258
005259*--------------------------------------------------------------------
005260* 2200-WRITE-JOURNAL - ONE DL100SJ RECORD PER RESERVATION, WRITTEN
005270* UNDER ITS OWN (NAME, TIMESTAMP, BLOCK START) KEY WHILE THE
005280* NAME'S ENQUEUE IS STILL HELD, AND ONLY AFTER THE STORE UPDATE
005400     MOVE DL100-SEQ-BLOCK-START TO DL100-SJ-BLOCK-START.
005410     MOVE DL100-SEQ-RESERVE-COUNT TO DL100-SJ-BLOCK-SIZE.
005420     MOVE DL100-SEQ-LAST-UPDATED TO DL100-SJ-TIMESTAMP.
005421     MOVE DL100-SEQ-CALLER-JOB TO DL100-SJ-CALLER-JOB.
005422     MOVE DL100-SEQ-CALLER-PROGRAM TO DL100-SJ-CALLER-PROGRAM.
005430     WRITE DL100-SEQ-JOURNAL-RECORD
005431         INVALID KEY
005432             SET DL100-LS-STATUS-JRNL-FAIL TO TRUE
005460     END-IF.
005470 2200-EXIT.
005480     EXIT.
005481
005482*--------------------------------------------------------------------
005483* 3000-APPEND-CHECK-DIGIT - FUNCTION "D".  TURN A NUMBER THE CALLER
005484* HAS ALREADY BEEN ISSUED INTO THE FULL NUMBER IT SHIPS - THE
005485* NUMBER WITH ITS STREAM'S CHECK DIGIT APPENDED.  A STREAM WITH NO
005486* METHOD COMES BACK "01" AND THE VALUE IS LEFT AS IT CAME IN, SO
005487* THE CALLER SHIPS THE PLAIN NUMBER AS IT ALWAYS HAS.
005488*--------------------------------------------------------------------
005489 3000-APPEND-CHECK-DIGIT.
005490     PERFORM 3100-READ-REGISTRY-ENTRY THRU 3100-EXIT.
005491     IF NOT DL100-LS-STATUS-OK
005492         GO TO 3000-EXIT
005493     END-IF.
005494     IF DL100-SR-NO-CHECK-DIGIT
005495         SET DL100-LS-STATUS-NO-CHECK-DIGIT TO TRUE
005496         GO TO 3000-EXIT
005497     END-IF.
005498     IF DL100-LS-NEXT-VALUE > DL100-SEQ-CD-MAX-BASE
005499         SET DL100-LS-STATUS-BAD-REQUEST TO TRUE
005500         GO TO 3000-EXIT
005501     END-IF.
005502     MOVE DL100-LS-NEXT-VALUE TO DL100-SEQ-CD-BASE.
005503     PERFORM 3200-COMPUTE-CHECK-DIGIT THRU 3200-EXIT.
005504     IF NOT DL100-LS-STATUS-OK
005505         GO TO 3000-EXIT
005506     END-IF.
005507     COMPUTE DL100-LS-NEXT-VALUE
005508         = DL100-SEQ-CD-BASE * 10 + DL100-SEQ-CD-COMPUTED.
005509 3000-EXIT.
005510     EXIT.
005511
005512*--------------------------------------------------------------------
005513* 3100-READ-REGISTRY-ENTRY - THE CALLER'S REGISTRY ENTRY FOR THE
005514* CHECK-DIGIT FUNCTIONS.  UNLIKE 2600-CHECK-REGISTRY A RETIRED
005515* STREAM IS ANSWERED - ITS NUMBERS WERE REAL AND STILL GET KEYED
005516* BACK.  THE ENTRY LEFT IN THE RECORD AREA BY THE LAST GOOD READ
005517* IS REUSED WHILE THE CALLER KEEPS ASKING ABOUT THE SAME NAME.
005518*--------------------------------------------------------------------
005519 3100-READ-REGISTRY-ENTRY.
005520     IF DL100-SR-STREAM-NAME = DL100-LS-SEQ-NAME
005521         AND DL100-STREAM-REG-OK
005522         GO TO 3100-EXIT
005523     END-IF.
005524     MOVE DL100-LS-SEQ-NAME TO DL100-SR-STREAM-NAME.
005525     READ DL100-STREAM-REG-FILE
005526         INVALID KEY
005527             CONTINUE
005528     END-READ.
005529     IF DL100-STREAM-REG-NOT-FOUND
005530         SET DL100-LS-STATUS-NOT-REGISTERED TO TRUE
005531         GO TO 3100-EXIT
005532     END-IF.
005533     IF NOT DL100-STREAM-REG-OK
005534         SET DL100-LS-STATUS-READ-FAIL TO TRUE
005535     END-IF.
005536 3100-EXIT.
005537     EXIT.
005538
005539*--------------------------------------------------------------------
005540* 3200-COMPUTE-CHECK-DIGIT - THE CHECK DIGIT OF DL100-SEQ-CD-BASE
005541* UNDER THE METHOD ON THE REGISTRY ENTRY JUST READ, LEFT IN
005542* DL100-SEQ-CD-COMPUTED.  A METHOD THIS SERVICE DOES NOT KNOW IS
005543* A BAD REQUEST, NEVER A GUESS.
005544*--------------------------------------------------------------------
005545 3200-COMPUTE-CHECK-DIGIT.
005546     IF NOT DL100-SR-CHECK-MOD10
005547         AND NOT DL100-SR-CHECK-MOD11
005548         SET DL100-LS-STATUS-BAD-REQUEST TO TRUE
005549         GO TO 3200-EXIT
005550     END-IF.
005551     MOVE 0 TO DL100-SEQ-CD-SUM.
005552     MOVE 2 TO DL100-SEQ-CD-WEIGHT.
005553     PERFORM 3210-WEIGH-ONE-DIGIT THRU 3210-EXIT
005554         VARYING DL100-SEQ-CD-POS FROM 9 BY -1
005555         UNTIL DL100-SEQ-CD-POS < 1.
005556     IF DL100-SR-CHECK-MOD10
005557         DIVIDE DL100-SEQ-CD-SUM BY 10
005558             GIVING DL100-SEQ-CD-QUOTIENT
005559             REMAINDER DL100-SEQ-CD-REMAINDER
005560         COMPUTE DL100-SEQ-CD-REMAINDER
005561             = 10 - DL100-SEQ-CD-REMAINDER
005562     ELSE
005563         DIVIDE DL100-SEQ-CD-SUM BY 11
005564             GIVING DL100-SEQ-CD-QUOTIENT
005565             REMAINDER DL100-SEQ-CD-REMAINDER
005566         COMPUTE DL100-SEQ-CD-REMAINDER
005567             = 11 - DL100-SEQ-CD-REMAINDER
005568     END-IF.
005569     IF DL100-SEQ-CD-REMAINDER > 9
005570         MOVE 0 TO DL100-SEQ-CD-REMAINDER
005571     END-IF.
005572     MOVE DL100-SEQ-CD-REMAINDER TO DL100-SEQ-CD-COMPUTED.
005573 3200-EXIT.
005574     EXIT.
005575
005576 3210-WEIGH-ONE-DIGIT.
005577     MULTIPLY DL100-SEQ-CD-DIGIT (DL100-SEQ-CD-POS)
005578         BY DL100-SEQ-CD-WEIGHT GIVING DL100-SEQ-CD-PRODUCT.
005579     IF DL100-SR-CHECK-MOD10
005580         IF DL100-SEQ-CD-PRODUCT > 9
005581             SUBTRACT 9 FROM DL100-SEQ-CD-PRODUCT
005582         END-IF
005583         COMPUTE DL100-SEQ-CD-WEIGHT = 3 - DL100-SEQ-CD-WEIGHT
005584     ELSE
005585         ADD 1 TO DL100-SEQ-CD-WEIGHT
005586         IF DL100-SEQ-CD-WEIGHT > 7
005587             MOVE 2 TO DL100-SEQ-CD-WEIGHT
005588         END-IF
005589     END-IF.
005590     ADD DL100-SEQ-CD-PRODUCT TO DL100-SEQ-CD-SUM.
005591 3210-EXIT.
005592     EXIT.
005593
005594*--------------------------------------------------------------------
005595* 4000-VALIDATE-NUMBER - FUNCTION "V".  IS THE NUMBER AS KEYED BACK
005596* RIGHT, AND WAS IT EVER ISSUED?  FOR A STREAM WITH A METHOD THE
005597* LAST DIGIT IS PROVED FIRST AND A WRONG ONE ENDS THE CHECK - A
005598* MISKEYED NUMBER MUST NOT BE LOOKED UP AS IF IT WERE ANOTHER
005599* STREAM MEMBER.  THE CALLER'S VALUE IS NEVER CHANGED.
005600*--------------------------------------------------------------------
005601 4000-VALIDATE-NUMBER.
005602     PERFORM 3100-READ-REGISTRY-ENTRY THRU 3100-EXIT.
005603     IF NOT DL100-LS-STATUS-OK
005604         GO TO 4000-EXIT
005605     END-IF.
005606     IF DL100-SR-NO-CHECK-DIGIT
005607         MOVE DL100-LS-NEXT-VALUE TO DL100-SEQ-VAL-NUMBER
005608     ELSE
005609         DIVIDE DL100-LS-NEXT-VALUE BY 10
005610             GIVING DL100-SEQ-CD-BASE
005611             REMAINDER DL100-SEQ-CD-KEYED-DIGIT
005612         PERFORM 3200-COMPUTE-CHECK-DIGIT THRU 3200-EXIT
005613         IF NOT DL100-LS-STATUS-OK
005614             GO TO 4000-EXIT
005615         END-IF
005616         IF DL100-SEQ-CD-COMPUTED NOT = DL100-SEQ-CD-KEYED-DIGIT
005617             SET DL100-LS-STATUS-BAD-CHECK-DIGIT TO TRUE
005618             GO TO 4000-EXIT
005619         END-IF
005620         MOVE DL100-SEQ-CD-BASE TO DL100-SEQ-VAL-NUMBER
005621     END-IF.
005622     IF DL100-SEQ-VAL-NUMBER = 0
005623         SET DL100-LS-STATUS-NOT-ISSUED TO TRUE
005624         GO TO 4000-EXIT
005625     END-IF.
005626     PERFORM 4100-FIND-IN-JOURNAL THRU 4100-EXIT.
005627     IF DL100-LS-STATUS-OK
005628         AND DL100-SEQ-VAL-NOT-ISSUED
005629         SET DL100-LS-STATUS-NOT-ISSUED TO TRUE
005630     END-IF.
005631 4000-EXIT.
005632     EXIT.
005633
005634*--------------------------------------------------------------------
005635* 4100-FIND-IN-JOURNAL - BROWSE THE NAME'S RESERVATIONS ON SEQJRNL
005636* FOR ONE WHOSE RANGE COVERS THE NUMBER.  EVERY RESERVATION EVER
005637* JOURNALED COUNTS, INCLUDING THOSE FROM BEFORE A DELIBERATE RESET
005638* OF THE NAME - A NUMBER ISSUED IN AN EARLIER CYCLE WAS STILL
005639* ISSUED.
005640*--------------------------------------------------------------------
005641 4100-FIND-IN-JOURNAL.
005642     SET DL100-SEQ-VAL-NOT-ISSUED TO TRUE.
005643     IF DL100-SEQ-VAL-CACHE-NAME = DL100-LS-SEQ-NAME
005644         AND DL100-SEQ-VAL-NUMBER NOT < DL100-SEQ-VAL-CACHE-LOW
005645         AND DL100-SEQ-VAL-NUMBER NOT > DL100-SEQ-VAL-CACHE-HIGH
005646         SET DL100-SEQ-VAL-ISSUED TO TRUE
005647         GO TO 4100-EXIT
005648     END-IF.
005649     MOVE LOW-VALUES TO DL100-SJ-KEY.
005650     MOVE DL100-LS-SEQ-NAME TO DL100-SJ-SEQ-NAME.
005651     START DL100-SEQ-JOURNAL-FILE KEY NOT < DL100-SJ-KEY
005652         INVALID KEY
005653             CONTINUE
005654     END-START.
005655     IF DL100-SEQ-JOURNAL-NOT-FOUND
005656         OR DL100-SEQ-JOURNAL-AT-END
005657         GO TO 4100-EXIT
005658     END-IF.
005659     IF NOT DL100-SEQ-JOURNAL-OK
005660         SET DL100-LS-STATUS-READ-FAIL TO TRUE
005661         GO TO 4100-EXIT
005662     END-IF.
005663     PERFORM 4110-CHECK-ONE-RESERVATION THRU 4110-EXIT
005664         UNTIL DL100-SEQ-VAL-BROWSE-DONE.
005665     IF DL100-SEQ-VAL-SW = "E"
005666         SET DL100-SEQ-VAL-NOT-ISSUED TO TRUE
005667     END-IF.
005668 4100-EXIT.
005669     EXIT.
005670
005671*--------------------------------------------------------------------
005672* 4110-CHECK-ONE-RESERVATION - ONE JOURNAL RECORD.  THE BROWSE ENDS
005673* ("E") AT THE END OF THE NAME'S RECORDS OR ON A READ FAILURE, OR
005674* AS SOON AS A RANGE COVERS THE NUMBER, WHICH IS THEN KEPT FOR THE
005675* NEXT CALL.
005676*--------------------------------------------------------------------
005677 4110-CHECK-ONE-RESERVATION.
005678     READ DL100-SEQ-JOURNAL-FILE NEXT RECORD
005679         AT END
005680             CONTINUE
005681     END-READ.
005682     IF DL100-SEQ-JOURNAL-AT-END
005683         MOVE "E" TO DL100-SEQ-VAL-SW
005684         GO TO 4110-EXIT
005685     END-IF.
005686     IF NOT DL100-SEQ-JOURNAL-OK
005687         SET DL100-LS-STATUS-READ-FAIL TO TRUE
005688         MOVE "E" TO DL100-SEQ-VAL-SW
005689         GO TO 4110-EXIT
005690     END-IF.
005691     IF DL100-SJ-SEQ-NAME NOT = DL100-LS-SEQ-NAME
005692         MOVE "E" TO DL100-SEQ-VAL-SW
005693         GO TO 4110-EXIT
005694     END-IF.
005695     COMPUTE DL100-SEQ-VAL-HIGH
005696         = DL100-SJ-BLOCK-START + DL100-SJ-BLOCK-SIZE - 1.
005697     IF DL100-SEQ-VAL-NUMBER NOT < DL100-SJ-BLOCK-START
005698         AND DL100-SEQ-VAL-NUMBER NOT > DL100-SEQ-VAL-HIGH
005699         SET DL100-SEQ-VAL-ISSUED TO TRUE
005700         MOVE DL100-LS-SEQ-NAME TO DL100-SEQ-VAL-CACHE-NAME
005701         MOVE DL100-SJ-BLOCK-START TO DL100-SEQ-VAL-CACHE-LOW
005702         MOVE DL100-SEQ-VAL-HIGH TO DL100-SEQ-VAL-CACHE-HIGH
005703     END-IF.
005704 4110-EXIT.
005705     EXIT.
005706
005707*--------------------------------------------------------------------
005708* 8000-CLOSE-SEQ-FILE - RELEASES SEQFILE, THE JOURNAL, THE LOCK
005709* FILE, AND THE STREAM REGISTRY AT THE CALLER'S REQUEST.  A NO-OP
005710* IF THE FILES WERE NEVER OPENED (E.G. THE CALLER ABENDED BEFORE
005711* ISSUING ITS FIRST "GET" CALL).
005712*--------------------------------------------------------------------
005713 8000-CLOSE-SEQ-FILE.
005714     IF DL100-SEQ-FILE-IS-OPEN
005715         CLOSE DL100-SEQ-FILE
005716         SET DL100-SEQ-FILE-IS-CLOSED TO TRUE
005717     END-IF.
005718     IF DL100-SEQ-JOURNAL-IS-OPEN
005719         CLOSE DL100-SEQ-JOURNAL-FILE
005720         SET DL100-SEQ-JOURNAL-IS-CLOSED TO TRUE
005721     END-IF.
005722     IF DL100-SEQ-LOCK-IS-OPEN
005723         CLOSE DL100-SEQ-LOCK-FILE
005724         SET DL100-SEQ-LOCK-IS-CLOSED TO TRUE
005725     END-IF.
005726     IF DL100-STREAM-REG-IS-OPEN
005727         CLOSE DL100-STREAM-REG-FILE
005728         SET DL100-STREAM-REG-IS-CLOSED TO TRUE
005729     END-IF.
005730 8000-EXIT.
005731     EXIT.
005732 END PROGRAM SeqNbrSvc.
