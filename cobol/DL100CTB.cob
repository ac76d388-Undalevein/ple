000560*                     PRE-FLIGHT HEALTH CHECK (DL100HCK) CAN TELL
000570*                     A FRESH GENERATION FROM A STALE LEFTOVER OF
000580*                     A NIGHT WHERE THIS STEP WAS SKIPPED.
000581*   10/15/2026  DLH   STREAM CARDS ARE NOW PROVED AGAINST THE
000582*                     STRMREG STREAM REGISTRY (MAINTAINED BY
000583*                     DL100SRM).  A STREAM CARD FOR A NAME THAT IS
000584*                     NOT REGISTERED, OR IS RETIRED, STOPS THE
000585*                     STEP RC 16 LIKE ANY OTHER BAD CARD.  A
000586*                     FROZEN STREAM'S CARDS ARE STILL ACCEPTED SO
000587*                     ITS LIMIT CARDS STAY VALID, BUT NO CONTROL
000588*                     RECORD IS BUILT FOR IT UNTIL IT IS THAWED.
000589*                     THE DEFAULT ONETOTEN STREAM OF A DECK WITH
000590*                     NO STREAM CARDS IS PROVED THE SAME WAY.
000591*   10/15/2026  DLH   MISSED-NIGHT CATCH-UP.  THE STANDING HISTFILE
000592*                     RUN HISTORY IS COMPARED WITH THE SCHEDPRM
000593*                     CALENDAR FOR THE LAST SEVEN NIGHTS.  EVERY
000594*                     STREAM WITH A SCHEDULED NIGHT THAT HAS NO
000595*                     BALANCED RUN ON HISTFILE GETS A CATCH-UP
000596*                     CONTROL RECORD (RUN TYPE C) CARRYING THAT
000597*                     NIGHT'S DATE AND THE LIMIT THE SCHEDULE
000598*                     RULES GIVE THAT NIGHT, AHEAD OF TONIGHT'S
000599*                     RECORDS.  NIGHTS BEFORE A STREAM'S FIRST RUN
000600*                     ON HISTFILE ARE NEVER CAUGHT UP, AND NO
000601*                     HISTFILE AT ALL MEANS NO CATCH-UP.
000602*   10/15/2026  DLH   STEP OUTCOME.  OPENS THE NIGHT ON THE RUNSTAT
000603*                     RUN-STATUS STORE WITH TONIGHT'S DATE AS THE STEP
000604*                     STARTS, SO EVERY LATER STEP FILES UNDER IT, AND
000605*                     FILES A DL100SO RECORD THROUGH DL100STS AS THE
000606*                     STEP ENDS - RC, STREAM AND CATCH-UP COUNTS, AND
000607*                     THE FIRST ERROR MESSAGE, WHICH EVERY MESSAGE NOW
000608*                     PASSES THROUGH 8800-NOTE-EXCEPTION TO RECORD.
000609*                     NEEDS THE RUNSTAT AND STEPID DDS.
000610*   10/15/2026  DLH   SCHEDPRM IS NOW THE KEYED SCHEDULE-PARAMETER
000611*                     STORE (DL100SP), MAINTAINED AND FIELD-EDITED
000612*                     ONLINE THROUGH THE DL1P TRANSACTION, IN
000613*                     PLACE OF THE HAND-EDITED CARD DECK (CONVERTED
000614*                     ONCE BY DL100SPC).  EACH ENTRY IS LAID OUT AS
000615*                     THE CARD IT REPLACES AND LOADED BY THE SAME
000616*                     RULE LOGIC, SO PRECEDENCE AND THE CHECKS
000617*                     BELOW ARE UNCHANGED.  THE STORE RETURNS THE
000618*                     STREAM ENTRIES IN NAME ORDER, SO CONTROL
000619*                     RECORDS ARE NOW BUILT IN STREAM-NAME ORDER
000620*                     RATHER THAN DECK ORDER.  DL100CAP READS THE
000621*                     SAME STORE.
000622*--------------------------------------------------------------------
000623 ENVIRONMENT DIVISION.
000624 INPUT-OUTPUT SECTION.
000625 FILE-CONTROL.
000630     SELECT DL100-SCHED-FILE ASSIGN TO "SCHEDPRM"
000640         ORGANIZATION IS INDEXED
000641         ACCESS MODE IS SEQUENTIAL
000642         RECORD KEY IS DL100-SP-KEY
000650         FILE STATUS IS DL100-SCHED-FILE-STATUS.
000660
000670     SELECT DL100-CTL-FILE ASSIGN TO "CTLFILE"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS DL100-CTL-FILE-STATUS.
000691
000692     SELECT DL100-STREAM-REG-FILE ASSIGN TO "STRMREG"
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS DL100-SR-STREAM-NAME
000696         FILE STATUS IS DL100-STREAM-REG-STATUS.
000697
000698     SELECT DL100-HISTORY-FILE ASSIGN TO "HISTFILE"
000699         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DL100-HISTORY-FILE-STATUS.
000701
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DL100-SCHED-FILE.
000740     COPY DL100SP.
000760
000770 FD  DL100-CTL-FILE
000780     RECORDING MODE IS F.
000790     COPY DL100CT.
000791
000792 FD  DL100-STREAM-REG-FILE.
000793     COPY DL100SR.
000794
000795 FD  DL100-HISTORY-FILE
000796     RECORDING MODE IS F.
000797     COPY DL100RH.
000800
000810 WORKING-STORAGE SECTION.
000820*--------------------------------------------------------------------
000880
000890 77  DL100-CTL-FILE-STATUS           PIC X(02) VALUE SPACES.
000900     88  DL100-CTL-FILE-OK               VALUE "00".
000901
000902 77  DL100-STREAM-REG-STATUS         PIC X(02) VALUE SPACES.
000903     88  DL100-STREAM-REG-OK             VALUE "00".
000904     88  DL100-STREAM-REG-NOT-FOUND      VALUE "23".
000905
000906 77  DL100-HISTORY-FILE-STATUS       PIC X(02) VALUE SPACES.
000907     88  DL100-HISTORY-FILE-OK           VALUE "00".
000908     88  DL100-HISTORY-FILE-EOF          VALUE "10".
000909     88  DL100-HISTORY-FILE-NONE         VALUE "35".
000910
000920 77  DL100-CTB-MAX-COUNTER-VALUE     PIC 9(06) VALUE 9999.
000930 77  DL100-CTB-CARD-COUNT            PIC 9(04) VALUE 0.
001010 77  DL100-CTB-HOLIDAY-COUNT         PIC 9(02) VALUE 0.
001020 77  DL100-CTB-STREAM-MAX            PIC 9(02) VALUE 10.
001030 77  DL100-CTB-STREAM-COUNT          PIC 9(02) VALUE 0.
001031 77  DL100-CTB-SCHEDULED-COUNT       PIC 9(02) VALUE 0.
001040 77  DL100-CTB-MONTH-END-DAY         PIC 9(02) VALUE 0.
001050 77  DL100-CTB-LEAP-QUOTIENT         PIC 9(04) VALUE 0.
001060 77  DL100-CTB-LEAP-REMAINDER        PIC 9(04) VALUE 0.
001061 77  DL100-CTB-PICK-LIMIT            PIC 9(06) VALUE 0.
001062 77  DL100-CTB-PICK-RULE             PIC X(20) VALUE SPACES.
001063
001064*--------------------------------------------------------------------
001065* MISSED-NIGHT CATCH-UP ITEMS.  THE LOOK-BACK WINDOW IS THE LAST
001066* DL100-CTB-CATCHUP-DAYS NIGHTS BEFORE TONIGHT AND CANNOT EXCEED
001067* THE SEVEN DONE FLAGS HELD PER STREAM.  THE CATCH-UP TABLE HOLDS
001068* ONE ENTRY PER STREAM PER WINDOW NIGHT AT MOST.
001069*--------------------------------------------------------------------
001070 77  DL100-CTB-CATCHUP-DAYS          PIC 9(01) VALUE 7.
001071 77  DL100-CTB-WIN-SUB               PIC S9(04) COMP VALUE 0.
001072 77  DL100-CTB-CU-SUB                PIC S9(04) COMP VALUE 0.
001073 77  DL100-CTB-CU-COUNT              PIC 9(02) VALUE 0.
001074 77  DL100-CTB-HIST-DATE             PIC 9(08) VALUE 0.
001075 77  DL100-CTB-HIST-LEGACY-SW        PIC X(01) VALUE "N".
001076     88  DL100-CTB-HIST-LEGACY           VALUE "Y".
001077 77  DL100-CTB-CAL-DOW               PIC 9(01) VALUE 0.
001078
001080 01  DL100-CTB-TODAY.
001090     05  DL100-CTB-TODAY-YEAR        PIC 9(04).
001100     05  DL100-CTB-TODAY-MONTH       PIC 9(02).
001120 01  DL100-CTB-TODAY-X REDEFINES DL100-CTB-TODAY
001130                                     PIC X(08).
001140
001141*--------------------------------------------------------------------
001142* CALENDAR DATE THE SCHEDULE RULES ARE BEING APPLIED TO - TONIGHT,
001143* OR A MISSED NIGHT BEING CONSIDERED FOR CATCH-UP.
001144*--------------------------------------------------------------------
001145 01  DL100-CTB-CAL-DATE.
001146     05  DL100-CTB-CAL-YEAR          PIC 9(04).
001147     05  DL100-CTB-CAL-MONTH         PIC 9(02).
001148     05  DL100-CTB-CAL-DAY           PIC 9(02).
001149 01  DL100-CTB-CAL-DATE-X REDEFINES DL100-CTB-CAL-DATE
001150                                     PIC X(08).
001151 01  DL100-CTB-CAL-DATE-N REDEFINES DL100-CTB-CAL-DATE
001152                                     PIC 9(08).
001153
001154 01  DL100-CTB-HOLIDAY-SW            PIC X(01) VALUE "N".
001160     88  DL100-CTB-CAL-IS-HOLIDAY        VALUE "Y".
001170 01  DL100-CTB-MONTH-END-SW          PIC X(01) VALUE "N".
001180     88  DL100-CTB-CAL-IS-MONTH-END      VALUE "Y".
001190
001200*--------------------------------------------------------------------
001210* SCHEDPRM CARD LAYOUTS - THE SAME 80-BYTE CARD VIEWED THREE WAYS,
001211* REBUILT FROM EACH STORE ENTRY BY 2150-FORMAT-PARM-CARD.
001220* DOWLIMIT CARRIES A DAY NAME IN COLS 10-12, ITS LIMIT IN COLS
001230* 14-19, AND AN OPTIONAL STREAM NAME IN COLS 21-28.  THE SINGLE-
001240* LIMIT CARDS CARRY THE LIMIT FROM COL 10 AND AN OPTIONAL STREAM
001910             88  DL100-CTB-STR-HOL-SET   VALUE "Y".
001920         10  DL100-CTB-STR-HOL-LIMIT PIC 9(06).
001930         10  DL100-CTB-STR-RUN-LIMIT PIC 9(06).
001931         10  DL100-CTB-STR-FROZEN-SW PIC X(01).
001932             88  DL100-CTB-STR-FROZEN    VALUE "Y".
001940         10  DL100-CTB-STR-RULE-FIRED
001950                                     PIC X(20).
001951         10  DL100-CTB-STR-FIRST-NIGHT
001952                                     PIC 9(08).
001953         10  DL100-CTB-STR-DONE-SW OCCURS 7 TIMES
001954                                     PIC X(01).
001955             88  DL100-CTB-STR-NIGHT-DONE
001956                                         VALUE "Y".
001960
001970 01  DL100-CTB-HOLIDAY-TABLE.
001980     05  DL100-CTB-HOLIDAY-DATE OCCURS 50 TIMES
001990                                     PIC X(08).
001991
001992*--------------------------------------------------------------------
001993* LOOK-BACK WINDOW - ENTRY 1 IS LAST NIGHT, ENTRY 7 A WEEK AGO.  THE
001994* NEXT DATE IS THE DAY AFTER THE WINDOW NIGHT, WHICH AN OLDER
001995* HISTORY RECORD WITHOUT A RUN DATE MAY CARRY AS ITS START DATE.
001996*--------------------------------------------------------------------
001997 01  DL100-CTB-WINDOW-TABLE.
001998     05  DL100-CTB-WINDOW-ENTRY OCCURS 7 TIMES.
001999         10  DL100-CTB-WIN-DATE      PIC 9(08).
002000         10  DL100-CTB-WIN-NEXT-DATE PIC 9(08).
002001         10  DL100-CTB-WIN-DOW       PIC 9(01).
002002
002003 01  DL100-CTB-CATCHUP-TABLE.
002004     05  DL100-CTB-CU-ENTRY OCCURS 70 TIMES.
002005         10  DL100-CTB-CU-STREAM     PIC S9(04) COMP.
002006         10  DL100-CTB-CU-NIGHT      PIC 9(08).
002007         10  DL100-CTB-CU-LIMIT      PIC 9(06).
002008         10  DL100-CTB-CU-RULE       PIC X(20).
002009
002010*--------------------------------------------------------------------
002011* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
002012* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
002013* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
002014*--------------------------------------------------------------------
002015 77  DL100-CTB-EXC-TEXT              PIC X(132) VALUE SPACES.
002016 77  DL100-CTB-FIRST-MSG             PIC X(80) VALUE SPACES.
002017 77  DL100-CTB-STS-FUNCTION          PIC X(01) VALUE "W".
002018 77  DL100-CTB-STS-STATUS            PIC X(02) VALUE SPACES.
002019 77  DL100-CTB-SAVE-RC               PIC S9(04) COMP VALUE 0.
002020     COPY DL100SO.
002021
002024 PROCEDURE DIVISION.
002027*--------------------------------------------------------------------
002030* 0000-MAINLINE
002040*--------------------------------------------------------------------
002050 0000-MAINLINE.
002120     GO TO 9999-EXIT.
002130
002140*--------------------------------------------------------------------
002150* 1000-INITIALIZE - PICK UP TONIGHT'S DATE AND DAY OF WEEK, OPEN THE
002151* NIGHT ON RUNSTAT, CLEAR THE RULE TABLES, AND OPEN THE SCHEDULE-
002152* PARAMETER FILE.
002170*--------------------------------------------------------------------
002180 1000-INITIALIZE.
002190     ACCEPT DL100-CTB-TODAY FROM DATE YYYYMMDD.
002200     ACCEPT DL100-CTB-DOW FROM DAY-OF-WEEK.
002201     PERFORM 8930-OPEN-NIGHT THRU 8930-EXIT.
002210     PERFORM 1100-CLEAR-DEFAULT-DAY-RULE THRU 1100-EXIT
002220         VARYING DL100-CTB-DAY-SUB FROM 1 BY 1
002230         UNTIL DL100-CTB-DAY-SUB > 7.
002260         UNTIL DL100-CTB-STR-SUB > DL100-CTB-STREAM-MAX.
002270     OPEN INPUT DL100-SCHED-FILE.
002280     IF NOT DL100-SCHED-FILE-OK
002290         STRING "ONETOTEN0030E SCHEDPRM UNAVAILABLE - STATUS "
002300                DL100-SCHED-FILE-STATUS
002301             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
002302         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002310         MOVE 16 TO RETURN-CODE
002320         GO TO 9999-EXIT
002330     END-IF.
002331     OPEN INPUT DL100-STREAM-REG-FILE.
002332     IF NOT DL100-STREAM-REG-OK
002333         STRING "ONETOTEN0205E STRMREG UNAVAILABLE - STATUS "
002334                DL100-STREAM-REG-STATUS
002335             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
002336         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002337         MOVE 16 TO RETURN-CODE
002338         GO TO 9999-EXIT
002339     END-IF.
002340 1000-EXIT.
002350     EXIT.
002360
002500     MOVE "N" TO DL100-CTB-STR-HOL-SW (DL100-CTB-STR-SUB).
002510     MOVE 0 TO DL100-CTB-STR-HOL-LIMIT (DL100-CTB-STR-SUB).
002520     MOVE 0 TO DL100-CTB-STR-RUN-LIMIT (DL100-CTB-STR-SUB).
002521     MOVE "N" TO DL100-CTB-STR-FROZEN-SW (DL100-CTB-STR-SUB).
002530     MOVE SPACES TO DL100-CTB-STR-RULE-FIRED (DL100-CTB-STR-SUB).
002531     MOVE 0 TO DL100-CTB-STR-FIRST-NIGHT (DL100-CTB-STR-SUB).
002540 1200-EXIT.
002550     EXIT.
002560
002590         (DL100-CTB-STR-SUB DL100-CTB-DAY-SUB).
002600     MOVE 0 TO DL100-CTB-STR-DAY-LIMIT
002610         (DL100-CTB-STR-SUB DL100-CTB-DAY-SUB).
002611     MOVE "N" TO DL100-CTB-STR-DONE-SW
002612         (DL100-CTB-STR-SUB DL100-CTB-DAY-SUB).
002620 1210-EXIT.
002630     EXIT.
002640
002720     PERFORM 2100-PROCESS-PARM-CARD THRU 2100-EXIT
002730         UNTIL NOT DL100-SCHED-FILE-OK.
002740     IF NOT DL100-SCHED-FILE-EOF
002750         STRING "ONETOTEN0031E SCHEDPRM READ FAILED - STATUS "
002760                DL100-SCHED-FILE-STATUS
002761             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
002762         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002770         MOVE 16 TO RETURN-CODE
002780         GO TO 9999-EXIT
002790     END-IF.
002800     IF DL100-CTB-CARD-COUNT = 0
002810         STRING "ONETOTEN0032E SCHEDPRM IS EMPTY - NO SCHEDULE "
002820                "RULES TO APPLY"
002821             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
002822         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002830         MOVE 16 TO RETURN-CODE
002840         GO TO 9999-EXIT
002850     END-IF.
002910     IF NOT DL100-SCHED-FILE-OK
002920         GO TO 2100-EXIT
002930     END-IF.
002970     PERFORM 2150-FORMAT-PARM-CARD THRU 2150-EXIT.
002980     ADD 1 TO DL100-CTB-CARD-COUNT.
002990     EVALUATE TRUE
003000         WHEN DL100-CTB-CRD-STREAM
003120     END-EVALUATE.
003130 2100-EXIT.
003140     EXIT.
003141
003142*--------------------------------------------------------------------
003143* 2150-FORMAT-PARM-CARD - LAY THE STORE ENTRY OUT AS THE CARD IT
003144* REPLACES, SO THE RULE LOADERS BELOW READ IT EXACTLY AS THEY READ
003145* THE OLD DECK.  DL100SPE HAS ALREADY EDITED EVERY ENTRY ON THE
003146* STORE, BUT THE LOADERS' OWN CHECKS STILL STAND.
003147*--------------------------------------------------------------------
003148 2150-FORMAT-PARM-CARD.
003149     MOVE SPACES TO DL100-CTB-PARM-CARD.
003150     MOVE DL100-SP-ENTRY-TYPE TO DL100-CTB-CRD-KEYWORD.
003151     EVALUATE TRUE
003152         WHEN DL100-SP-STREAM-ENTRY
003153             MOVE DL100-SP-STREAM-NAME TO DL100-CTB-CRD-VALUE
003154         WHEN DL100-SP-DOWLIMIT-ENTRY
003155             MOVE DL100-SP-DAY-NAME TO DL100-CTB-CRD-DAY
003156             MOVE DL100-SP-LIMIT-X TO DL100-CTB-CRD-DAY-LIMIT
003157             MOVE DL100-SP-STREAM-NAME TO DL100-CTB-CRD-DAY-STREAM
003158         WHEN DL100-SP-EOMLIMIT-ENTRY
003159         WHEN DL100-SP-HOLLIMIT-ENTRY
003160             MOVE DL100-SP-LIMIT-X TO DL100-CTB-CRD-LIMIT
003161             MOVE DL100-SP-STREAM-NAME TO DL100-CTB-CRD-LIM-STREAM
003162         WHEN DL100-SP-HOLIDAY-ENTRY
003163             MOVE DL100-SP-QUALIFIER TO DL100-CTB-CRD-VALUE
003164     END-EVALUATE.
003165 2150-EXIT.
003166     EXIT.
003167
003168 2200-LOAD-DAY-RULE.
003170     PERFORM 2210-FIND-DAY-NAME THRU 2210-EXIT
003180         VARYING DL100-CTB-DAY-SUB FROM 1 BY 1
003190         UNTIL DL100-CTB-DAY-SUB > 7
003870         PERFORM 2900-BAD-PARM-CARD THRU 2900-EXIT
003880     END-IF.
003890     IF DL100-CTB-HOLIDAY-COUNT >= DL100-CTB-HOLIDAY-MAX
003900         STRING "ONETOTEN0033E SCHEDPRM HOLIDAY TABLE IS FULL - "
003910                "LIMIT IS " DL100-CTB-HOLIDAY-MAX " DATES"
003911             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
003912         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003920         MOVE 16 TO RETURN-CODE
003930         GO TO 9999-EXIT
003940     END-IF.
004320         PERFORM 2900-BAD-PARM-CARD THRU 2900-EXIT
004330     END-IF.
004340     IF DL100-CTB-STREAM-COUNT >= DL100-CTB-STREAM-MAX
004350         STRING "ONETOTEN0028E SCHEDPRM DECLARES MORE THAN "
004360                DL100-CTB-STREAM-MAX " STREAMS"
004361             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
004362         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004370         MOVE 16 TO RETURN-CODE
004380         GO TO 9999-EXIT
004390     END-IF.
004400     ADD 1 TO DL100-CTB-STREAM-COUNT.
004410     MOVE DL100-CTB-CRD-VALUE
004420         TO DL100-CTB-STR-NAME (DL100-CTB-STREAM-COUNT).
004421     PERFORM 2610-CHECK-REGISTRY THRU 2610-EXIT.
004430 2600-EXIT.
004440     EXIT.
004441
004442*--------------------------------------------------------------------
004443* 2610-CHECK-REGISTRY - THE STREAM JUST DECLARED MUST BE ON THE
004444* STREAM REGISTRY AND NOT RETIRED.  A FROZEN STREAM IS KEPT IN THE
004445* TABLE, SO LIMIT CARDS NAMING IT STILL RESOLVE, BUT IS MARKED SO
004446* NO CONTROL RECORD IS BUILT FOR IT.
004447*--------------------------------------------------------------------
004448 2610-CHECK-REGISTRY.
004449     MOVE DL100-CTB-STR-NAME (DL100-CTB-STREAM-COUNT)
004450         TO DL100-SR-STREAM-NAME.
004451     READ DL100-STREAM-REG-FILE
004452         INVALID KEY
004453             CONTINUE
004454     END-READ.
004455     IF DL100-STREAM-REG-NOT-FOUND
004456         STRING "ONETOTEN0206E STREAM "
004457                DL100-CTB-STR-NAME (DL100-CTB-STREAM-COUNT)
004458                " IS NOT ON THE STREAM REGISTRY"
004459             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
004460         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004461         MOVE 16 TO RETURN-CODE
004462         GO TO 9999-EXIT
004463     END-IF.
004464     IF NOT DL100-STREAM-REG-OK
004465         STRING "ONETOTEN0208E STRMREG READ FAILED - STATUS "
004466                DL100-STREAM-REG-STATUS
004467             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
004468         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004469         MOVE 16 TO RETURN-CODE
004470         GO TO 9999-EXIT
004471     END-IF.
004472     IF DL100-SR-RETIRED
004473         STRING "ONETOTEN0206E STREAM "
004474                DL100-CTB-STR-NAME (DL100-CTB-STREAM-COUNT)
004475                " IS RETIRED ON THE STREAM REGISTRY"
004476             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
004477         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004478         MOVE 16 TO RETURN-CODE
004479         GO TO 9999-EXIT
004480     END-IF.
004481     IF DL100-SR-FROZEN
004482         SET DL100-CTB-STR-FROZEN (DL100-CTB-STREAM-COUNT) TO TRUE
004483     END-IF.
004484 2610-EXIT.
004485     EXIT.
004486
004487 2900-BAD-PARM-CARD.
004488     STRING "ONETOTEN0034E SCHEDPRM CARD NOT UNDERSTOOD: "
004489            DL100-CTB-PARM-CARD (1:40)
004490         DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
004491     PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT.
004492     MOVE 16 TO RETURN-CODE.
004500     GO TO 9999-EXIT.
004510 2900-EXIT.
004520     EXIT.
004530
004540*--------------------------------------------------------------------
004550* 3000-SELECT-RUN-LIMITS - RESOLVE THE CALENDAR ONCE, THEN PICK A
004560* LIMIT PER STREAM.  A SCHEDPRM WITH NO STREAM ENTRIES BUILDS THE
004570* ORIGINAL SINGLE ONETOTEN STREAM FROM THE DEFAULT RULES ALONE.
004571* ONCE TONIGHT IS SETTLED THE LOOK-BACK WINDOW IS SEARCHED FOR
004572* MISSED NIGHTS TO CATCH UP.
004580*--------------------------------------------------------------------
004590 3000-SELECT-RUN-LIMITS.
004600     IF DL100-CTB-STREAM-COUNT = 0
004610         MOVE 1 TO DL100-CTB-STREAM-COUNT
004620         MOVE "ONETOTEN" TO DL100-CTB-STR-NAME (1)
004621         PERFORM 2610-CHECK-REGISTRY THRU 2610-EXIT
004630     END-IF.
004631     MOVE DL100-CTB-TODAY TO DL100-CTB-CAL-DATE.
004632     MOVE DL100-CTB-DOW TO DL100-CTB-CAL-DOW.
004640     PERFORM 3100-CHECK-HOLIDAY THRU 3100-EXIT.
004650     PERFORM 3200-CHECK-MONTH-END THRU 3200-EXIT.
004660     PERFORM 3300-SELECT-ONE-STREAM THRU 3300-EXIT
004670         VARYING DL100-CTB-STR-SUB FROM 1 BY 1
004680         UNTIL DL100-CTB-STR-SUB > DL100-CTB-STREAM-COUNT.
004681     IF DL100-CTB-SCHEDULED-COUNT = 0
004682         STRING "ONETOTEN0209E EVERY DECLARED STREAM IS FROZEN "
004683                "ON THE STREAM REGISTRY - NOTHING TO SCHEDULE"
004684             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
004685         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004686         MOVE 16 TO RETURN-CODE
004687         GO TO 9999-EXIT
004688     END-IF.
004689     PERFORM 3500-FIND-MISSED-NIGHTS THRU 3500-EXIT.
004690 3000-EXIT.
004700     EXIT.
004710
004720 3100-CHECK-HOLIDAY.
004721     MOVE "N" TO DL100-CTB-HOLIDAY-SW.
004730     IF DL100-CTB-HOLIDAY-COUNT = 0
004740         GO TO 3100-EXIT
004750     END-IF.
004760     PERFORM 3110-MATCH-ONE-HOLIDAY THRU 3110-EXIT
004770         VARYING DL100-CTB-HOL-SUB FROM 1 BY 1
004780         UNTIL DL100-CTB-HOL-SUB > DL100-CTB-HOLIDAY-COUNT
004790             OR DL100-CTB-CAL-IS-HOLIDAY.
004800 3100-EXIT.
004810     EXIT.
004820
004830 3110-MATCH-ONE-HOLIDAY.
004840     IF DL100-CTB-HOLIDAY-DATE (DL100-CTB-HOL-SUB)
004850         = DL100-CTB-CAL-DATE-X
004860         SET DL100-CTB-CAL-IS-HOLIDAY TO TRUE
004870     END-IF.
004880 3110-EXIT.
004890     EXIT.
004900
004910*--------------------------------------------------------------------
004920* 3200-CHECK-MONTH-END - A NIGHT IS MONTH-END WHEN ITS DATE IS THE
004930* LAST CALENDAR DAY OF THE MONTH, FEBRUARY LEAP YEARS INCLUDED.
004940*--------------------------------------------------------------------
004950 3200-CHECK-MONTH-END.
004951     MOVE "N" TO DL100-CTB-MONTH-END-SW.
004952     PERFORM 3205-SET-MONTH-END-DAY THRU 3205-EXIT.
004953     IF DL100-CTB-CAL-DAY = DL100-CTB-MONTH-END-DAY
004954         SET DL100-CTB-CAL-IS-MONTH-END TO TRUE
004955     END-IF.
004956 3200-EXIT.
004957     EXIT.
004958
004959 3205-SET-MONTH-END-DAY.
004960     EVALUATE DL100-CTB-CAL-MONTH
004970         WHEN 01
004980         WHEN 03
004990         WHEN 05
005100         WHEN 02
005110             PERFORM 3210-CHECK-LEAP-YEAR THRU 3210-EXIT
005120     END-EVALUATE.
005160 3205-EXIT.
005170     EXIT.
005180
005190 3210-CHECK-LEAP-YEAR.
005200     MOVE 28 TO DL100-CTB-MONTH-END-DAY.
005210     DIVIDE DL100-CTB-CAL-YEAR BY 4
005220         GIVING DL100-CTB-LEAP-QUOTIENT
005230         REMAINDER DL100-CTB-LEAP-REMAINDER.
005240     IF DL100-CTB-LEAP-REMAINDER NOT = 0
005250         GO TO 3210-EXIT
005260     END-IF.
005270     DIVIDE DL100-CTB-CAL-YEAR BY 100
005280         GIVING DL100-CTB-LEAP-QUOTIENT
005290         REMAINDER DL100-CTB-LEAP-REMAINDER.
005300     IF DL100-CTB-LEAP-REMAINDER NOT = 0
005310         MOVE 29 TO DL100-CTB-MONTH-END-DAY
005320         GO TO 3210-EXIT
005330     END-IF.
005340     DIVIDE DL100-CTB-CAL-YEAR BY 400
005350         GIVING DL100-CTB-LEAP-QUOTIENT
005360         REMAINDER DL100-CTB-LEAP-REMAINDER.
005370     IF DL100-CTB-LEAP-REMAINDER = 0
005480* SO A SHOP THAT ONLY CODES DOWLIMIT CARDS KEEPS RUNNING.
005490*--------------------------------------------------------------------
005500 3300-SELECT-ONE-STREAM.
005501     IF DL100-CTB-STR-FROZEN (DL100-CTB-STR-SUB)
005502         DISPLAY "ONETOTEN0207I STREAM "
005503                 DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
005504                 " IS FROZEN ON THE STREAM REGISTRY - NOT "
005505                 "SCHEDULED"
005506         GO TO 3300-EXIT
005507     END-IF.
005508     ADD 1 TO DL100-CTB-SCHEDULED-COUNT.
005509     PERFORM 3400-APPLY-CALENDAR-RULES THRU 3400-EXIT.
005510     IF DL100-CTB-PICK-RULE = SPACES
005990         STRING "ONETOTEN0035E NO SCHEDPRM RULE COVERS "
006000                "TONIGHT FOR STREAM "
006010                DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
006020                " - DATE " DL100-CTB-TODAY-X
006030                " DAY " DL100-CTB-DAY-NAME (DL100-CTB-DOW)
006031             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
006032         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006040         MOVE 16 TO RETURN-CODE
006050         GO TO 9999-EXIT
006060     END-IF.
006061     MOVE DL100-CTB-PICK-LIMIT
006062         TO DL100-CTB-STR-RUN-LIMIT (DL100-CTB-STR-SUB).
006063     MOVE DL100-CTB-PICK-RULE
006064         TO DL100-CTB-STR-RULE-FIRED (DL100-CTB-STR-SUB).
006070     DISPLAY "ONETOTEN0036I CALENDAR RULE "
006080             DL100-CTB-STR-RULE-FIRED (DL100-CTB-STR-SUB)
006090             " FIRED - RUN LIMIT "
006120             " ON " DL100-CTB-TODAY-X.
006130 3300-EXIT.
006140     EXIT.
006141
006142*--------------------------------------------------------------------
006143* 3400-APPLY-CALENDAR-RULES - PICK THE LIMIT AND RULE NAME FOR
006144* STREAM DL100-CTB-STR-SUB ON THE CALENDAR DATE ALREADY RESOLVED BY
006145* 3100 AND 3200.  A BLANK RULE NAME MEANS NO RULE COVERS THE NIGHT.
006146*--------------------------------------------------------------------
006147 3400-APPLY-CALENDAR-RULES.
006148     MOVE 0 TO DL100-CTB-PICK-LIMIT.
006149     MOVE SPACES TO DL100-CTB-PICK-RULE.
006150     EVALUATE TRUE
006151         WHEN DL100-CTB-CAL-IS-HOLIDAY
006152             AND DL100-CTB-STR-HOL-SET (DL100-CTB-STR-SUB)
006153             MOVE DL100-CTB-STR-HOL-LIMIT (DL100-CTB-STR-SUB)
006154                 TO DL100-CTB-PICK-LIMIT
006155             MOVE "HOLIDAY OVERRIDE" TO DL100-CTB-PICK-RULE
006156         WHEN DL100-CTB-CAL-IS-HOLIDAY
006157             AND DL100-CTB-DFT-HOL-SET
006158             MOVE DL100-CTB-DFT-HOL-LIMIT TO DL100-CTB-PICK-LIMIT
006159             MOVE "HOLIDAY" TO DL100-CTB-PICK-RULE
006160         WHEN DL100-CTB-CAL-IS-MONTH-END
006161             AND DL100-CTB-STR-EOM-SET (DL100-CTB-STR-SUB)
006162             MOVE DL100-CTB-STR-EOM-LIMIT (DL100-CTB-STR-SUB)
006163                 TO DL100-CTB-PICK-LIMIT
006164             MOVE "MONTH-END OVERRIDE" TO DL100-CTB-PICK-RULE
006165         WHEN DL100-CTB-CAL-IS-MONTH-END
006166             AND DL100-CTB-DFT-EOM-SET
006167             MOVE DL100-CTB-DFT-EOM-LIMIT TO DL100-CTB-PICK-LIMIT
006168             MOVE "MONTH-END" TO DL100-CTB-PICK-RULE
006169         WHEN DL100-CTB-STR-DAY-SET
006170             (DL100-CTB-STR-SUB DL100-CTB-CAL-DOW)
006171             MOVE DL100-CTB-STR-DAY-LIMIT
006172                 (DL100-CTB-STR-SUB DL100-CTB-CAL-DOW)
006173                 TO DL100-CTB-PICK-LIMIT
006174             STRING "DAY OVERRIDE "
006175                    DL100-CTB-DAY-NAME (DL100-CTB-CAL-DOW)
006176                 DELIMITED BY SIZE
006177                 INTO DL100-CTB-PICK-RULE
006178         WHEN DL100-CTB-DFT-DAY-SET (DL100-CTB-CAL-DOW)
006179             MOVE DL100-CTB-DFT-DAY-LIMIT (DL100-CTB-CAL-DOW)
006180                 TO DL100-CTB-PICK-LIMIT
006181             STRING "DAY-OF-WEEK "
006182                    DL100-CTB-DAY-NAME (DL100-CTB-CAL-DOW)
006183                 DELIMITED BY SIZE
006184                 INTO DL100-CTB-PICK-RULE
006185         WHEN OTHER
006186             CONTINUE
006187     END-EVALUATE.
006188 3400-EXIT.
006189     EXIT.
006190
006191*--------------------------------------------------------------------
006192* 3500-FIND-MISSED-NIGHTS - READ THE STANDING RUN HISTORY AND NOTE,
006193* PER STREAM, WHICH NIGHTS OF THE LOOK-BACK WINDOW HAVE A BALANCED
006194* RUN.  EVERY OTHER NIGHT THE SCHEDULE COVERS, SINCE THE STREAM'S
006195* FIRST NIGHT ON HISTFILE, IS QUEUED FOR CATCH-UP OLDEST FIRST.
006196*--------------------------------------------------------------------
006197 3500-FIND-MISSED-NIGHTS.
006198     PERFORM 3510-BUILD-WINDOW-NIGHT THRU 3510-EXIT
006199         VARYING DL100-CTB-WIN-SUB FROM 1 BY 1
006200         UNTIL DL100-CTB-WIN-SUB > DL100-CTB-CATCHUP-DAYS.
006201     OPEN INPUT DL100-HISTORY-FILE.
006202     IF DL100-HISTORY-FILE-NONE
006203         DISPLAY "ONETOTEN0230I HISTFILE NOT FOUND - NO MISSED-"
006204                 "NIGHT CATCH-UP TONIGHT"
006205         GO TO 3500-EXIT
006206     END-IF.
006207     IF NOT DL100-HISTORY-FILE-OK
006208         STRING "ONETOTEN0231E HISTFILE UNAVAILABLE - STATUS "
006209                DL100-HISTORY-FILE-STATUS
006210             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
006211         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006212         MOVE 16 TO RETURN-CODE
006213         GO TO 9999-EXIT
006214     END-IF.
006215     PERFORM 3520-READ-ONE-HISTORY THRU 3520-EXIT
006216         UNTIL NOT DL100-HISTORY-FILE-OK.
006217     IF NOT DL100-HISTORY-FILE-EOF
006218         STRING "ONETOTEN0231E HISTFILE READ FAILED - STATUS "
006219                DL100-HISTORY-FILE-STATUS
006220             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
006221         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006222         MOVE 16 TO RETURN-CODE
006223         GO TO 9999-EXIT
006224     END-IF.
006225     CLOSE DL100-HISTORY-FILE.
006226     PERFORM 3550-CHECK-ONE-NIGHT THRU 3550-EXIT
006227         VARYING DL100-CTB-WIN-SUB FROM DL100-CTB-CATCHUP-DAYS
006228             BY -1
006229         UNTIL DL100-CTB-WIN-SUB < 1.
006230 3500-EXIT.
006231     EXIT.
006232
006233*--------------------------------------------------------------------
006234* 3510-BUILD-WINDOW-NIGHT - STEP THE CALENDAR DATE BACK ONE NIGHT
006235* FROM THE ENTRY BEFORE (FROM TONIGHT FOR ENTRY 1).
006236*--------------------------------------------------------------------
006237 3510-BUILD-WINDOW-NIGHT.
006238     IF DL100-CTB-WIN-SUB = 1
006239         MOVE DL100-CTB-TODAY TO DL100-CTB-CAL-DATE
006240         MOVE DL100-CTB-DOW TO DL100-CTB-CAL-DOW
006241     END-IF.
006242     MOVE DL100-CTB-CAL-DATE-N
006243         TO DL100-CTB-WIN-NEXT-DATE (DL100-CTB-WIN-SUB).
006244     PERFORM 3600-STEP-BACK-ONE-DAY THRU 3600-EXIT.
006245     MOVE DL100-CTB-CAL-DATE-N
006246         TO DL100-CTB-WIN-DATE (DL100-CTB-WIN-SUB).
006247     MOVE DL100-CTB-CAL-DOW
006248         TO DL100-CTB-WIN-DOW (DL100-CTB-WIN-SUB).
006249 3510-EXIT.
006250     EXIT.
006251
006252*--------------------------------------------------------------------
006253* 3520-READ-ONE-HISTORY - A HISTORY RECORD CARRIES THE NIGHT IT
006254* MINTED FOR.  AN OLDER RECORD WITHOUT ONE IS DATED BY ITS START
006255* TIMESTAMP, WHICH FALLS ON THE NIGHT ITSELF OR, PAST MIDNIGHT, ON
006256* THE DAY AFTER, SO IT IS TAKEN TO COVER EITHER.  ONLY A BALANCED
006257* RUN (RECON FLAG B) COUNTS AS A COMPLETED NIGHT.
006258*--------------------------------------------------------------------
006259 3520-READ-ONE-HISTORY.
006260     READ DL100-HISTORY-FILE.
006261     IF NOT DL100-HISTORY-FILE-OK
006262         GO TO 3520-EXIT
006263     END-IF.
006264     MOVE DL100-RH-JOB-ID TO DL100-CTB-WORK-STREAM.
006265     MOVE 0 TO DL100-CTB-TARGET-STREAM.
006266     PERFORM 2510-MATCH-ONE-STREAM THRU 2510-EXIT
006267         VARYING DL100-CTB-STR-SUB FROM 1 BY 1
006268         UNTIL DL100-CTB-STR-SUB > DL100-CTB-STREAM-COUNT
006269             OR DL100-CTB-TARGET-STREAM > 0.
006270     IF DL100-CTB-TARGET-STREAM = 0
006271         GO TO 3520-EXIT
006272     END-IF.
006273     MOVE "N" TO DL100-CTB-HIST-LEGACY-SW.
006274     IF DL100-RH-RUN-DATE NUMERIC
006275         AND DL100-RH-RUN-DATE > 0
006276         MOVE DL100-RH-RUN-DATE TO DL100-CTB-HIST-DATE
006277     ELSE
006278         IF DL100-RH-START-TS (1:8) NOT NUMERIC
006279             GO TO 3520-EXIT
006280         END-IF
006281         MOVE DL100-RH-START-TS (1:8) TO DL100-CTB-HIST-DATE
006282         SET DL100-CTB-HIST-LEGACY TO TRUE
006283     END-IF.
006284     IF DL100-CTB-STR-FIRST-NIGHT (DL100-CTB-TARGET-STREAM) = 0
006285         OR DL100-CTB-HIST-DATE < DL100-CTB-STR-FIRST-NIGHT
006286             (DL100-CTB-TARGET-STREAM)
006287         MOVE DL100-CTB-HIST-DATE TO DL100-CTB-STR-FIRST-NIGHT
006288             (DL100-CTB-TARGET-STREAM)
006289     END-IF.
006290     IF DL100-RH-RECON-FLAG NOT = "B"
006291         GO TO 3520-EXIT
006292     END-IF.
006293     PERFORM 3530-MARK-NIGHT-DONE THRU 3530-EXIT
006294         VARYING DL100-CTB-WIN-SUB FROM 1 BY 1
006295         UNTIL DL100-CTB-WIN-SUB > DL100-CTB-CATCHUP-DAYS.
006296 3520-EXIT.
006297     EXIT.
006298
006299 3530-MARK-NIGHT-DONE.
006300     IF DL100-CTB-WIN-DATE (DL100-CTB-WIN-SUB)
006301         = DL100-CTB-HIST-DATE
006302         OR (DL100-CTB-HIST-LEGACY
006303             AND DL100-CTB-WIN-NEXT-DATE (DL100-CTB-WIN-SUB)
006304                 = DL100-CTB-HIST-DATE)
006305         SET DL100-CTB-STR-NIGHT-DONE
006306             (DL100-CTB-TARGET-STREAM DL100-CTB-WIN-SUB) TO TRUE
006307     END-IF.
006308 3530-EXIT.
006309     EXIT.
006310
006311*--------------------------------------------------------------------
006312* 3550-CHECK-ONE-NIGHT - RESOLVE THE CALENDAR FOR ONE WINDOW NIGHT
006313* AND QUEUE A CATCH-UP FOR EVERY STREAM THAT MISSED IT.
006314*--------------------------------------------------------------------
006315 3550-CHECK-ONE-NIGHT.
006316     MOVE DL100-CTB-WIN-DATE (DL100-CTB-WIN-SUB)
006317         TO DL100-CTB-CAL-DATE-N.
006318     MOVE DL100-CTB-WIN-DOW (DL100-CTB-WIN-SUB)
006319         TO DL100-CTB-CAL-DOW.
006320     PERFORM 3100-CHECK-HOLIDAY THRU 3100-EXIT.
006321     PERFORM 3200-CHECK-MONTH-END THRU 3200-EXIT.
006322     PERFORM 3560-CHECK-ONE-STREAM THRU 3560-EXIT
006323         VARYING DL100-CTB-STR-SUB FROM 1 BY 1
006324         UNTIL DL100-CTB-STR-SUB > DL100-CTB-STREAM-COUNT.
006325 3550-EXIT.
006326     EXIT.
006327
006328 3560-CHECK-ONE-STREAM.
006329     IF DL100-CTB-STR-FROZEN (DL100-CTB-STR-SUB)
006330         GO TO 3560-EXIT
006331     END-IF.
006332     IF DL100-CTB-STR-NIGHT-DONE
006333         (DL100-CTB-STR-SUB DL100-CTB-WIN-SUB)
006334         GO TO 3560-EXIT
006335     END-IF.
006336     IF DL100-CTB-STR-FIRST-NIGHT (DL100-CTB-STR-SUB) = 0
006337         OR DL100-CTB-STR-FIRST-NIGHT (DL100-CTB-STR-SUB)
006338             NOT < DL100-CTB-WIN-DATE (DL100-CTB-WIN-SUB)
006339         GO TO 3560-EXIT
006340     END-IF.
006341     PERFORM 3400-APPLY-CALENDAR-RULES THRU 3400-EXIT.
006342     IF DL100-CTB-PICK-RULE = SPACES
006343         DISPLAY "ONETOTEN0232I NO COMPLETED RUN FOR STREAM "
006344                 DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
006345                 " ON " DL100-CTB-CAL-DATE-X
006346                 " - NO SCHEDPRM RULE COVERS THAT NIGHT"
006347         GO TO 3560-EXIT
006348     END-IF.
006349     ADD 1 TO DL100-CTB-CU-COUNT.
006350     MOVE DL100-CTB-STR-SUB
006351         TO DL100-CTB-CU-STREAM (DL100-CTB-CU-COUNT).
006352     MOVE DL100-CTB-CAL-DATE-N
006353         TO DL100-CTB-CU-NIGHT (DL100-CTB-CU-COUNT).
006354     MOVE DL100-CTB-PICK-LIMIT
006355         TO DL100-CTB-CU-LIMIT (DL100-CTB-CU-COUNT).
006356     MOVE DL100-CTB-PICK-RULE
006357         TO DL100-CTB-CU-RULE (DL100-CTB-CU-COUNT).
006358     DISPLAY "ONETOTEN0233I NO COMPLETED RUN FOR STREAM "
006359             DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
006360             " ON " DL100-CTB-CAL-DATE-X
006361             " - CATCH-UP BUILT, RULE " DL100-CTB-PICK-RULE
006362             " RUN LIMIT " DL100-CTB-PICK-LIMIT.
006363 3560-EXIT.
006364     EXIT.
006365
006366*--------------------------------------------------------------------
006367* 3600-STEP-BACK-ONE-DAY - MOVE THE CALENDAR DATE AND DAY OF WEEK
006368* BACK ONE DAY ACROSS MONTH AND YEAR ENDS.
006369*--------------------------------------------------------------------
006370 3600-STEP-BACK-ONE-DAY.
006371     IF DL100-CTB-CAL-DOW = 1
006372         MOVE 7 TO DL100-CTB-CAL-DOW
006373     ELSE
006374         SUBTRACT 1 FROM DL100-CTB-CAL-DOW
006375     END-IF.
006376     IF DL100-CTB-CAL-DAY > 1
006377         SUBTRACT 1 FROM DL100-CTB-CAL-DAY
006378         GO TO 3600-EXIT
006379     END-IF.
006380     IF DL100-CTB-CAL-MONTH > 1
006381         SUBTRACT 1 FROM DL100-CTB-CAL-MONTH
006382     ELSE
006383         MOVE 12 TO DL100-CTB-CAL-MONTH
006384         SUBTRACT 1 FROM DL100-CTB-CAL-YEAR
006385     END-IF.
006386     PERFORM 3205-SET-MONTH-END-DAY THRU 3205-EXIT.
006387     MOVE DL100-CTB-MONTH-END-DAY TO DL100-CTB-CAL-DAY.
006388 3600-EXIT.
006389     EXIT.
006390
006391*--------------------------------------------------------------------
006392* 4000-VALIDATE-LIMITS - SAME CHECKS ONETOTEN MAKES IN ITS OWN
006393* 1110-VALIDATE-ONE-LIMIT, APPLIED TO EVERY STREAM BEFORE ANY
006394* CONTROL RECORD IS WRITTEN, SO A BAD LIMIT NEVER REACHES THE
006395* PRODUCTION CONTROL FILE.
006396*--------------------------------------------------------------------
006397 4000-VALIDATE-LIMITS.
006398     PERFORM 4100-VALIDATE-ONE-LIMIT THRU 4100-EXIT
006399         VARYING DL100-CTB-STR-SUB FROM 1 BY 1
006400         UNTIL DL100-CTB-STR-SUB > DL100-CTB-STREAM-COUNT.
006401     PERFORM 4200-VALIDATE-CATCHUP-LIMIT THRU 4200-EXIT
006402         VARYING DL100-CTB-CU-SUB FROM 1 BY 1
006403         UNTIL DL100-CTB-CU-SUB > DL100-CTB-CU-COUNT.
006404 4000-EXIT.
006405     EXIT.
006406
006407 4100-VALIDATE-ONE-LIMIT.
006408     IF DL100-CTB-STR-FROZEN (DL100-CTB-STR-SUB)
006409         GO TO 4100-EXIT
006410     END-IF.
006411     IF DL100-CTB-STR-RUN-LIMIT (DL100-CTB-STR-SUB) = 0
006412         STRING "ONETOTEN0037E SELECTED RUN LIMIT IS ZERO FOR "
006413                "STREAM " DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
006414             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
006415         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006416         MOVE 16 TO RETURN-CODE
006417         GO TO 9999-EXIT
006418     END-IF.
006419     IF DL100-CTB-STR-RUN-LIMIT (DL100-CTB-STR-SUB)
006420         > DL100-CTB-MAX-COUNTER-VALUE
006421         STRING "ONETOTEN0038E RUN LIMIT "
006422                DL100-CTB-STR-RUN-LIMIT (DL100-CTB-STR-SUB)
006423                " FOR STREAM "
006424                DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
006425                " EXCEEDS THE COUNTER FIELD CAPACITY OF "
006430                DL100-CTB-MAX-COUNTER-VALUE
006431             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
006432         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006440         MOVE 16 TO RETURN-CODE
006450         GO TO 9999-EXIT
006460     END-IF.
006470 4100-EXIT.
006480     EXIT.
006481
006482 4200-VALIDATE-CATCHUP-LIMIT.
006483     MOVE DL100-CTB-CU-STREAM (DL100-CTB-CU-SUB)
006484         TO DL100-CTB-STR-SUB.
006485     IF DL100-CTB-CU-LIMIT (DL100-CTB-CU-SUB) = 0
006486         STRING "ONETOTEN0037E SELECTED RUN LIMIT IS ZERO FOR "
006487                "STREAM " DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
006488                " CATCH-UP NIGHT "
006489                DL100-CTB-CU-NIGHT (DL100-CTB-CU-SUB)
006490             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
006491         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006492         MOVE 16 TO RETURN-CODE
006493         GO TO 9999-EXIT
006494     END-IF.
006495     IF DL100-CTB-CU-LIMIT (DL100-CTB-CU-SUB)
006496         > DL100-CTB-MAX-COUNTER-VALUE
006497         STRING "ONETOTEN0038E RUN LIMIT "
006498                DL100-CTB-CU-LIMIT (DL100-CTB-CU-SUB)
006499                " FOR STREAM "
006500                DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
006501                " CATCH-UP NIGHT "
006502                DL100-CTB-CU-NIGHT (DL100-CTB-CU-SUB)
006503                " EXCEEDS THE COUNTER FIELD CAPACITY OF "
006504                DL100-CTB-MAX-COUNTER-VALUE
006505             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
006506         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006507         MOVE 16 TO RETURN-CODE
006508         GO TO 9999-EXIT
006509     END-IF.
006510 4200-EXIT.
006511     EXIT.
006512
006513*--------------------------------------------------------------------
006514* 5000-WRITE-CONTROL-RECORDS - THE CTLFILE GENERATION IS ONLY
006520* OPENED ONCE EVERY STREAM'S LIMIT HAS PASSED VALIDATION, SO A
006530* FAILED STEP NEVER LEAVES A HALF-BUILT CONTROL FILE BEHIND FOR
006540* STEP020 TO TRUST.  ONE RECORD PER STREAM, IN STREAM-CARD ORDER,
006541* PRECEDED BY ANY CATCH-UP RECORDS, OLDEST NIGHT FIRST, SO MISSED
006542* NIGHTS ARE MINTED BEFORE TONIGHT.
006550*--------------------------------------------------------------------
006560 5000-WRITE-CONTROL-RECORDS.
006570     OPEN OUTPUT DL100-CTL-FILE.
006580     IF NOT DL100-CTL-FILE-OK
006590         STRING "ONETOTEN0039E CTLFILE UNAVAILABLE - STATUS "
006600                DL100-CTL-FILE-STATUS
006601             DELIMITED BY SIZE INTO DL100-CTB-EXC-TEXT
006602         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006610         MOVE 16 TO RETURN-CODE
006620         GO TO 9999-EXIT
006630     END-IF.
006631     PERFORM 5200-WRITE-CATCHUP-RECORD THRU 5200-EXIT
006632         VARYING DL100-CTB-CU-SUB FROM 1 BY 1
006633         UNTIL DL100-CTB-CU-SUB > DL100-CTB-CU-COUNT.
006640     PERFORM 5100-WRITE-ONE-RECORD THRU 5100-EXIT
006650         VARYING DL100-CTB-STR-SUB FROM 1 BY 1
006660         UNTIL DL100-CTB-STR-SUB > DL100-CTB-STREAM-COUNT.
006690     EXIT.
006700
006710 5100-WRITE-ONE-RECORD.
006711     IF DL100-CTB-STR-FROZEN (DL100-CTB-STR-SUB)
006712         GO TO 5100-EXIT
006713     END-IF.
006720     MOVE SPACES TO DL100-CONTROL-RECORD.
006730     MOVE DL100-CTB-STR-RUN-LIMIT (DL100-CTB-STR-SUB)
006740         TO DL100-CTL-RUN-LIMIT.
006750     MOVE DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
006760         TO DL100-CTL-SEQ-NAME.
006770     MOVE DL100-CTB-TODAY TO DL100-CTL-RUN-DATE.
006771     MOVE DL100-CTB-TODAY TO DL100-CTL-NIGHT-DATE.
006780     WRITE DL100-CONTROL-RECORD.
006790 5100-EXIT.
006800     EXIT.
006801
006802 5200-WRITE-CATCHUP-RECORD.
006803     MOVE DL100-CTB-CU-STREAM (DL100-CTB-CU-SUB)
006804         TO DL100-CTB-STR-SUB.
006805     MOVE SPACES TO DL100-CONTROL-RECORD.
006806     MOVE DL100-CTB-CU-LIMIT (DL100-CTB-CU-SUB)
006807         TO DL100-CTL-RUN-LIMIT.
006808     MOVE DL100-CTB-STR-NAME (DL100-CTB-STR-SUB)
006809         TO DL100-CTL-SEQ-NAME.
006810     MOVE DL100-CTB-TODAY TO DL100-CTL-RUN-DATE.
006811     MOVE DL100-CTB-CU-NIGHT (DL100-CTB-CU-SUB)
006812         TO DL100-CTL-NIGHT-DATE.
006813     SET DL100-CTL-CATCHUP-RUN TO TRUE.
006814     WRITE DL100-CONTROL-RECORD.
006815 5200-EXIT.
006816     EXIT.
006818
006820 8000-FINALIZE.
006830     CLOSE DL100-SCHED-FILE.
006831     CLOSE DL100-STREAM-REG-FILE.
006840 8000-EXIT.
006850     EXIT.
006860
006861*--------------------------------------------------------------------
006862* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
006863* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
006864*--------------------------------------------------------------------
006865 8800-NOTE-EXCEPTION.
006866     DISPLAY DL100-CTB-EXC-TEXT.
006867     IF DL100-CTB-FIRST-MSG = SPACES
006868         MOVE DL100-CTB-EXC-TEXT TO DL100-CTB-FIRST-MSG
006869     END-IF.
006870     MOVE SPACES TO DL100-CTB-EXC-TEXT.
006871 8800-EXIT.
006872     EXIT.
006873
006874*--------------------------------------------------------------------
006875* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
006876* THE MORNING STATUS PAGE - RC, THE STREAMS DECLARED AND SCHEDULED,
006877* THE CATCH-UP NIGHTS, AND THE FIRST ERROR MESSAGE.
006878*--------------------------------------------------------------------
006879 8900-WRITE-STEP-OUTCOME.
006880     MOVE RETURN-CODE TO DL100-CTB-SAVE-RC.
006881     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
006882     MOVE "STREAMS" TO DL100-SO-COUNT-LABEL (1).
006883     MOVE DL100-CTB-STREAM-COUNT TO DL100-SO-COUNT-VALUE (1).
006884     MOVE "SCHEDULED" TO DL100-SO-COUNT-LABEL (2).
006885     MOVE DL100-CTB-SCHEDULED-COUNT TO DL100-SO-COUNT-VALUE (2).
006886     MOVE "CATCH-UPS" TO DL100-SO-COUNT-LABEL (3).
006887     MOVE DL100-CTB-CU-COUNT TO DL100-SO-COUNT-VALUE (3).
006888     MOVE DL100-CTB-FIRST-MSG TO DL100-SO-FIRST-MSG.
006889     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
006890 8900-EXIT.
006891     EXIT.
006892
006893*--------------------------------------------------------------------
006894* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
006895*--------------------------------------------------------------------
006896 8910-CLEAR-OUTCOME.
006897     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
006898     MOVE 0 TO DL100-SO-RUN-DATE.
006899     MOVE "DL100CTB" TO DL100-SO-PROGRAM.
006900     MOVE DL100-CTB-SAVE-RC TO DL100-SO-RETURN-CODE.
006901     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
006902         DL100-SO-COUNT-VALUE (3).
006903 8910-EXIT.
006904     EXIT.
006905
006906*--------------------------------------------------------------------
006907* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
006908* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
006909* THE STEP'S OWN IS PUT BACK AFTER IT.
006910*--------------------------------------------------------------------
006911 8920-FILE-OUTCOME.
006912     CALL "DL100STS" USING DL100-CTB-STS-FUNCTION
006913                           DL100-RUN-STATUS-RECORD
006914                           DL100-CTB-STS-STATUS.
006915     MOVE DL100-CTB-SAVE-RC TO RETURN-CODE.
006916 8920-EXIT.
006917     EXIT.
006918
006919*--------------------------------------------------------------------
006920* 8930-OPEN-NIGHT - STAMP THE RUNSTAT NIGHT ANCHOR WITH TONIGHT'S
006921* DATE.  THIS STEP OPENS THE BATCH NIGHT, SO EVERY OUTCOME RECORD
006922* FILED FROM HERE TO THE MORNING STATUS PAGE - EVEN BY A STEP THAT
006923* RUNS PAST MIDNIGHT - LANDS UNDER THE DATE OF THIS GENERATION.
006924*--------------------------------------------------------------------
006925 8930-OPEN-NIGHT.
006926     MOVE RETURN-CODE TO DL100-CTB-SAVE-RC.
006927     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
006928     MOVE DL100-CTB-TODAY TO DL100-SO-RUN-DATE.
006929     MOVE "N" TO DL100-CTB-STS-FUNCTION.
006930     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
006931     MOVE "W" TO DL100-CTB-STS-FUNCTION.
006932 8930-EXIT.
006933     EXIT.
006934
006935*--------------------------------------------------------------------
006936* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
006937*--------------------------------------------------------------------
006938 9999-EXIT.
006939     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
006940     STOP RUN.
006941 END PROGRAM DL100CTB.
