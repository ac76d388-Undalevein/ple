000770*                     NAME, COUNT, HASH - WHICH DL100ACK MATCHES
000780*                     AGAINST THE RECEIVING TEAMS' ACKFILE BEFORE
000790*                     THE NEXT NIGHT'S EXTRACT IS ALLOWED TO RUN.
000791*   10/15/2026  DLH   ROUTING NOW COMES FROM THE STRMREG STREAM
000792*                     REGISTRY (MAINTAINED BY DL100SRM) INSTEAD OF
000793*                     THE RTECARD DECK, WHICH IS GONE.  EACH
000794*                     STREAM GOES TO THE INTERFACE FILE NUMBER ON
000795*                     ITS REGISTRY ENTRY - 01-04 FOR DSTFIL01-04,
000796*                     00 FOR THE DSTFILE CATCH-ALL.  THE FILE OF
000797*                     EVERY ACTIVE STREAM IS OPENED (AND SO SENT,
000798*                     H/T PAIR AND ALL) EVEN ON A NIGHT IT HAS NO
000799*                     ROWS, AS A ROUTE CARD'S FILE WAS; A FROZEN
000800*                     OR RETIRED STREAM'S FILE IS OPENED ONLY IF
000801*                     ITS ROWS SHOW UP.  A STREAM ON OTFILE THAT
000802*                     IS NOT ON THE REGISTRY AT ALL ABANDONS THE
000803*                     EXTRACT RC 16, AS AN UNROUTED STREAM UNDER
000804*                     NOROUTE REJECT DID.
000805*   10/15/2026  DLH   CATCH-UP SERIES.  A STREAM MAY NOW CARRY
000806*                     SEVERAL DETAIL SERIES, EACH CLOSED BY ITS OWN
000807*                     TRAILER - ONE PER MISSED NIGHT DL100CTB
000808*                     SCHEDULED FOR CATCH-UP, THEN TONIGHT'S.  EACH
000809*                     SERIES IS BALANCED AGAINST ITS OWN TRAILER
000810*                     AND ITS ROWS KEEP THE RUN DATE OF THE NIGHT
000811*                     THEY WERE MINTED FOR.  A SECOND TRAILER FOR
000812*                     THE SAME STREAM AND NIGHT IS STILL REFUSED.
000813*   10/15/2026  DLH   CHECK-DIGIT NUMBERING.  A DETAIL OF A STREAM
000814*                     REGISTERED WITH A CHECK-DIGIT METHOD CARRIES
000815*                     THE FULL NUMBER AS A FIFTH FIELD - THE
000816*                     NUMBER THE RECEIVING TEAM KEYS BACK:
000817*                       D;COUNTER;RUN-DATE;JOB-ID;FULL-NUMBER
000818*                     EVERY OTHER STREAM'S DETAIL IS UNCHANGED.
000819*                     COUNT AND HASH STILL COVER THE COUNTER.
000820*   10/15/2026  DLH   STEP OUTCOME.  FILES DL100SO RECORDS ON RUNSTAT
000821*                     THROUGH DL100STS - ONE PER INTERFACE FILE ONCE
000822*                     ITS EXTRACT IS LOGGED (RECORDS, EXTRACT DATE,
000823*                     FLAG E) AND ONE FOR THE STEP AS IT ENDS - RC,
000824*                     DETAILS, STREAMS, AND THE FIRST ERROR MESSAGE,
000825*                     WHICH EVERY MESSAGE NOW PASSES THROUGH
000826*                     8800-NOTE-EXCEPTION TO RECORD.  NEEDS THE RUNSTAT
000827*                     AND STEPID DDS.
000828*--------------------------------------------------------------------
000829 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000831 FILE-CONTROL.
000840     SELECT DL100-OUTPUT-FILE ASSIGN TO "OTFILE"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS DL100-OUTPUT-FILE-STATUS.
000870
000880     SELECT DL100-STREAM-REG-FILE ASSIGN TO "STRMREG"
000890         ORGANIZATION IS INDEXED
000891         ACCESS MODE IS DYNAMIC
000892         RECORD KEY IS DL100-SR-STREAM-NAME
000900         FILE STATUS IS DL100-STREAM-REG-STATUS.
000910
000920     SELECT DL100-DIST-FILE ASSIGN TO "DSTFILE"
000930         ORGANIZATION IS SEQUENTIAL
001190     RECORDING MODE IS F.
001200     COPY DL100OT.
001210
001220 FD  DL100-STREAM-REG-FILE.
001230     COPY DL100SR.
001250
001260 FD  DL100-DIST-FILE
001270     RECORDING MODE IS F.
001550     88  DL100-OUTPUT-FILE-OK            VALUE "00".
001560     88  DL100-OUTPUT-FILE-EOF           VALUE "10".
001570
001580 77  DL100-STREAM-REG-STATUS         PIC X(02) VALUE SPACES.
001590     88  DL100-STREAM-REG-OK             VALUE "00".
001600     88  DL100-STREAM-REG-NOT-FOUND      VALUE "23".
001601     88  DL100-STREAM-REG-AT-END         VALUE "10".
001610
001620 77  DL100-DIST-FILE-STATUS          PIC X(02) VALUE SPACES.
001630     88  DL100-DIST-FILE-OK              VALUE "00".
001820 77  DL100-DW-EXTRACT-COUNT          PIC 9(07) VALUE 0.
001830 77  DL100-DW-HASH-TOTAL             PIC 9(13) VALUE 0.
001840 77  DL100-DW-LOG-TIMESTAMP          PIC X(16) VALUE SPACES.
001841 77  DL100-DW-HDR-CTL-DATE           PIC 9(08) VALUE 0.
001850
001860 01  DL100-DW-HEADER-SW              PIC X(01) VALUE "N".
001870     88  DL100-DW-HEADER-SEEN            VALUE "Y".
001880
001960*--------------------------------------------------------------------
001970* CALENDAR WORK ITEMS FOR THE FILE-HEADER DATE CHECK - THE DAY
001980* AFTER THE HEADER DATE IS ACCEPTED FOR A RUN THAT CROSSED
002080 01  DL100-DW-DATE-WORK-X REDEFINES DL100-DW-DATE-WORK
002090                                     PIC X(08).
002100
002270*--------------------------------------------------------------------
002280* INTERFACE-FILE TABLE - SLOT 1 IS THE DSTFILE CATCH-ALL (REGISTRY
002290* FILE NUMBER 00); SLOTS 2-5 ARE THE ROUTED FILES DSTFIL01-
002300* DSTFIL04 (REGISTRY FILE NUMBERS 01-04).  ONLY FILES A STREAM IS
002310* REGISTERED TO ARE OPENED, AND EVERY OPENED FILE CARRIES ITS OWN
002320* H/T PAIR, COUNT, AND HASH.
002330*--------------------------------------------------------------------
002340 77  DL100-DW-FILE-MAX               PIC 9(02) VALUE 5.
002350 77  DL100-DW-FILE-SUB               PIC S9(04) COMP VALUE 0.
002500
002510*--------------------------------------------------------------------
002520* PER-STREAM BALANCING AND ROUTING - ONE ENTRY PER STREAM NAME
002530* ON THE OTFILE DATA, IN ORDER OF FIRST APPEARANCE, WITH THE
002540* INTERFACE FILE ITS REGISTRY ENTRY ROUTES IT TO.  EVERY STREAM
002545* MUST CLOSE WITH ITS OWN TRAILER WHOSE ITERATION TOTAL MATCHES
002550* THE DETAILS EXTRACTED FOR THAT STREAM.
002551* THE DETAIL COUNT IS THE SERIES IN FLIGHT - DETAILS SINCE THE
002552* STREAM'S LAST TRAILER - AND THE TRAILER DATE IS THE NIGHT OF
002553* THAT LAST TRAILER.
002560*--------------------------------------------------------------------
002570 77  DL100-DW-STREAM-MAX             PIC 9(02) VALUE 10.
002580 77  DL100-DW-STREAM-COUNT           PIC 9(02) VALUE 0.
002650         10  DL100-DW-STR-DTL-COUNT  PIC 9(07).
002660         10  DL100-DW-STR-TRL-SW     PIC X(01).
002670             88  DL100-DW-STR-TRL-SEEN   VALUE "Y".
002671         10  DL100-DW-STR-TRL-DATE   PIC 9(08).
002680         10  DL100-DW-STR-FILE       PIC 9(02).
002690
002700*--------------------------------------------------------------------
002820     05  DL100-DW-DTL-COUNTER        PIC 9(04).
002830     05  DL100-DW-DTL-RUN-DATE       PIC 9(08).
002840     05  DL100-DW-DTL-JOB-ID         PIC X(08).
002841     05  DL100-DW-DTL-CHECKED-NBR    PIC 9(05).
002850
002860 01  DL100-DW-TRL-FIELDS.
002870     05  DL100-DW-TRL-COUNT          PIC 9(07).
002880     05  DL100-DW-TRL-HASH           PIC 9(13).
002890
002891*--------------------------------------------------------------------
002892* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
002893* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
002894* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
002895*--------------------------------------------------------------------
002896 77  DL100-DW-EXC-TEXT               PIC X(132) VALUE SPACES.
002897 77  DL100-DW-FIRST-MSG              PIC X(80) VALUE SPACES.
002898 77  DL100-DW-STS-FUNCTION           PIC X(01) VALUE "W".
002899 77  DL100-DW-STS-STATUS             PIC X(02) VALUE SPACES.
002900 77  DL100-DW-SAVE-RC                PIC S9(04) COMP VALUE 0.
002901     COPY DL100SO.
002902
002903 PROCEDURE DIVISION.
002910*--------------------------------------------------------------------
002920* 0000-MAINLINE
002930*--------------------------------------------------------------------
002990     GO TO 9999-EXIT.
003000
003010*--------------------------------------------------------------------
003020* 1000-INITIALIZE - OPEN THE INPUT AND THE STREAM REGISTRY, OPEN
003030* THE INTERFACE FILE OF EVERY ACTIVE REGISTERED STREAM, AND WRITE
003040* EACH OPENED FILE'S INTERFACE HEADER.
003050*--------------------------------------------------------------------
003060 1000-INITIALIZE.
003070     ACCEPT DL100-DW-TODAY-DATE FROM DATE YYYYMMDD.
003100         UNTIL DL100-DW-FILE-SUB > DL100-DW-FILE-MAX.
003110     OPEN INPUT DL100-OUTPUT-FILE.
003120     IF NOT DL100-OUTPUT-FILE-OK
003130         STRING "ONETOTEN0040E OTFILE UNAVAILABLE - STATUS "
003140                DL100-OUTPUT-FILE-STATUS
003141             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
003142         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003150         MOVE 16 TO RETURN-CODE
003160         GO TO 9999-EXIT
003170     END-IF.
003180     PERFORM 1100-OPEN-ACTIVE-ROUTES THRU 1100-EXIT.
003240 1000-EXIT.
003250     EXIT.
003260
003320     EXIT.
003330
003340*--------------------------------------------------------------------
003350* 1100-OPEN-ACTIVE-ROUTES - BROWSE THE STREAM REGISTRY AND OPEN THE
003360* INTERFACE FILE OF EVERY ACTIVE STREAM, SO EACH RECEIVING TEAM
003370* GETS ITS FILE (AND ITS EXTLOG RECORD) EVERY NIGHT, EMPTY OR NOT.
003380* NO REGISTRY MEANS NO STREAM CAN BE ROUTED, SO IT STOPS THE STEP.
003390*--------------------------------------------------------------------
003400 1100-OPEN-ACTIVE-ROUTES.
003410     OPEN INPUT DL100-STREAM-REG-FILE.
003420     IF NOT DL100-STREAM-REG-OK
003430         STRING "ONETOTEN0130E STRMREG UNAVAILABLE - STATUS "
003440                DL100-STREAM-REG-STATUS
003441             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
003442         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003450         MOVE 16 TO RETURN-CODE
003460         GO TO 9999-EXIT
003470     END-IF.
003480     MOVE LOW-VALUES TO DL100-SR-STREAM-NAME.
003490     START DL100-STREAM-REG-FILE
003500         KEY NOT < DL100-SR-STREAM-NAME.
003510     IF DL100-STREAM-REG-NOT-FOUND OR DL100-STREAM-REG-AT-END
003520         GO TO 1100-EXIT
003530     END-IF.
003540     PERFORM 1110-OPEN-ONE-ACTIVE-ROUTE THRU 1110-EXIT
003550         UNTIL NOT DL100-STREAM-REG-OK.
003560     IF NOT DL100-STREAM-REG-AT-END
003570         STRING "ONETOTEN0130E STRMREG BROWSE FAILED - STATUS "
003580                DL100-STREAM-REG-STATUS
003581             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
003582         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 9999-EXIT
003610     END-IF.
003620 1100-EXIT.
003630     EXIT.
003640
003650 1110-OPEN-ONE-ACTIVE-ROUTE.
003660     READ DL100-STREAM-REG-FILE NEXT RECORD.
003670     IF NOT DL100-STREAM-REG-OK
003680         GO TO 1110-EXIT
003690     END-IF.
003700     IF NOT DL100-SR-ACTIVE
003710         GO TO 1110-EXIT
003720     END-IF.
003730     PERFORM 1120-RESOLVE-FILE-NBR THRU 1120-EXIT.
003740     IF NOT DL100-DW-FIL-IS-OPEN (DL100-DW-FILE-NBR)
003750         PERFORM 1200-OPEN-ONE-OUTPUT THRU 1200-EXIT
003760     END-IF.
003770 1110-EXIT.
003780     EXIT.
003790
003800*--------------------------------------------------------------------
003810* 1120-RESOLVE-FILE-NBR - TURN THE REGISTRY ENTRY'S INTERFACE FILE
003820* NUMBER INTO A FILE-TABLE SLOT.  A NUMBER THE STEP HAS NO DD FOR
003830* CANNOT BE GUESSED AT - IT WOULD PUT ONE TEAM'S ROWS IN ANOTHER
003840* TEAM'S FEED - SO IT STOPS THE STEP.
003850*--------------------------------------------------------------------
003860 1120-RESOLVE-FILE-NBR.
003870     IF DL100-SR-FILE-NBR NOT NUMERIC
003880         OR DL100-SR-FILE-NBR > 4
003890         STRING "ONETOTEN0130E STRMREG ENTRY FOR "
003900                DL100-SR-STREAM-NAME
003910                " CARRIES AN INVALID INTERFACE FILE NUMBER: "
003920                DL100-SR-FILE-NBR
003921             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
003922         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003930         MOVE 16 TO RETURN-CODE
003940         GO TO 9999-EXIT
003950     END-IF.
003960     MOVE DL100-SR-FILE-NBR TO DL100-DW-FILE-NBR.
003970     ADD 1 TO DL100-DW-FILE-NBR.
003980 1120-EXIT.
003990     EXIT.
004000
004180*--------------------------------------------------------------------
004190* 1200-OPEN-ONE-OUTPUT - OPEN THE INTERFACE FILE IN
004200* DL100-DW-FILE-NBR AND WRITE ITS H HEADER.
004380             MOVE DL100-DST04-FILE-STATUS TO DL100-DW-WRITE-STATUS
004390     END-EVALUATE.
004400     IF NOT DL100-DW-WRITE-OK
004410         STRING "ONETOTEN0041E "
004420                DL100-DW-FIL-DDNAME (DL100-DW-FILE-NBR)
004430                " UNAVAILABLE - STATUS " DL100-DW-WRITE-STATUS
004431             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
004432         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004440         MOVE 16 TO RETURN-CODE
004450         GO TO 9999-EXIT
004460     END-IF.
004630     PERFORM 2100-READ-OUTPUT-RECORD THRU 2100-EXIT
004640         UNTIL NOT DL100-OUTPUT-FILE-OK.
004650     IF NOT DL100-OUTPUT-FILE-EOF
004660         STRING "ONETOTEN0042E OTFILE READ FAILED - STATUS "
004670                DL100-OUTPUT-FILE-STATUS
004671             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
004672         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004680         MOVE 16 TO RETURN-CODE
004690         GO TO 9999-EXIT
004700     END-IF.
004710     IF NOT DL100-DW-HEADER-SEEN
004720         STRING "ONETOTEN0114E OTFILE CARRIES NO FILE HEADER - "
004730                "CANNOT PROVE IT IS TONIGHT'S GENERATION"
004731             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
004732         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004740         MOVE 12 TO RETURN-CODE
004750         GO TO 9999-EXIT
004760     END-IF.
004900         WHEN DL100-OT-IS-TRAILER
004910             PERFORM 2300-VERIFY-STREAM-TRAILER THRU 2300-EXIT
004920         WHEN OTHER
004930             STRING "ONETOTEN0043E UNRECOGNIZED RECORD TYPE "
004940                    DL100-OT-RECORD-TYPE " ON OTFILE"
004941                 DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
004942             PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004950             MOVE 16 TO RETURN-CODE
004960             GO TO 9999-EXIT
004970     END-EVALUATE.
005020     MOVE DL100-OT-JOB-ID TO DL100-DW-WORK-NAME.
005030     PERFORM 2250-FIND-STREAM THRU 2250-EXIT.
005040     IF DL100-OT-COUNTER NOT NUMERIC
005050         STRING "ONETOTEN0044E OTFILE DETAIL COUNTER IS NOT "
005060                "NUMERIC - EXTRACT ABANDONED"
005061             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
005062         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005070         MOVE 16 TO RETURN-CODE
005080         GO TO 9999-EXIT
005090     END-IF.
005130     MOVE DL100-OT-RUN-DATE TO DL100-DW-DTL-RUN-DATE.
005140     MOVE DL100-OT-JOB-ID TO DL100-DW-DTL-JOB-ID.
005150     MOVE SPACES TO DL100-DW-WORK-RECORD.
005151     IF DL100-OT-CHECKED-NBR-X NOT = SPACES
005152         PERFORM 2210-BUILD-CHECKED-DETAIL THRU 2210-EXIT
005153     ELSE
005160         STRING "D;" DL100-DW-DTL-COUNTER ";"
005170                DL100-DW-DTL-RUN-DATE ";"
005180                DL100-DW-DTL-JOB-ID
005190             DELIMITED BY SIZE INTO DL100-DW-WORK-RECORD
005191     END-IF.
005200     PERFORM 2800-WRITE-INTERFACE-RECORD THRU 2800-EXIT.
005210     ADD 1 TO DL100-DW-EXTRACT-COUNT.
005220     ADD 1 TO DL100-DW-STR-DTL-COUNT (DL100-DW-STR-HIT).
005260         TO DL100-DW-FIL-HASH (DL100-DW-FILE-NBR).
005270 2200-EXIT.
005280     EXIT.
005281
005282*--------------------------------------------------------------------
005283* 2210-BUILD-CHECKED-DETAIL - A CHECK-DIGIT STREAM'S DETAIL CARRIES
005284* THE FULL NUMBER AFTER THE JOB ID.  A FULL NUMBER THAT IS NOT
005285* NUMERIC IS A DAMAGED OTFILE AND ABANDONS THE EXTRACT.
005286*--------------------------------------------------------------------
005287 2210-BUILD-CHECKED-DETAIL.
005288     IF DL100-OT-CHECKED-NBR NOT NUMERIC
005289         STRING "ONETOTEN0267E OTFILE DETAIL FULL NUMBER FOR "
005290                DL100-OT-JOB-ID " COUNTER " DL100-OT-COUNTER
005291                " IS NOT NUMERIC - EXTRACT ABANDONED"
005292             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
005293         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005294         MOVE 16 TO RETURN-CODE
005295         GO TO 9999-EXIT
005296     END-IF.
005297     MOVE DL100-OT-CHECKED-NBR TO DL100-DW-DTL-CHECKED-NBR.
005298     STRING "D;" DL100-DW-DTL-COUNTER ";"
005299            DL100-DW-DTL-RUN-DATE ";"
005300            DL100-DW-DTL-JOB-ID ";"
005301            DL100-DW-DTL-CHECKED-NBR
005302         DELIMITED BY SIZE INTO DL100-DW-WORK-RECORD.
005303 2210-EXIT.
005304     EXIT.
005305
005306*--------------------------------------------------------------------
005310* 2250-FIND-STREAM - LOOK THE WORK NAME UP IN THE STREAM TABLE,
005320* REGISTERING IT ON FIRST SIGHT AND RESOLVING WHICH INTERFACE
005330* FILE IT WRITES TO FROM ITS STREAM-REGISTRY ENTRY, OPENING THAT
005340* FILE IF NO ACTIVE STREAM ALREADY DID.  A STREAM THAT IS NOT ON
005350* THE REGISTRY AT ALL ABANDONS THE EXTRACT.
005360*--------------------------------------------------------------------
005370 2250-FIND-STREAM.
005380     MOVE 0 TO DL100-DW-STR-HIT.
005440         GO TO 2250-EXIT
005450     END-IF.
005460     IF DL100-DW-STREAM-COUNT >= DL100-DW-STREAM-MAX
005470         STRING "ONETOTEN0064E OTFILE CARRIES MORE THAN "
005480                DL100-DW-STREAM-MAX " STREAMS"
005481             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
005482         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005490         MOVE 16 TO RETURN-CODE
005500         GO TO 9999-EXIT
005510     END-IF.
005550         TO DL100-DW-STR-NAME (DL100-DW-STR-HIT).
005560     MOVE 0 TO DL100-DW-STR-DTL-COUNT (DL100-DW-STR-HIT).
005570     MOVE "N" TO DL100-DW-STR-TRL-SW (DL100-DW-STR-HIT).
005571     MOVE 0 TO DL100-DW-STR-TRL-DATE (DL100-DW-STR-HIT).
005580     MOVE DL100-DW-WORK-NAME TO DL100-SR-STREAM-NAME.
005590     READ DL100-STREAM-REG-FILE
005600         INVALID KEY
005610             CONTINUE
005620     END-READ.
005630     IF DL100-STREAM-REG-NOT-FOUND
005640         STRING "ONETOTEN0131E STREAM " DL100-DW-WORK-NAME
005650                " ON OTFILE IS NOT ON THE STREAM REGISTRY - "
005660                "EXTRACT ABANDONED"
005661             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
005662         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005670         MOVE 16 TO RETURN-CODE
005680         GO TO 9999-EXIT
005690     END-IF.
005700     IF NOT DL100-STREAM-REG-OK
005710         STRING "ONETOTEN0130E STRMREG READ FAILED - STATUS "
005720                DL100-STREAM-REG-STATUS
005721             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
005722         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005730         MOVE 16 TO RETURN-CODE
005740         GO TO 9999-EXIT
005750     END-IF.
005751     PERFORM 1120-RESOLVE-FILE-NBR THRU 1120-EXIT.
005752     MOVE DL100-DW-FILE-NBR
005753         TO DL100-DW-STR-FILE (DL100-DW-STR-HIT).
005754     IF NOT DL100-DW-FIL-IS-OPEN (DL100-DW-FILE-NBR)
005755         PERFORM 1200-OPEN-ONE-OUTPUT THRU 1200-EXIT
005756     END-IF.
005760 2250-EXIT.
005770     EXIT.
005780
005860
005870*--------------------------------------------------------------------
005880* 2300-VERIFY-STREAM-TRAILER - EACH STREAM'S TRAILER MUST AGREE
005890* WITH THE DETAILS EXTRACTED FOR ITS SERIES, AT THE POINT IT
005900* APPEARS, AND ONLY ONCE PER NIGHT.  A STREAM'S SERIES RUN OLDEST
005901* NIGHT FIRST, SO A TRAILER NOT LATER THAN THE STREAM'S LAST ONE
005902* IS A REPEAT.  THE NEXT SERIES STARTS COUNTING FROM ZERO.
005910*--------------------------------------------------------------------
005920 2300-VERIFY-STREAM-TRAILER.
005930     MOVE DL100-OT-TRL-JOB-ID TO DL100-DW-WORK-NAME.
005940     PERFORM 2250-FIND-STREAM THRU 2250-EXIT.
005950     IF DL100-DW-STR-TRL-SEEN (DL100-DW-STR-HIT)
005951         AND DL100-OT-TRL-RUN-DATE
005952             NOT > DL100-DW-STR-TRL-DATE (DL100-DW-STR-HIT)
005960         STRING "ONETOTEN0049E MORE THAN ONE TRAILER FOR "
005970                "STREAM " DL100-DW-WORK-NAME " NIGHT "
005971                DL100-OT-TRL-RUN-DATE " ON OTFILE"
005972             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
005973         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005980         MOVE 16 TO RETURN-CODE
005990         GO TO 9999-EXIT
006000     END-IF.
006010     SET DL100-DW-STR-TRL-SEEN (DL100-DW-STR-HIT) TO TRUE.
006011     MOVE DL100-OT-TRL-RUN-DATE
006012         TO DL100-DW-STR-TRL-DATE (DL100-DW-STR-HIT).
006020     IF DL100-DW-STR-DTL-COUNT (DL100-DW-STR-HIT)
006030         NOT = DL100-OT-TRL-ITERATIONS
006040         STRING "ONETOTEN0047E EXTRACT COUNT "
006050                DL100-DW-STR-DTL-COUNT (DL100-DW-STR-HIT)
006060                " FOR STREAM " DL100-DW-WORK-NAME
006070                " DISAGREES WITH ITS TRAILER ITERATIONS "
006080                DL100-OT-TRL-ITERATIONS
006081             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
006082         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006090         MOVE 16 TO RETURN-CODE
006100         GO TO 9999-EXIT
006110     END-IF.
006111     IF DL100-OT-TRL-RUN-DATE < DL100-DW-HDR-CTL-DATE
006112         DISPLAY "ONETOTEN0236I STREAM " DL100-DW-WORK-NAME
006113                 " CATCH-UP SERIES FOR NIGHT "
006114                 DL100-OT-TRL-RUN-DATE " - "
006115                 DL100-DW-STR-DTL-COUNT (DL100-DW-STR-HIT)
006116                 " ROW(S) EXTRACTED UNDER THEIR OWN RUN DATE"
006117     END-IF.
006118     MOVE 0 TO DL100-DW-STR-DTL-COUNT (DL100-DW-STR-HIT).
006120 2300-EXIT.
006130     EXIT.
006140
006210*--------------------------------------------------------------------
006220 2400-VERIFY-HEADER.
006230     IF DL100-DW-HEADER-SEEN
006240         STRING "ONETOTEN0114E MORE THAN ONE FILE HEADER ON "
006250                "OTFILE - GENERATIONS MAY BE CONCATENATED"
006251             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
006252         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006260         MOVE 12 TO RETURN-CODE
006270         GO TO 9999-EXIT
006280     END-IF.
006290     SET DL100-DW-HEADER-SEEN TO TRUE.
006291     IF DL100-OT-HDR-CTL-DATE NUMERIC
006292         MOVE DL100-OT-HDR-CTL-DATE TO DL100-DW-HDR-CTL-DATE
006293     END-IF.
006300     IF DL100-OT-HDR-RUN-DATE NOT NUMERIC
006310         STRING "ONETOTEN0114E OTFILE FILE HEADER RUN DATE IS "
006320                "NOT NUMERIC - GENERATION SUSPECT"
006321             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
006322         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006330         MOVE 12 TO RETURN-CODE
006340         GO TO 9999-EXIT
006350     END-IF.
006410     IF DL100-DW-DATE-WORK-X = DL100-DW-TODAY-DATE
006420         GO TO 2400-EXIT
006430     END-IF.
006440     STRING "ONETOTEN0114E OTFILE FILE HEADER IS NOT TONIGHT'S "
006450            "- WRITTEN " DL100-OT-HDR-RUN-DATE
006460            " FROM CONTROL GENERATION " DL100-OT-HDR-CTL-DATE
006470            " TONIGHT " DL100-DW-TODAY-DATE
006471         DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
006472     PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT.
006480     MOVE 12 TO RETURN-CODE.
006490     GO TO 9999-EXIT.
006500 2400-EXIT.
007410             MOVE DL100-DST04-FILE-STATUS TO DL100-DW-WRITE-STATUS
007420     END-EVALUATE.
007430     IF NOT DL100-DW-WRITE-OK
007440         STRING "ONETOTEN0045E "
007450                DL100-DW-FIL-DDNAME (DL100-DW-FILE-NBR)
007460                " WRITE FAILED - STATUS " DL100-DW-WRITE-STATUS
007461             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
007462         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
007470         MOVE 16 TO RETURN-CODE
007480         GO TO 9999-EXIT
007490     END-IF.
007610*--------------------------------------------------------------------
007620 3000-BALANCE-AND-TRAILER.
007630     IF DL100-DW-EXTRACT-COUNT = 0 AND DL100-DW-STREAM-COUNT = 0
007640         STRING "ONETOTEN0046E NO TRAILER RECORD ON OTFILE - "
007650                "EXTRACT CANNOT BE BALANCED"
007651             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
007652         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
007660         MOVE 16 TO RETURN-CODE
007670         GO TO 9999-EXIT
007680     END-IF.
007730         VARYING DL100-DW-FILE-SUB FROM 1 BY 1
007740         UNTIL DL100-DW-FILE-SUB > DL100-DW-FILE-MAX.
007750     PERFORM 3300-WRITE-EXTRACT-LOG THRU 3300-EXIT.
007751     PERFORM 8930-FILE-DD-OUTCOMES THRU 8930-EXIT.
007760     DISPLAY "ONETOTEN0048I EXTRACT COMPLETE - "
007770             DL100-DW-EXTRACT-COUNT " RECORD(S), "
007780             DL100-DW-STREAM-COUNT " STREAM(S), HASH TOTAL "
007810     EXIT.
007820
007830 3100-CHECK-STREAM-CLOSED.
007840     IF DL100-DW-STR-DTL-COUNT (DL100-DW-STR-SUB) > 0
007860         STRING "ONETOTEN0046E NO TRAILER RECORD FOR STREAM "
007870                DL100-DW-STR-NAME (DL100-DW-STR-SUB)
007880                " ON OTFILE - EXTRACT CANNOT BE BALANCED"
007881             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
007882         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
007890         MOVE 16 TO RETURN-CODE
007900         GO TO 9999-EXIT
007910     END-IF.
008260         OPEN OUTPUT DL100-EXTRACT-LOG-FILE
008270     END-IF.
008280     IF NOT DL100-EXTRACT-LOG-OK
008290         STRING "ONETOTEN0133E EXTLOG UNAVAILABLE - STATUS "
008300                DL100-EXTRACT-LOG-STATUS
008301             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
008302         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
008310         MOVE 16 TO RETURN-CODE
008320         GO TO 9999-EXIT
008330     END-IF.
008550     MOVE DL100-DW-LOG-TIMESTAMP TO DL100-XL-TIMESTAMP.
008560     WRITE DL100-EXTRACT-LOG-RECORD.
008570     IF NOT DL100-EXTRACT-LOG-OK
008580         STRING "ONETOTEN0133E EXTLOG WRITE FAILED - STATUS "
008590                DL100-EXTRACT-LOG-STATUS
008591             DELIMITED BY SIZE INTO DL100-DW-EXC-TEXT
008592         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
008600         MOVE 16 TO RETURN-CODE
008610         GO TO 9999-EXIT
008620     END-IF.
008650
008660 8000-FINALIZE.
008670     CLOSE DL100-OUTPUT-FILE.
008671     CLOSE DL100-STREAM-REG-FILE.
008680     PERFORM 8100-CLOSE-ONE-OUTPUT THRU 8100-EXIT
008690         VARYING DL100-DW-FILE-SUB FROM 1 BY 1
008700         UNTIL DL100-DW-FILE-SUB > DL100-DW-FILE-MAX.
008910 8100-EXIT.
008920     EXIT.
008930
008931*--------------------------------------------------------------------
008932* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
008933* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
008934*--------------------------------------------------------------------
008935 8800-NOTE-EXCEPTION.
008936     DISPLAY DL100-DW-EXC-TEXT.
008937     IF DL100-DW-FIRST-MSG = SPACES
008938         MOVE DL100-DW-EXC-TEXT TO DL100-DW-FIRST-MSG
008939     END-IF.
008940     MOVE SPACES TO DL100-DW-EXC-TEXT.
008941 8800-EXIT.
008942     EXIT.
008943
008944*--------------------------------------------------------------------
008945* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
008946* THE MORNING STATUS PAGE - RC, THE DETAILS EXTRACTED, THE STREAMS,
008947* AND THE FIRST ERROR MESSAGE.  EACH INTERFACE FILE LOGGED TONIGHT
008948* HAS ALREADY FILED ITS OWN RECORD (8930).
008949*--------------------------------------------------------------------
008950 8900-WRITE-STEP-OUTCOME.
008951     MOVE RETURN-CODE TO DL100-DW-SAVE-RC.
008952     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
008953     MOVE "RECORDS" TO DL100-SO-COUNT-LABEL (1).
008954     MOVE DL100-DW-EXTRACT-COUNT TO DL100-SO-COUNT-VALUE (1).
008955     MOVE "STREAMS" TO DL100-SO-COUNT-LABEL (2).
008956     MOVE DL100-DW-STREAM-COUNT TO DL100-SO-COUNT-VALUE (2).
008957     MOVE DL100-DW-FIRST-MSG TO DL100-SO-FIRST-MSG.
008958     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
008959 8900-EXIT.
008960     EXIT.
008961
008962*--------------------------------------------------------------------
008963* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
008964*--------------------------------------------------------------------
008965 8910-CLEAR-OUTCOME.
008966     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
008967     MOVE 0 TO DL100-SO-RUN-DATE.
008968     MOVE "DL100DWN" TO DL100-SO-PROGRAM.
008969     MOVE DL100-DW-SAVE-RC TO DL100-SO-RETURN-CODE.
008970     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
008971         DL100-SO-COUNT-VALUE (3).
008972 8910-EXIT.
008973     EXIT.
008974
008975*--------------------------------------------------------------------
008976* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
008977* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
008978* THE STEP'S OWN IS PUT BACK AFTER IT.
008979*--------------------------------------------------------------------
008980 8920-FILE-OUTCOME.
008981     CALL "DL100STS" USING DL100-DW-STS-FUNCTION
008982                           DL100-RUN-STATUS-RECORD
008983                           DL100-DW-STS-STATUS.
008984     MOVE DL100-DW-SAVE-RC TO RETURN-CODE.
008985 8920-EXIT.
008986     EXIT.
008987
008988*--------------------------------------------------------------------
008989* 8930-FILE-DD-OUTCOMES - ONCE TONIGHT'S EXTRACTS ARE ON EXTLOG, ONE
008990* OUTCOME RECORD PER INTERFACE FILE WRITTEN, SUBJECT = DD NAME, WITH
008991* ITS RECORD COUNT AND EXTRACT DATE AND FLAG E.  A FILE THAT NEVER
008992* GETS HERE HAS NO RECORD, WHICH THE STATUS PAGE REPORTS AS SUCH.
008993*--------------------------------------------------------------------
008994 8930-FILE-DD-OUTCOMES.
008995     MOVE RETURN-CODE TO DL100-DW-SAVE-RC.
008996     PERFORM 8940-FILE-ONE-DD THRU 8940-EXIT
008997         VARYING DL100-DW-FILE-SUB FROM 1 BY 1
008998         UNTIL DL100-DW-FILE-SUB > DL100-DW-FILE-MAX.
008999 8930-EXIT.
009000     EXIT.
009001
009002 8940-FILE-ONE-DD.
009003     IF NOT DL100-DW-FIL-IS-OPEN (DL100-DW-FILE-SUB)
009004         GO TO 8940-EXIT
009005     END-IF.
009006     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
009007     MOVE DL100-DW-FIL-DDNAME (DL100-DW-FILE-SUB)
009008         TO DL100-SO-SUBJECT.
009009     MOVE "RECORDS" TO DL100-SO-COUNT-LABEL (1).
009010     MOVE DL100-DW-FIL-COUNT (DL100-DW-FILE-SUB)
009011         TO DL100-SO-COUNT-VALUE (1).
009012     MOVE "EXTRACTED" TO DL100-SO-COUNT-LABEL (2).
009013     MOVE DL100-DW-TODAY-DATE TO DL100-SO-COUNT-VALUE (2).
009014     MOVE "E" TO DL100-SO-FLAG.
009015     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
009016 8940-EXIT.
009017     EXIT.
009018
009019*--------------------------------------------------------------------
009020* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
009021*--------------------------------------------------------------------
009022 9999-EXIT.
009023     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
009024     STOP RUN.
009025 END PROGRAM DL100DWN.
