000420*                       COLS  9-16  INTERFACE DD NAME
000430*                       COLS 17-23  RECORD COUNT
000440*                       COLS 24-36  COUNTER HASH TOTAL
000441*   10/15/2026  DLH   RESENDS.  A DL100XL RECORD DL100RSN WRITES
000442*                     FOR A RESENT FILE REPLACES EVERY EARLIER
000443*                     EXTRACT OF THE SAME DATE AND DD NAME, SO A
000444*                     REPLACED EXTRACT NO LONGER HOLDS STEP030 -
000445*                     THE RESEND DOES, UNTIL ITS OWN ACK ARRIVES.
000446*                     AN ACK GOES TO A MATCHING EXTRACT THAT IS
000447*                     STILL CURRENT BEFORE A REPLACED ONE.  EVERY
000448*                     RESEND ON THE LOG IS LISTED IN ITS OWN
000449*                     SECTION OF THE REPORT SO AUDIT CAN SEE WHICH
000450*                     NIGHTS WERE DELIVERED MORE THAN ONCE.
000451*   10/15/2026  DLH   STEP OUTCOME.  FILES DL100SO RECORDS ON RUNSTAT
000452*                     THROUGH DL100STS - ONE PER INTERFACE DD NAME ON
000453*                     THE LOG ONCE THE ACKS ARE MATCHED (EXTRACTS
000454*                     LOGGED, UNACKNOWLEDGED, OVERDUE, AND AN ACK FLAG
000455*                     OF A, U OR O) AND ONE FOR THE STEP AS IT ENDS -
000456*                     RC, THE SUMMARY COUNTS, AND THE FIRST ERROR
000457*                     MESSAGE, WHICH EVERY MESSAGE NOW PASSES THROUGH
000458*                     8800-NOTE-EXCEPTION TO RECORD.  NEEDS THE RUNSTAT
000459*                     AND STEPID DDS.
000460*--------------------------------------------------------------------
000461 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DL100-EXTRACT-LOG-FILE ASSIGN TO "EXTLOG"
001030 77  DL100-AK-UNACKED-COUNT          PIC 9(07) VALUE 0.
001040 77  DL100-AK-OVERDUE-COUNT          PIC 9(07) VALUE 0.
001050 77  DL100-AK-AGE-DAYS               PIC S9(08) COMP VALUE 0.
001051 77  DL100-AK-RESEND-COUNT           PIC 9(07) VALUE 0.
001052 77  DL100-AK-REPLACED-COUNT         PIC 9(07) VALUE 0.
001053 77  DL100-AK-LOAD-SUB               PIC S9(04) COMP VALUE 0.
001054 77  DL100-AK-MATCH-PASS             PIC 9(01) VALUE 0.
001060
001070*--------------------------------------------------------------------
001080* EXTRACT-LOG TABLE - EVERY EXTLOG ENTRY, IN FILE ORDER, MATCHED
001090* OFF AGAINST THE ACK FILE.  THE STANDING LOG IS EXPECTED TO BE
001100* TRIMMED OF ANCIENT ACKNOWLEDGED HISTORY NOW AND THEN; A FULL
001110* TABLE FAILS THE STEP RATHER THAN SILENTLY DROPPING EVIDENCE.
001111* A RESEND ENTRY MARKS EVERY EARLIER ENTRY FOR ITS DATE AND DD
001112* NAME AS REPLACED.
001120*--------------------------------------------------------------------
001130 77  DL100-AK-ENTRY-MAX              PIC 9(03) VALUE 500.
001140 77  DL100-AK-ENTRY-COUNT            PIC 9(03) VALUE 0.
001220         10  DL100-AK-ENT-HASH       PIC 9(13).
001230         10  DL100-AK-ENT-ACK-SW     PIC X(01).
001240             88  DL100-AK-ENT-ACKED      VALUE "Y".
001241         10  DL100-AK-ENT-TYPE       PIC X(01).
001242             88  DL100-AK-ENT-IS-RESEND  VALUE "R".
001243         10  DL100-AK-ENT-RESEND-SEQ PIC 9(03).
001244         10  DL100-AK-ENT-SENT-DATE  PIC 9(08).
001245         10  DL100-AK-ENT-REPL-SW    PIC X(01).
001246             88  DL100-AK-ENT-REPLACED   VALUE "Y".
001250
001260*--------------------------------------------------------------------
001270* SERIAL-DAY WORK ITEMS - SAME DAY-NUMBER ARITHMETIC THE REST OF
001880     05  FILLER                      PIC X(04) VALUE SPACES.
001890     05  DL100-AK-DTL-STATUS         PIC X(30).
001900
001901 01  DL100-AK-HDG4.
001902     05  FILLER                      PIC X(12)
001903             VALUE "EXTRACT DATE".
001904     05  FILLER                      PIC X(03) VALUE SPACES.
001905     05  FILLER                      PIC X(08) VALUE "DD NAME".
001906     05  FILLER                      PIC X(03) VALUE SPACES.
001907     05  FILLER                      PIC X(07) VALUE "RECORDS".
001908     05  FILLER                      PIC X(05) VALUE SPACES.
001909     05  FILLER                      PIC X(10) VALUE "HASH TOTAL".
001910     05  FILLER                      PIC X(03) VALUE SPACES.
001911     05  FILLER                      PIC X(06) VALUE "RESEND".
001912     05  FILLER                      PIC X(03) VALUE SPACES.
001913     05  FILLER                      PIC X(10) VALUE "RESENT ON".
001914     05  FILLER                      PIC X(03) VALUE SPACES.
001915     05  FILLER                      PIC X(06) VALUE "STATUS".
001916
001917 01  DL100-AK-RESEND-LINE.
001918     05  DL100-AK-RSN-DATE           PIC 9999/99/99.
001919     05  FILLER                      PIC X(05) VALUE SPACES.
001920     05  DL100-AK-RSN-DDNAME         PIC X(08).
001921     05  FILLER                      PIC X(03) VALUE SPACES.
001922     05  DL100-AK-RSN-COUNT          PIC ZZZZZZ9.
001923     05  FILLER                      PIC X(02) VALUE SPACES.
001924     05  DL100-AK-RSN-HASH           PIC ZZZZZZZZZZZZ9.
001925     05  FILLER                      PIC X(06) VALUE SPACES.
001926     05  DL100-AK-RSN-SEQ            PIC ZZ9.
001927     05  FILLER                      PIC X(03) VALUE SPACES.
001928     05  DL100-AK-RSN-SENT-DATE      PIC 9999/99/99.
001929     05  FILLER                      PIC X(03) VALUE SPACES.
001930     05  DL100-AK-RSN-STATUS         PIC X(30).
001931
001932 01  DL100-AK-SUM-LINE.
001933     05  FILLER                      PIC X(03) VALUE SPACES.
001934     05  DL100-AK-SUM-TEXT           PIC X(36).
001940     05  DL100-AK-SUM-VALUE          PIC ZZZZZZZ9.
001950
001951*--------------------------------------------------------------------
001952* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
001953* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
001954* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
001955*--------------------------------------------------------------------
001956 77  DL100-AK-EXC-TEXT               PIC X(132) VALUE SPACES.
001957 77  DL100-AK-FIRST-MSG              PIC X(80) VALUE SPACES.
001958 77  DL100-AK-STS-FUNCTION           PIC X(01) VALUE "W".
001959 77  DL100-AK-STS-STATUS             PIC X(02) VALUE SPACES.
001960 77  DL100-AK-SAVE-RC                PIC S9(04) COMP VALUE 0.
001961 77  DL100-AK-DD-MAX                 PIC 9(02) VALUE 10.
001962 77  DL100-AK-DD-COUNT               PIC 9(02) VALUE 0.
001963 77  DL100-AK-DD-SUB                 PIC S9(04) COMP VALUE 0.
001964 77  DL100-AK-DD-HIT                 PIC S9(04) COMP VALUE 0.
001965 01  DL100-AK-DD-TABLE.
001966     05  DL100-AK-DD-ENTRY OCCURS 10 TIMES.
001967         10  DL100-AK-DD-NAME        PIC X(08).
001968         10  DL100-AK-DD-LOGGED      PIC 9(07).
001969         10  DL100-AK-DD-UNACKED     PIC 9(07).
001970         10  DL100-AK-DD-OVERDUE     PIC 9(07).
001971     COPY DL100SO.
001972
001973 PROCEDURE DIVISION.
001974*--------------------------------------------------------------------
001980* 0000-MAINLINE
001990*--------------------------------------------------------------------
002000 0000-MAINLINE.
002020     PERFORM 2000-LOAD-EXTRACT-LOG THRU 2000-EXIT.
002030     PERFORM 3000-MATCH-ACKS THRU 3000-EXIT.
002040     PERFORM 4000-REPORT-UNACKED THRU 4000-EXIT.
002045     PERFORM 5000-REPORT-RESENDS THRU 5000-EXIT.
002050     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
002060     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002070     GO TO 9999-EXIT.
002250         GO TO 9999-EXIT
002260     END-IF.
002270     IF NOT DL100-EXTRACT-LOG-OK
002280         STRING "ONETOTEN0141E EXTLOG UNAVAILABLE - STATUS "
002290                DL100-EXTRACT-LOG-STATUS
002291             DELIMITED BY SIZE INTO DL100-AK-EXC-TEXT
002292         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002300         MOVE 16 TO RETURN-CODE
002310         GO TO 9999-EXIT
002320     END-IF.
002330     OPEN INPUT DL100-ACK-FILE.
002340     IF NOT DL100-ACK-FILE-OK
002350         AND NOT DL100-ACK-FILE-NONE
002360         STRING "ONETOTEN0142E ACKFILE UNAVAILABLE - STATUS "
002370                DL100-ACK-FILE-STATUS
002371             DELIMITED BY SIZE INTO DL100-AK-EXC-TEXT
002372         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 9999-EXIT
002400     END-IF.
002410     OPEN OUTPUT DL100-REPORT-FILE.
002420     IF NOT DL100-REPORT-FILE-OK
002430         STRING "ONETOTEN0143E RPTFILE UNAVAILABLE - STATUS "
002440                DL100-REPORT-FILE-STATUS
002441             DELIMITED BY SIZE INTO DL100-AK-EXC-TEXT
002442         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 9999-EXIT
002470     END-IF.
002560     PERFORM 2100-LOAD-ONE-EXTRACT THRU 2100-EXIT
002570         UNTIL NOT DL100-EXTRACT-LOG-OK.
002580     IF NOT DL100-EXTRACT-LOG-EOF
002590         STRING "ONETOTEN0141E EXTLOG READ FAILED - STATUS "
002600                DL100-EXTRACT-LOG-STATUS
002601             DELIMITED BY SIZE INTO DL100-AK-EXC-TEXT
002602         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002610         MOVE 16 TO RETURN-CODE
002620         GO TO 9999-EXIT
002630     END-IF.
002710     END-IF.
002720     ADD 1 TO DL100-AK-EXTRACTS-READ.
002730     IF DL100-AK-ENTRY-COUNT >= DL100-AK-ENTRY-MAX
002740         STRING "ONETOTEN0144E EXTLOG CARRIES MORE THAN "
002750                DL100-AK-ENTRY-MAX " ENTRIES - TRIM THE "
002760                "ACKNOWLEDGED HISTORY BEFORE RERUNNING"
002761             DELIMITED BY SIZE INTO DL100-AK-EXC-TEXT
002762         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002770         MOVE 16 TO RETURN-CODE
002780         GO TO 9999-EXIT
002790     END-IF.
003000         MOVE 0 TO DL100-AK-ENT-HASH (DL100-AK-ENTRY-SUB)
003010     END-IF.
003020     MOVE "N" TO DL100-AK-ENT-ACK-SW (DL100-AK-ENTRY-SUB).
003021     MOVE "N" TO DL100-AK-ENT-REPL-SW (DL100-AK-ENTRY-SUB).
003022     MOVE DL100-XL-ENTRY-TYPE
003023         TO DL100-AK-ENT-TYPE (DL100-AK-ENTRY-SUB).
003024     MOVE 0 TO DL100-AK-ENT-RESEND-SEQ (DL100-AK-ENTRY-SUB).
003025     MOVE 0 TO DL100-AK-ENT-SENT-DATE (DL100-AK-ENTRY-SUB).
003026     IF NOT DL100-AK-ENT-IS-RESEND (DL100-AK-ENTRY-SUB)
003027         GO TO 2100-EXIT
003028     END-IF.
003029     ADD 1 TO DL100-AK-RESEND-COUNT.
003030     IF DL100-XL-RESEND-SEQ NUMERIC
003031         MOVE DL100-XL-RESEND-SEQ
003032             TO DL100-AK-ENT-RESEND-SEQ (DL100-AK-ENTRY-SUB)
003033     END-IF.
003034     IF DL100-XL-TIMESTAMP (1:8) NUMERIC
003035         MOVE DL100-XL-TIMESTAMP (1:8)
003036             TO DL100-AK-ENT-SENT-DATE (DL100-AK-ENTRY-SUB)
003037     END-IF.
003038     PERFORM 2200-MARK-ONE-REPLACED THRU 2200-EXIT
003039         VARYING DL100-AK-LOAD-SUB FROM 1 BY 1
003040         UNTIL DL100-AK-LOAD-SUB >= DL100-AK-ENTRY-SUB.
003041 2100-EXIT.
003042     EXIT.
003043
003044*--------------------------------------------------------------------
003045* 2200-MARK-ONE-REPLACED - AN EARLIER EXTRACT (OR RESEND) OF THE
003046* SAME DATE AND DD NAME IS REPLACED BY THE RESEND JUST LOADED.
003047*--------------------------------------------------------------------
003048 2200-MARK-ONE-REPLACED.
003049     IF DL100-AK-ENT-DATE (DL100-AK-LOAD-SUB)
003050         = DL100-AK-ENT-DATE (DL100-AK-ENTRY-SUB)
003051         AND DL100-AK-ENT-DDNAME (DL100-AK-LOAD-SUB)
003052             = DL100-AK-ENT-DDNAME (DL100-AK-ENTRY-SUB)
003053         AND NOT DL100-AK-ENT-REPLACED (DL100-AK-LOAD-SUB)
003054         SET DL100-AK-ENT-REPLACED (DL100-AK-LOAD-SUB) TO TRUE
003055         ADD 1 TO DL100-AK-REPLACED-COUNT
003056     END-IF.
003057 2200-EXIT.
003058     EXIT.
003059
003060*--------------------------------------------------------------------
003070* 3000-MATCH-ACKS - EVERY ACK MUST MATCH A LOGGED EXTRACT ON ALL
003080* FOUR FIELDS.  AN ACK WITH NO MATCHING EXTRACT IS REPORTED - THE
003090* RECEIVING SIDE CLAIMING TO HAVE LOADED SOMETHING WE NEVER SENT
003100* IS AS WRONG AS THE REVERSE.  A RESEND CARRIES THE SAME FOUR
003101* FIELDS AS THE EXTRACT IT REPLACES, SO AN ACK IS FIRST OFFERED
003102* TO THE CURRENT (UNREPLACED) ENTRY AND ONLY THEN TO A REPLACED
003103* ONE.
003110*--------------------------------------------------------------------
003120 3000-MATCH-ACKS.
003130     IF DL100-ACK-FILE-NONE
003160     PERFORM 3100-MATCH-ONE-ACK THRU 3100-EXIT
003170         UNTIL NOT DL100-ACK-FILE-OK.
003180     IF NOT DL100-ACK-FILE-EOF
003190         STRING "ONETOTEN0142E ACKFILE READ FAILED - STATUS "
003200                DL100-ACK-FILE-STATUS
003201             DELIMITED BY SIZE INTO DL100-AK-EXC-TEXT
003202         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003210         MOVE 16 TO RETURN-CODE
003220         GO TO 9999-EXIT
003230     END-IF.
003340     END-IF.
003350     ADD 1 TO DL100-AK-ACKS-READ.
003360     MOVE 0 TO DL100-AK-ENTRY-HIT.
003361     MOVE 1 TO DL100-AK-MATCH-PASS.
003370     PERFORM 3200-MATCH-ONE-ENTRY THRU 3200-EXIT
003380         VARYING DL100-AK-ENTRY-SUB FROM 1 BY 1
003390         UNTIL DL100-AK-ENTRY-SUB > DL100-AK-ENTRY-COUNT
003400             OR DL100-AK-ENTRY-HIT > 0.
003401     IF DL100-AK-ENTRY-HIT = 0
003402         MOVE 2 TO DL100-AK-MATCH-PASS
003403         PERFORM 3200-MATCH-ONE-ENTRY THRU 3200-EXIT
003404             VARYING DL100-AK-ENTRY-SUB FROM 1 BY 1
003405             UNTIL DL100-AK-ENTRY-SUB > DL100-AK-ENTRY-COUNT
003406                 OR DL100-AK-ENTRY-HIT > 0
003407     END-IF.
003410     IF DL100-AK-ENTRY-HIT > 0
003420         SET DL100-AK-ENT-ACKED (DL100-AK-ENTRY-HIT) TO TRUE
003430         ADD 1 TO DL100-AK-ACKS-MATCHED
003570     EXIT.
003580
003590 3200-MATCH-ONE-ENTRY.
003591     IF DL100-AK-MATCH-PASS = 1
003592         AND DL100-AK-ENT-REPLACED (DL100-AK-ENTRY-SUB)
003593         GO TO 3200-EXIT
003594     END-IF.
003600     IF NOT DL100-AK-ENT-ACKED (DL100-AK-ENTRY-SUB)
003610         AND DL100-AK-EXTRACT-DATE
003620             = DL100-AK-ENT-DATE (DL100-AK-ENTRY-SUB)
003740*--------------------------------------------------------------------
003750* 4000-REPORT-UNACKED - ONE LINE PER EXTRACT STILL WAITING FOR ITS
003760* ACKNOWLEDGMENT, WITH ITS AGE.  AN UNACKNOWLEDGED EXTRACT FROM A
003770* PRIOR NIGHT IS WHAT HOLDS TONIGHT'S EXTRACT STEP.  AN EXTRACT A
003771* RESEND HAS REPLACED IS NO LONGER WAITED FOR - THE RESEND IS.
003780*--------------------------------------------------------------------
003790 4000-REPORT-UNACKED.
003800     MOVE DL100-AK-HDG3 TO DL100-AK-PRINT-AREA.
003930
003940 4100-REPORT-ONE-ENTRY.
003950     IF DL100-AK-ENT-ACKED (DL100-AK-ENTRY-SUB)
003960         OR DL100-AK-ENT-REPLACED (DL100-AK-ENTRY-SUB)
003970         GO TO 4100-EXIT
003971     END-IF.
003980     ADD 1 TO DL100-AK-UNACKED-COUNT.
003990     MOVE DL100-AK-ENT-DATE (DL100-AK-ENTRY-SUB)
004000         TO DL100-AK-DATE-WORK.
004260 4100-EXIT.
004270     EXIT.
004280
004281*--------------------------------------------------------------------
004282* 5000-REPORT-RESENDS - ONE LINE PER RESEND ON THE LOG, WITH THE
004283* DATE IT WAS SENT AND WHETHER IT WAS ACKNOWLEDGED, SO AUDIT CAN
004284* SEE EVERY NIGHT THAT WAS DELIVERED MORE THAN ONCE.
004285*--------------------------------------------------------------------
004286 5000-REPORT-RESENDS.
004287     MOVE DL100-AK-HDG4 TO DL100-AK-PRINT-AREA.
004288     MOVE 2 TO DL100-AK-SPACING.
004289     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004290     PERFORM 5100-REPORT-ONE-RESEND THRU 5100-EXIT
004291         VARYING DL100-AK-ENTRY-SUB FROM 1 BY 1
004292         UNTIL DL100-AK-ENTRY-SUB > DL100-AK-ENTRY-COUNT.
004293     IF DL100-AK-RESEND-COUNT = 0
004294         MOVE "NO EXTRACT ON THE LOG HAS BEEN RESENT"
004295             TO DL100-AK-PRINT-AREA
004296         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004297     END-IF.
004298 5000-EXIT.
004299     EXIT.
004300
004301 5100-REPORT-ONE-RESEND.
004302     IF NOT DL100-AK-ENT-IS-RESEND (DL100-AK-ENTRY-SUB)
004303         GO TO 5100-EXIT
004304     END-IF.
004305     MOVE DL100-AK-ENT-DATE (DL100-AK-ENTRY-SUB)
004306         TO DL100-AK-RSN-DATE.
004307     MOVE DL100-AK-ENT-DDNAME (DL100-AK-ENTRY-SUB)
004308         TO DL100-AK-RSN-DDNAME.
004309     MOVE DL100-AK-ENT-COUNT (DL100-AK-ENTRY-SUB)
004310         TO DL100-AK-RSN-COUNT.
004311     MOVE DL100-AK-ENT-HASH (DL100-AK-ENTRY-SUB)
004312         TO DL100-AK-RSN-HASH.
004313     MOVE DL100-AK-ENT-RESEND-SEQ (DL100-AK-ENTRY-SUB)
004314         TO DL100-AK-RSN-SEQ.
004315     MOVE DL100-AK-ENT-SENT-DATE (DL100-AK-ENTRY-SUB)
004316         TO DL100-AK-RSN-SENT-DATE.
004317     EVALUATE TRUE
004318         WHEN DL100-AK-ENT-ACKED (DL100-AK-ENTRY-SUB)
004319             MOVE "ACKNOWLEDGED" TO DL100-AK-RSN-STATUS
004320         WHEN DL100-AK-ENT-REPLACED (DL100-AK-ENTRY-SUB)
004321             MOVE "REPLACED BY A LATER RESEND"
004322                 TO DL100-AK-RSN-STATUS
004323         WHEN OTHER
004324             MOVE "UNACKNOWLEDGED" TO DL100-AK-RSN-STATUS
004325     END-EVALUATE.
004326     MOVE DL100-AK-RESEND-LINE TO DL100-AK-PRINT-AREA.
004327     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004328 5100-EXIT.
004329     EXIT.
004330
004331*--------------------------------------------------------------------
004332* 6000-PRINT-SUMMARY - CONTROL TOTALS AND THE FINAL VERDICT.  THE
004333* RETURN CODE IS SET HERE SO THE SCHEDULER HOLDS STEP030 WHILE A
004334* PRIOR NIGHT'S EXTRACT IS STILL UNACKNOWLEDGED.
004335*--------------------------------------------------------------------
004340 6000-PRINT-SUMMARY.
004350     MOVE SPACES TO DL100-AK-PRINT-AREA.
004360     MOVE 2 TO DL100-AK-SPACING.
004540     MOVE "UNACKNOWLEDGED FROM PRIOR NIGHTS" TO DL100-AK-SUM-TEXT.
004550     MOVE DL100-AK-OVERDUE-COUNT TO DL100-AK-SUM-VALUE.
004560     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
004561     MOVE "RESENDS ON THE LOG" TO DL100-AK-SUM-TEXT.
004562     MOVE DL100-AK-RESEND-COUNT TO DL100-AK-SUM-VALUE.
004563     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
004564     MOVE "EXTRACTS REPLACED BY A RESEND" TO DL100-AK-SUM-TEXT.
004565     MOVE DL100-AK-REPLACED-COUNT TO DL100-AK-SUM-VALUE.
004566     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
004570     MOVE SPACES TO DL100-AK-PRINT-AREA.
004580     MOVE 2 TO DL100-AK-SPACING.
004590     IF DL100-AK-OVERDUE-COUNT = 0 AND RETURN-CODE = 0
004650         MOVE "PRIOR EXTRACT UNACKNOWLEDGED - STEP030 SHOULD HOLD"
004660             TO DL100-AK-PRINT-AREA
004670         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004680         STRING "ONETOTEN0146E PRIOR NIGHT'S EXTRACT WAS NEVER "
004690                "ACKNOWLEDGED - SEE THE DL100ACK REPORT"
004691             DELIMITED BY SIZE INTO DL100-AK-EXC-TEXT
004692         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004700         MOVE 8 TO RETURN-CODE
004710     END-IF.
004711     PERFORM 8930-FILE-DD-OUTCOMES THRU 8930-EXIT.
004720 6000-EXIT.
004730     EXIT.
004740
005140 8000-EXIT.
005150     EXIT.
005160
005161*--------------------------------------------------------------------
005162* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
005163* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
005164*--------------------------------------------------------------------
005165 8800-NOTE-EXCEPTION.
005166     DISPLAY DL100-AK-EXC-TEXT.
005167     IF DL100-AK-FIRST-MSG = SPACES
005168         MOVE DL100-AK-EXC-TEXT TO DL100-AK-FIRST-MSG
005169     END-IF.
005170     MOVE SPACES TO DL100-AK-EXC-TEXT.
005171 8800-EXIT.
005172     EXIT.
005173
005174*--------------------------------------------------------------------
005175* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
005176* THE MORNING STATUS PAGE - RC, THE EXTRACTS ON THE LOG, THOSE
005177* UNACKNOWLEDGED AND OVERDUE, AND THE FIRST ERROR MESSAGE.  EACH
005178* INTERFACE FILE HAS ALREADY FILED ITS OWN RECORD (8930).
005179*--------------------------------------------------------------------
005180 8900-WRITE-STEP-OUTCOME.
005181     MOVE RETURN-CODE TO DL100-AK-SAVE-RC.
005182     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
005183     MOVE "LOGGED" TO DL100-SO-COUNT-LABEL (1).
005184     MOVE DL100-AK-EXTRACTS-READ TO DL100-SO-COUNT-VALUE (1).
005185     MOVE "UNACKED" TO DL100-SO-COUNT-LABEL (2).
005186     MOVE DL100-AK-UNACKED-COUNT TO DL100-SO-COUNT-VALUE (2).
005187     MOVE "OVERDUE" TO DL100-SO-COUNT-LABEL (3).
005188     MOVE DL100-AK-OVERDUE-COUNT TO DL100-SO-COUNT-VALUE (3).
005189     MOVE DL100-AK-FIRST-MSG TO DL100-SO-FIRST-MSG.
005190     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
005191 8900-EXIT.
005192     EXIT.
005193
005194*--------------------------------------------------------------------
005195* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
005196*--------------------------------------------------------------------
005197 8910-CLEAR-OUTCOME.
005198     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
005199     MOVE 0 TO DL100-SO-RUN-DATE.
005200     MOVE "DL100ACK" TO DL100-SO-PROGRAM.
005201     MOVE DL100-AK-SAVE-RC TO DL100-SO-RETURN-CODE.
005202     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
005203         DL100-SO-COUNT-VALUE (3).
005204 8910-EXIT.
005205     EXIT.
005206
005207*--------------------------------------------------------------------
005208* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
005209* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
005210* THE STEP'S OWN IS PUT BACK AFTER IT.
005211*--------------------------------------------------------------------
005212 8920-FILE-OUTCOME.
005213     CALL "DL100STS" USING DL100-AK-STS-FUNCTION
005214                           DL100-RUN-STATUS-RECORD
005215                           DL100-AK-STS-STATUS.
005216     MOVE DL100-AK-SAVE-RC TO RETURN-CODE.
005217 8920-EXIT.
005218     EXIT.
005219
005220*--------------------------------------------------------------------
005221* 8930-FILE-DD-OUTCOMES - ONE OUTCOME RECORD PER INTERFACE DD NAME
005222* ON THE LOG, SUBJECT = DD NAME: THE EXTRACTS LOGGED FOR IT (NOT
005223* COUNTING ONES A RESEND REPLACED), HOW MANY ARE UNACKNOWLEDGED AND
005224* HOW MANY OF THOSE ARE FROM PRIOR NIGHTS.  THE FLAG IS O WHEN ONE
005225* IS OVERDUE, U WHEN ONLY TONIGHT'S IS WAITING, A WHEN ALL ARE IN.
005226*--------------------------------------------------------------------
005227 8930-FILE-DD-OUTCOMES.
005228     MOVE 0 TO DL100-AK-DD-COUNT.
005229     PERFORM 8940-TALLY-ONE-ENTRY THRU 8940-EXIT
005230         VARYING DL100-AK-ENTRY-SUB FROM 1 BY 1
005231         UNTIL DL100-AK-ENTRY-SUB > DL100-AK-ENTRY-COUNT.
005232     MOVE RETURN-CODE TO DL100-AK-SAVE-RC.
005233     PERFORM 8950-FILE-ONE-DD THRU 8950-EXIT
005234         VARYING DL100-AK-DD-SUB FROM 1 BY 1
005235         UNTIL DL100-AK-DD-SUB > DL100-AK-DD-COUNT.
005236 8930-EXIT.
005237     EXIT.
005238
005239 8940-TALLY-ONE-ENTRY.
005240     IF DL100-AK-ENT-REPLACED (DL100-AK-ENTRY-SUB)
005241         GO TO 8940-EXIT
005242     END-IF.
005243     MOVE 0 TO DL100-AK-DD-HIT.
005244     PERFORM 8945-MATCH-ONE-DD THRU 8945-EXIT
005245         VARYING DL100-AK-DD-SUB FROM 1 BY 1
005246         UNTIL DL100-AK-DD-SUB > DL100-AK-DD-COUNT
005247             OR DL100-AK-DD-HIT > 0.
005248     IF DL100-AK-DD-HIT = 0
005249         IF DL100-AK-DD-COUNT >= DL100-AK-DD-MAX
005250             GO TO 8940-EXIT
005251         END-IF
005252         ADD 1 TO DL100-AK-DD-COUNT
005253         MOVE DL100-AK-DD-COUNT TO DL100-AK-DD-HIT
005254         MOVE DL100-AK-ENT-DDNAME (DL100-AK-ENTRY-SUB)
005255             TO DL100-AK-DD-NAME (DL100-AK-DD-HIT)
005256         MOVE 0 TO DL100-AK-DD-LOGGED (DL100-AK-DD-HIT)
005257                   DL100-AK-DD-UNACKED (DL100-AK-DD-HIT)
005258                   DL100-AK-DD-OVERDUE (DL100-AK-DD-HIT)
005259     END-IF.
005260     ADD 1 TO DL100-AK-DD-LOGGED (DL100-AK-DD-HIT).
005261     IF DL100-AK-ENT-ACKED (DL100-AK-ENTRY-SUB)
005262         GO TO 8940-EXIT
005263     END-IF.
005264     ADD 1 TO DL100-AK-DD-UNACKED (DL100-AK-DD-HIT).
005265     IF DL100-AK-ENT-DATE (DL100-AK-ENTRY-SUB)
005266         < DL100-AK-TODAY-DATE
005267         ADD 1 TO DL100-AK-DD-OVERDUE (DL100-AK-DD-HIT)
005268     END-IF.
005269 8940-EXIT.
005270     EXIT.
005271
005272 8945-MATCH-ONE-DD.
005273     IF DL100-AK-DD-NAME (DL100-AK-DD-SUB)
005274         = DL100-AK-ENT-DDNAME (DL100-AK-ENTRY-SUB)
005275         MOVE DL100-AK-DD-SUB TO DL100-AK-DD-HIT
005276     END-IF.
005277 8945-EXIT.
005278     EXIT.
005279
005280 8950-FILE-ONE-DD.
005281     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
005282     MOVE DL100-AK-DD-NAME (DL100-AK-DD-SUB) TO DL100-SO-SUBJECT.
005283     MOVE "LOGGED" TO DL100-SO-COUNT-LABEL (1).
005284     MOVE DL100-AK-DD-LOGGED (DL100-AK-DD-SUB)
005285         TO DL100-SO-COUNT-VALUE (1).
005286     MOVE "UNACKED" TO DL100-SO-COUNT-LABEL (2).
005287     MOVE DL100-AK-DD-UNACKED (DL100-AK-DD-SUB)
005288         TO DL100-SO-COUNT-VALUE (2).
005289     MOVE "OVERDUE" TO DL100-SO-COUNT-LABEL (3).
005290     MOVE DL100-AK-DD-OVERDUE (DL100-AK-DD-SUB)
005291         TO DL100-SO-COUNT-VALUE (3).
005292     EVALUATE TRUE
005293         WHEN DL100-AK-DD-OVERDUE (DL100-AK-DD-SUB) > 0
005294             MOVE "O" TO DL100-SO-FLAG
005295         WHEN DL100-AK-DD-UNACKED (DL100-AK-DD-SUB) > 0
005296             MOVE "U" TO DL100-SO-FLAG
005297         WHEN OTHER
005298             MOVE "A" TO DL100-SO-FLAG
005299     END-EVALUATE.
005300     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
005301 8950-EXIT.
005302     EXIT.
005303
005304*--------------------------------------------------------------------
005305* 9810-DATE-TO-SERIAL - TURN THE DATE IN DL100-AK-DATE-WORK INTO A
005306* SERIAL DAY NUMBER.  ONLY DIFFERENCES OF SERIAL DAYS ARE EVER
005307* USED, SO THE EPOCH IS ARBITRARY.
005308*--------------------------------------------------------------------
005309 9810-DATE-TO-SERIAL.
005310     MOVE DL100-AK-DW-YEAR TO DL100-SERIAL-YEAR.
005311     MOVE DL100-AK-DW-MONTH TO DL100-SERIAL-MONTH.
005312     IF DL100-SERIAL-MONTH < 3
005313         SUBTRACT 1 FROM DL100-SERIAL-YEAR
005314         ADD 12 TO DL100-SERIAL-MONTH
005315     END-IF.
005316     MULTIPLY DL100-SERIAL-YEAR BY 365
005317         GIVING DL100-SERIAL-DAYS.
005318     DIVIDE DL100-SERIAL-YEAR BY 4 GIVING DL100-SERIAL-TERM.
005320     ADD DL100-SERIAL-TERM TO DL100-SERIAL-DAYS.
005330     DIVIDE DL100-SERIAL-YEAR BY 100 GIVING DL100-SERIAL-TERM.
005340     SUBTRACT DL100-SERIAL-TERM FROM DL100-SERIAL-DAYS.
005470* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
005480*--------------------------------------------------------------------
005490 9999-EXIT.
005491     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
005500     STOP RUN.
005510 END PROGRAM DL100ACK.
