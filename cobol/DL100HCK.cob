000410*                       RC 12  SEQFILE UNAVAILABLE OR A STREAM
000420*                              SHORT OF CAPACITY
000430*                       RC 16  A FILE COULD NOT BE PROCESSED
000431*   10/15/2026  DLH   CATCH-UP CONTROL RECORDS FOR MISSED NIGHTS
000432*                     ARE ADDED INTO THEIR STREAM'S ENTRY, SO THE
000433*                     CAPACITY CHECK PROVES ROOM FOR EVERY SERIES
000434*                     THE STREAM WILL MINT TONIGHT, NOT JUST ONE.
000435*   10/15/2026  DLH   STEP OUTCOME.  FILES A DL100SO RECORD ON RUNSTAT
000436*                     THROUGH DL100STS AS THE STEP ENDS - RC, THE
000437*                     STREAMS CHECKED AND THE FIRST CONDITION FOUND,
000438*                     WHICH EVERY MESSAGE NOW PASSES THROUGH
000439*                     8800-NOTE-EXCEPTION TO RECORD.  NEEDS THE RUNSTAT
000440*                     AND STEPID DDS.
000441*   10/15/2026  DLH   PARM='STREAM=NAME' CHECKS ONLY THAT STREAM'S
000442*                     CONTROL RECORDS, TONIGHT'S AND CATCH-UP, SO ONE
000443*                     STREAM'S SHORTAGE NO LONGER HOLDS ANOTHER
000444*                     STREAM'S JOB.  THE GENERATION'S BUILD DATE IS
000445*                     STILL CHECKED ON EVERY RECORD.  A STREAM WITH
000446*                     NO RECORD TONIGHT IS REPORTED BUT NOT HELD -
000447*                     ONETOTEN ITSELF TELLS A FROZEN STREAM FROM A
000448*                     MISSING ONE.  NO PARM STILL CHECKS EVERY STREAM.
000449*--------------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000910 77  DL100-HC-TODAY-DATE             PIC 9(08) VALUE 0.
000920 77  DL100-HC-HEALTH-RC              PIC 9(02) VALUE 0.
000930 77  DL100-HC-ROOM-LEFT              PIC S9(09) COMP VALUE 0.
000931 77  DL100-HC-RECORDS-READ           PIC 9(05) VALUE 0.
000932 77  DL100-HC-PARM-STREAM            PIC X(08) VALUE SPACES.
000933 77  DL100-HC-PARM-NAME-LEN          PIC S9(04) COMP VALUE 0.
000934
000935 01  DL100-HC-STREAM-MODE-SW         PIC X(01) VALUE "N".
000936     88  DL100-HC-SINGLE-STREAM-MODE     VALUE "Y".
000940
000950*--------------------------------------------------------------------
000960* CONFIGURED STREAMS OFF TONIGHT'S CONTROL GENERATION - THE SAME
000970* TABLE SHAPE ONETOTEN ITSELF LOADS, SO THE CAPACITY CHECK SEES
000980* EXACTLY WHAT THE RUN WILL SEE.  A STREAM WITH CATCH-UP RECORDS
000981* HOLDS ONE ENTRY WITH THE LIMITS OF ALL ITS SERIES ADDED TOGETHER.
000990*--------------------------------------------------------------------
001000 77  DL100-HC-STREAM-MAX             PIC 9(02) VALUE 10.
001010 77  DL100-HC-STREAM-COUNT           PIC 9(02) VALUE 0.
001020 77  DL100-HC-STR-SUB                PIC S9(04) COMP VALUE 0.
001021 77  DL100-HC-FOUND-SUB              PIC S9(04) COMP VALUE 0.
001022 77  DL100-HC-WORK-NAME              PIC X(08) VALUE SPACES.
001030 01  DL100-HC-STREAM-TABLE.
001040     05  DL100-HC-STREAM-ENTRY OCCURS 10 TIMES.
001050         10  DL100-HC-STR-NAME       PIC X(08).
001080 01  DL100-HC-SEQ-OPEN-SW            PIC X(01) VALUE "N".
001090     88  DL100-HC-SEQ-OPEN               VALUE "Y".
001100
001101*--------------------------------------------------------------------
001102* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
001103* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
001104* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
001105*--------------------------------------------------------------------
001106 77  DL100-HC-EXC-TEXT               PIC X(132) VALUE SPACES.
001107 77  DL100-HC-FIRST-MSG              PIC X(80) VALUE SPACES.
001108 77  DL100-HC-STS-FUNCTION           PIC X(01) VALUE "W".
001109 77  DL100-HC-STS-STATUS             PIC X(02) VALUE SPACES.
001110 77  DL100-HC-SAVE-RC                PIC S9(04) COMP VALUE 0.
001111     COPY DL100SO.
001112
001113 LINKAGE SECTION.
001114 01  DL100-HC-LS-PARM.
001115     05  DL100-HC-LS-PARM-LEN            PIC S9(04) COMP.
001116     05  DL100-HC-LS-PARM-DATA           PIC X(15).
001117
001118 PROCEDURE DIVISION USING DL100-HC-LS-PARM.
001120*--------------------------------------------------------------------
001130* 0000-MAINLINE - RUN EVERY CHECK, THEN END WITH THE WORST RC.
001140*--------------------------------------------------------------------
001150 0000-MAINLINE.
001160     ACCEPT DL100-HC-TODAY-DATE FROM DATE YYYYMMDD.
001165     PERFORM 0100-GET-STREAM-PARM THRU 0100-EXIT.
001170     PERFORM 1000-CHECK-CONTROL-FILE THRU 1000-EXIT.
001180     PERFORM 2000-CHECK-SEQUENCE-STORE THRU 2000-EXIT.
001190     PERFORM 3000-CHECK-CHECKPOINT THRU 3000-EXIT.
001200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001210     GO TO 9999-EXIT.
001220
001221*--------------------------------------------------------------------
001222* 0100-GET-STREAM-PARM - THE PER-STREAM NIGHTLY JOBS PASS THE SAME
001223* PARM='STREAM=NAME' TO THIS STEP AS TO ONETOTEN, SO ONLY THAT
001224* STREAM IS CHECKED.  WITHOUT ONE EVERY STREAM IS CHECKED.  A NAME
001225* LONGER THAN EIGHT CHARACTERS IS REFUSED RATHER THAN TRUNCATED.
001226*--------------------------------------------------------------------
001227 0100-GET-STREAM-PARM.
001228     IF DL100-HC-LS-PARM-LEN NOT > 7
001229         OR DL100-HC-LS-PARM-DATA (1:7) NOT = "STREAM="
001230         GO TO 0100-EXIT
001231     END-IF.
001232     COMPUTE DL100-HC-PARM-NAME-LEN = DL100-HC-LS-PARM-LEN - 7.
001233     IF DL100-HC-PARM-NAME-LEN > 8
001234         STRING "ONETOTEN0314E PARM STREAM NAME IS LONGER THAN "
001235                "8 CHARACTERS - " DL100-HC-LS-PARM-DATA
001236             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
001237         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001238         MOVE 16 TO DL100-HC-HEALTH-RC
001239         MOVE 16 TO RETURN-CODE
001240         GO TO 9999-EXIT
001241     END-IF.
001242     MOVE DL100-HC-LS-PARM-DATA (8:DL100-HC-PARM-NAME-LEN)
001243         TO DL100-HC-PARM-STREAM.
001244     SET DL100-HC-SINGLE-STREAM-MODE TO TRUE.
001245     DISPLAY "ONETOTEN0315I HEALTH CHECK FOR STREAM "
001246             DL100-HC-PARM-STREAM " ONLY".
001247 0100-EXIT.
001248     EXIT.
001249
001250*--------------------------------------------------------------------
001251* 1000-CHECK-CONTROL-FILE - TONIGHT'S GENERATION MUST EXIST, CARRY
001252* TONIGHT'S BUILD DATE, AND EVERY STREAM LIMIT MUST PASS THE SAME
001260* VALIDATION ONETOTEN APPLIES.  THE STREAMS ARE KEPT FOR THE
001270* CAPACITY CHECK AGAINST THE SEQUENCE STORE.  A SINGLE-STREAM
001273* CHECK KEEPS ONLY ITS OWN STREAM'S RECORDS, AND A STREAM WITH NONE
001276* TONIGHT IS LEFT FOR ONETOTEN TO JUDGE - FROZEN OR MISSING.
001280*--------------------------------------------------------------------
001290 1000-CHECK-CONTROL-FILE.
001300     OPEN INPUT DL100-CTL-FILE.
001310     IF NOT DL100-CTL-FILE-OK
001320         STRING "ONETOTEN0080E CTLFILE UNAVAILABLE - STATUS "
001330                DL100-CTL-FILE-STATUS
001331             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
001332         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001340         PERFORM 7000-RAISE-RC-08 THRU 7000-EXIT
001350         GO TO 1000-EXIT
001360     END-IF.
001370     PERFORM 1100-LOAD-CONTROL-RECORD THRU 1100-EXIT
001380         UNTIL NOT DL100-CTL-FILE-OK.
001390     IF NOT DL100-CTL-FILE-AT-END
001400         STRING "ONETOTEN0080E CTLFILE READ FAILED - STATUS "
001410                DL100-CTL-FILE-STATUS
001411             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
001412         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001420         PERFORM 7000-RAISE-RC-08 THRU 7000-EXIT
001430     END-IF.
001440     CLOSE DL100-CTL-FILE.
001450     IF DL100-HC-RECORDS-READ = 0
001460         STRING "ONETOTEN0081E CTLFILE IS EMPTY - STEP010 DID "
001470                "NOT BUILD TONIGHT'S GENERATION"
001471             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
001472         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001480         PERFORM 7000-RAISE-RC-08 THRU 7000-EXIT
001490         GO TO 1000-EXIT
001491     END-IF.
001492     IF DL100-HC-STREAM-COUNT = 0
001493         AND DL100-HC-SINGLE-STREAM-MODE
001494         DISPLAY "ONETOTEN0316I NO CONTROL RECORD FOR STREAM "
001495                 DL100-HC-PARM-STREAM " - LEFT FOR ONETOTEN"
001496     END-IF.
001500 1000-EXIT.
001510     EXIT.
001520
001550     IF NOT DL100-CTL-FILE-OK
001560         GO TO 1100-EXIT
001570     END-IF.
001575     ADD 1 TO DL100-HC-RECORDS-READ.
001580     IF DL100-CTL-RUN-DATE NOT NUMERIC
001590         OR DL100-CTL-RUN-DATE NOT = DL100-HC-TODAY-DATE
001600         STRING "ONETOTEN0082E CTLFILE GENERATION IS NOT "
001610                "TONIGHT'S - BUILT " DL100-CTL-RUN-DATE
001620                " TONIGHT " DL100-HC-TODAY-DATE
001621             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
001622         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001630         PERFORM 7000-RAISE-RC-08 THRU 7000-EXIT
001640     END-IF.
001641     IF DL100-CTL-SEQ-NAME = SPACES
001642         MOVE "ONETOTEN" TO DL100-HC-WORK-NAME
001643     ELSE
001644         MOVE DL100-CTL-SEQ-NAME TO DL100-HC-WORK-NAME
001645     END-IF.
001646     IF DL100-HC-SINGLE-STREAM-MODE
001647         AND DL100-HC-WORK-NAME NOT = DL100-HC-PARM-STREAM
001648         GO TO 1100-EXIT
001649     END-IF.
001650     IF DL100-CTL-RUN-LIMIT NOT NUMERIC
001660         OR DL100-CTL-RUN-LIMIT = 0
001670         OR DL100-CTL-RUN-LIMIT > DL100-HC-MAX-COUNTER-VALUE
001680         STRING "ONETOTEN0083E CTLFILE RUN LIMIT "
001690                DL100-CTL-RUN-LIMIT " FOR STREAM "
001700                DL100-CTL-SEQ-NAME
001710                " IS NOT SANE - MUST BE 1 THROUGH "
001720                DL100-HC-MAX-COUNTER-VALUE
001721             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
001722         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001730         PERFORM 7000-RAISE-RC-08 THRU 7000-EXIT
001740         GO TO 1100-EXIT
001750     END-IF.
001756     MOVE 0 TO DL100-HC-FOUND-SUB.
001757     PERFORM 1110-FIND-STREAM THRU 1110-EXIT
001758         VARYING DL100-HC-STR-SUB FROM 1 BY 1
001759         UNTIL DL100-HC-STR-SUB > DL100-HC-STREAM-COUNT
001760             OR DL100-HC-FOUND-SUB > 0.
001761     IF DL100-HC-FOUND-SUB > 0
001762         ADD DL100-CTL-RUN-LIMIT
001763             TO DL100-HC-STR-LIMIT (DL100-HC-FOUND-SUB)
001764         GO TO 1100-EXIT
001765     END-IF.
001766     IF DL100-HC-STREAM-COUNT >= DL100-HC-STREAM-MAX
001770         STRING "ONETOTEN0083E CTLFILE CONFIGURES MORE THAN "
001780                DL100-HC-STREAM-MAX " STREAMS"
001781             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
001782         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001790         PERFORM 7000-RAISE-RC-08 THRU 7000-EXIT
001800         GO TO 1100-EXIT
001810     END-IF.
001820     ADD 1 TO DL100-HC-STREAM-COUNT.
001830     MOVE DL100-HC-WORK-NAME
001840         TO DL100-HC-STR-NAME (DL100-HC-STREAM-COUNT).
001900     MOVE DL100-CTL-RUN-LIMIT
001910         TO DL100-HC-STR-LIMIT (DL100-HC-STREAM-COUNT).
001920 1100-EXIT.
001930     EXIT.
001931
001932 1110-FIND-STREAM.
001933     IF DL100-HC-STR-NAME (DL100-HC-STR-SUB) = DL100-HC-WORK-NAME
001934         MOVE DL100-HC-STR-SUB TO DL100-HC-FOUND-SUB
001935     END-IF.
001936 1110-EXIT.
001937     EXIT.
001940
001950*--------------------------------------------------------------------
001960* 2000-CHECK-SEQUENCE-STORE - SEQFILE MUST OPEN, AND EVERY
002010 2000-CHECK-SEQUENCE-STORE.
002020     OPEN INPUT DL100-SEQ-FILE.
002030     IF NOT DL100-SEQ-FILE-OK
002040         STRING "ONETOTEN0084E SEQFILE UNAVAILABLE - STATUS "
002050                DL100-SEQ-FILE-STATUS
002060                " - TONIGHT'S RUN WOULD DIE MID-LOOP"
002061             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
002062         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002070         PERFORM 7100-RAISE-RC-12 THRU 7100-EXIT
002080         GO TO 2000-EXIT
002090     END-IF.
002230             MOVE 0 TO DL100-SEQ-LAST-VALUE
002240     END-READ.
002250     IF DL100-SEQ-LAST-VALUE NOT NUMERIC
002260         STRING "ONETOTEN0085E SEQUENCE "
002270                DL100-HC-STR-NAME (DL100-HC-STR-SUB)
002280                " LAST VALUE IS NOT NUMERIC - STORE SUSPECT"
002281             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
002282         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002290         PERFORM 7100-RAISE-RC-12 THRU 7100-EXIT
002300         GO TO 2100-EXIT
002310     END-IF.
002330     SUBTRACT DL100-SEQ-LAST-VALUE FROM DL100-HC-ROOM-LEFT.
002340     IF DL100-HC-ROOM-LEFT
002350         < DL100-HC-STR-LIMIT (DL100-HC-STR-SUB)
002360         STRING "ONETOTEN0085E SEQUENCE "
002370                DL100-HC-STR-NAME (DL100-HC-STR-SUB)
002380                " AT " DL100-SEQ-LAST-VALUE
002390                " LEAVES NO ROOM FOR TONIGHT'S LIMIT "
002400                DL100-HC-STR-LIMIT (DL100-HC-STR-SUB)
002410                " UNDER CAPACITY " DL100-HC-MAX-COUNTER-VALUE
002411             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
002412         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002420         PERFORM 7100-RAISE-RC-12 THRU 7100-EXIT
002430     END-IF.
002440 2100-EXIT.
002650     IF DL100-CK-JOB-ID = SPACES
002660         GO TO 3000-EXIT
002670     END-IF.
002680     STRING "ONETOTEN0086E RESIDUAL CHECKPOINT ON FILE - "
002690            "STREAM " DL100-CK-JOB-ID
002700            " AT ITERATION " DL100-CK-ITER-DONE
002710            " OF LIMIT " DL100-CK-CFG-LIMIT
002720            " STAMPED " DL100-CK-TIMESTAMP
002721         DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
002722     PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT.
002730     STRING "ONETOTEN0086E ONETOTEN RESUMES IT ONLY IF THE "
002740            "STREAM AND LIMIT STILL MATCH - OTHERWISE IT "
002750            "RESTARTS FROM ZERO"
002751         DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
002752     PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT.
002760     IF DL100-HC-HEALTH-RC < 4
002770         MOVE 4 TO DL100-HC-HEALTH-RC
002780     END-IF.
002980         DISPLAY "ONETOTEN0087I PRE-FLIGHT HEALTH CHECK PASSED - "
002990                 DL100-HC-STREAM-COUNT " STREAM(S) READY"
003000     ELSE
003010         STRING "ONETOTEN0088E PRE-FLIGHT HEALTH CHECK FAILED - "
003020                "WORST CONDITION RC " DL100-HC-HEALTH-RC
003030                " - STEP020 SHOULD BE HELD"
003031             DELIMITED BY SIZE INTO DL100-HC-EXC-TEXT
003032         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003040     END-IF.
003050     MOVE DL100-HC-HEALTH-RC TO RETURN-CODE.
003060 8000-EXIT.
003070     EXIT.
003080
003081*--------------------------------------------------------------------
003082* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
003083* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
003084*--------------------------------------------------------------------
003085 8800-NOTE-EXCEPTION.
003086     DISPLAY DL100-HC-EXC-TEXT.
003087     IF DL100-HC-FIRST-MSG = SPACES
003088         MOVE DL100-HC-EXC-TEXT TO DL100-HC-FIRST-MSG
003089     END-IF.
003090     MOVE SPACES TO DL100-HC-EXC-TEXT.
003091 8800-EXIT.
003092     EXIT.
003093
003094*--------------------------------------------------------------------
003095* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
003096* THE MORNING STATUS PAGE - THE WORST-CONDITION RC, THE STREAMS
003097* CHECKED, AND THE FIRST CONDITION FOUND.
003098*--------------------------------------------------------------------
003099 8900-WRITE-STEP-OUTCOME.
003100     MOVE RETURN-CODE TO DL100-HC-SAVE-RC.
003101     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
003102     MOVE "STREAMS" TO DL100-SO-COUNT-LABEL (1).
003103     MOVE DL100-HC-STREAM-COUNT TO DL100-SO-COUNT-VALUE (1).
003104     MOVE DL100-HC-FIRST-MSG TO DL100-SO-FIRST-MSG.
003105     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
003106 8900-EXIT.
003107     EXIT.
003108
003109*--------------------------------------------------------------------
003110* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
003111*--------------------------------------------------------------------
003112 8910-CLEAR-OUTCOME.
003113     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
003114     MOVE 0 TO DL100-SO-RUN-DATE.
003115     MOVE "DL100HCK" TO DL100-SO-PROGRAM.
003116     MOVE DL100-HC-SAVE-RC TO DL100-SO-RETURN-CODE.
003117     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
003118         DL100-SO-COUNT-VALUE (3).
003119 8910-EXIT.
003120     EXIT.
003121
003122*--------------------------------------------------------------------
003123* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
003124* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
003125* THE STEP'S OWN IS PUT BACK AFTER IT.
003126*--------------------------------------------------------------------
003127 8920-FILE-OUTCOME.
003128     CALL "DL100STS" USING DL100-HC-STS-FUNCTION
003129                           DL100-RUN-STATUS-RECORD
003130                           DL100-HC-STS-STATUS.
003131     MOVE DL100-HC-SAVE-RC TO RETURN-CODE.
003132 8920-EXIT.
003133     EXIT.
003134
003135*--------------------------------------------------------------------
003136* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.
003137*--------------------------------------------------------------------
003138 9999-EXIT.
003139     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
003140     STOP RUN.
003141 END PROGRAM DL100HCK.
