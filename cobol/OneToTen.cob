001240*                     DOES AFTER A CANCEL, BUT WITHOUT THE BURNED
001250*                     BLOCK, THE RESIDUAL-CHECKPOINT PAGE, OR THE
001260*                     MISSING-TRAILER CLEANUP A CANCEL LEAVES.
001261*   10/15/2026  DLH   SINGLE-STREAM MODE FOR THE PARALLEL NIGHTLY
001262*                     JOBS.  PARM='STREAM=NAME' RUNS ONLY THE
001263*                     CONTROL RECORDS FOR THAT ONE STREAM, SO EACH
001264*                     STREAM'S JOB MINTS INTO ITS OWN OTFILE WORK
001265*                     GENERATION WITH ITS OWN CHECKPOINT AND RUN
001266*                     HISTORY; DL100MRG THEN BUILDS THE NIGHTLY
001267*                     OTFILE FROM THE PIECES.  A NUMERIC PARM AND
001268*                     NO PARM AT ALL BEHAVE EXACTLY AS BEFORE.
001269*   10/15/2026  DLH   CATCH-UP SERIES.  A CONTROL RECORD OF RUN TYPE
001270*                     C (BUILT BY DL100CTB FOR A MISSED NIGHT) IS
001271*                     MINTED AS ITS OWN DETAIL SERIES AND TRAILER
001272*                     STAMPED WITH THE MISSED NIGHT'S DATE, AND ITS
001273*                     RUN HISTORY CARRIES THAT NIGHT SO THE NIGHT IS
001274*                     NOT CAUGHT UP TWICE.  THE CHECKPOINT CARRIES
001275*                     THE NIGHT SO A RESTART RESUMES THE RIGHT
001276*                     SERIES.  THE STREAM TABLE HOLDS 80 ENTRIES.
001277*   10/15/2026  DLH   CHECK-DIGIT NUMBERING.  EVERY NUMBER DEALT
001278*                     OUT IS PASSED BACK THROUGH SEQNBRSVC'S NEW
001279*                     "D" FUNCTION; FOR A STREAM REGISTERED WITH
001280*                     A CHECK-DIGIT METHOD THE FULL NUMBER (THE
001281*                     COUNTER WITH ITS CHECK DIGIT) IS WRITTEN TO
001282*                     THE OTFILE DETAIL AND THE AUDITFL RECORD
001283*                     BESIDE THE COUNTER.  A STREAM WITHOUT ONE
001284*                     WRITES EXACTLY WHAT IT WROTE BEFORE.
001285*   10/15/2026  DLH   STEP OUTCOME.  FILES DL100SO RECORDS ON RUNSTAT
001286*                     THROUGH DL100STS - ONE PER STREAM SERIES AS IT
001287*                     CLOSES (LIMIT, ITERATIONS, RECORDS WRITTEN OR THE
001288*                     MISSED NIGHT OF A CATCH-UP SERIES, RECON FLAG)
001289*                     AND ONE FOR THE STEP AS IT ENDS (RC, STREAMS,
001290*                     WORST RECON FLAG, FIRST ERROR OR WARNING MESSAGE,
001291*                     WHICH EVERY MESSAGE NOW PASSES THROUGH
001292*                     8800-NOTE-EXCEPTION TO RECORD).  NEEDS THE RUNSTAT
001293*                     AND STEPID DDS.
001294*   10/15/2026  DLH   A SINGLE-STREAM RUN WHOSE STREAM HAS NO CONTROL
001295*                     RECORD TONIGHT NOW LOOKS THE STREAM UP ON
001296*                     STRMREG.  A FROZEN STREAM IS NOT SCHEDULED BY
001297*                     DL100CTB, SO ITS JOB WRITES AN EMPTY PIECE (THE
001298*                     HEADER ONLY) AND ENDS RC 0 INSTEAD OF FAILING
001299*                     EVERY NIGHT; ANY OTHER MISSING STREAM IS STILL
001300*                     RC 16.  NEEDS THE STRMREG DD.
001301*--------------------------------------------------------------------
001302 ENVIRONMENT DIVISION.
001303 INPUT-OUTPUT SECTION.
001304 FILE-CONTROL.
001310     SELECT DL100-CTL-FILE ASSIGN TO "CTLFILE"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS DL100-CTL-FILE-STATUS.
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS DL100-STOP-FILE-STATUS.
001540
001541     SELECT DL100-STREAM-REG-FILE ASSIGN TO "STRMREG"
001542         ORGANIZATION IS INDEXED
001543         ACCESS MODE IS DYNAMIC
001544         RECORD KEY IS DL100-SR-STREAM-NAME
001545         FILE STATUS IS DL100-STREAM-REG-STATUS.
001546
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  DL100-CTL-FILE
001780     RECORDING MODE IS F.
001790 01  DL100-STOP-RECORD               PIC X(80).
001800
001802 FD  DL100-STREAM-REG-FILE.
001804     COPY DL100SR.
001806
001810 WORKING-STORAGE SECTION.
001820 01  Counter                         PIC 9(04) VALUE 0.
001830
001940 77  DL100-TODAY-DATE                PIC 9(08) VALUE 0.
001950 77  DL100-CTL-SAVE-RUN-DATE         PIC 9(08) VALUE 0.
001960 77  DL100-RUN-TIMESTAMP             PIC X(16) VALUE SPACES.
001961 77  DL100-PARM-STREAM               PIC X(08) VALUE SPACES.
001962 77  DL100-PARM-NAME-LEN             PIC S9(04) COMP VALUE 0.
001963 77  DL100-CTL-STREAM-NAME           PIC X(08) VALUE SPACES.
001964 77  DL100-NIGHT-DATE                PIC 9(08) VALUE 0.
001965 77  DL100-SERIES-DATE               PIC 9(08) VALUE 0.
001970
001980 77  DL100-CTL-FILE-STATUS           PIC X(02) VALUE SPACES.
001990     88  DL100-CTL-FILE-OK               VALUE "00".
002160
002170 77  DL100-STOP-FILE-STATUS          PIC X(02) VALUE SPACES.
002180     88  DL100-STOP-FILE-OK              VALUE "00".
002182
002184 77  DL100-STREAM-REG-STATUS         PIC X(02) VALUE SPACES.
002186     88  DL100-STREAM-REG-OK             VALUE "00".
002188     88  DL100-STREAM-REG-NOT-FOUND      VALUE "23".
002190
002191 01  DL100-STREAM-MODE-SW            PIC X(01) VALUE "N".
002192     88  DL100-SINGLE-STREAM-MODE        VALUE "Y".
002193
002194 01  DL100-STREAM-FROZEN-SW          PIC X(01) VALUE "N".
002195     88  DL100-STREAM-IS-FROZEN          VALUE "Y".
002196
002200 01  DL100-STOP-REQUEST-SW           PIC X(01) VALUE "N".
002210     88  DL100-STOP-REQUESTED            VALUE "Y".
002220
002310*--------------------------------------------------------------------
002320* CONFIGURED SEQUENCE STREAMS - ONE ENTRY PER CONTROL RECORD.  THE
002330* PROCESS LOOP RUNS THEM IN CONTROL-FILE ORDER, EACH UNDER ITS OWN
002340* SEQUENCE NAME AND RUN LIMIT.  A CATCH-UP ENTRY ALSO CARRIES THE
002341* MISSED NIGHT IT MINTS FOR; A NIGHT DATE OF ZERO MEANS TONIGHT.
002350*--------------------------------------------------------------------
002360 77  DL100-STREAM-MAX                PIC 9(02) VALUE 80.
002370 77  DL100-STREAM-COUNT              PIC 9(02) VALUE 0.
002380 77  DL100-STREAM-SUB                PIC S9(04) COMP VALUE 0.
002390 77  DL100-RESUME-STREAM             PIC 9(02) VALUE 0.
002400 01  DL100-STREAM-TABLE.
002410     05  DL100-STREAM-ENTRY OCCURS 80 TIMES.
002420         10  DL100-STREAM-NAME       PIC X(08).
002430         10  DL100-STREAM-LIMIT      PIC 9(06).
002431         10  DL100-STREAM-NIGHT-DATE PIC 9(08).
002432         10  DL100-STREAM-TYPE       PIC X(01).
002433             88  DL100-STREAM-CATCHUP    VALUE "C".
002440
002450*--------------------------------------------------------------------
002460* CHECKPOINT FIELDS SAVED OFF THE RECORD AT INITIALIZE TIME, BEFORE
002520 77  DL100-CK-SAVE-ITER-DONE         PIC 9(06) VALUE 0.
002530 77  DL100-CK-SAVE-WRITTEN           PIC 9(06) VALUE 0.
002540 77  DL100-CK-SAVE-CFG-LIMIT        PIC 9(06) VALUE 0.
002541 77  DL100-CK-SAVE-NIGHT-DATE        PIC 9(08) VALUE 0.
002550
002560*--------------------------------------------------------------------
002570* RUN-HISTORY FIELDS - EACH STREAM'S START STAMP AND RESUME FLAG,
002970 77  DL100-SEQ-STATUS                PIC X(02) VALUE SPACES.
002980     88  DL100-SEQ-OK                    VALUE "00".
002990 77  DL100-SEQ-FUNCTION              PIC X(01) VALUE "R".
002991 77  DL100-CHECKED-NBR               PIC 9(05) VALUE 0.
003000
003010*--------------------------------------------------------------------
003020* LOCALLY RESERVED NUMBER BLOCK - DRAWN FROM SEQNBRSVC ONE
003190             INDEXED BY DL100-OUTPUT-IDX.
003200         10  DL100-BUF-COUNTER           PIC 9(04).
003210         10  DL100-BUF-TIMESTAMP         PIC X(16).
003211         10  DL100-BUF-CHECKED-NBR       PIC X(05).
003220
003230*--------------------------------------------------------------------
003240* CHECKPOINT IS SAVED EVERY DL100-CKPT-INTERVAL ITERATIONS, AND SET
003360
003370 77  DL100-SAVE-RETURN-CODE          PIC S9(04) COMP VALUE 0.
003380
003381*--------------------------------------------------------------------
003382* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
003383* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
003384* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
003385*--------------------------------------------------------------------
003386 77  DL100-EXC-TEXT                  PIC X(132) VALUE SPACES.
003387 77  DL100-FIRST-MSG                 PIC X(80) VALUE SPACES.
003388 77  DL100-STS-FUNCTION              PIC X(01) VALUE "W".
003389 77  DL100-STS-STATUS                PIC X(02) VALUE SPACES.
003390 77  DL100-STEP-RECON-FLAG           PIC X(01) VALUE "B".
003391     COPY DL100SO.
003392
003393 LINKAGE SECTION.
003400 01  DL100-LS-PARM.
003410     05  DL100-LS-PARM-LEN               PIC S9(04) COMP.
003420     05  DL100-LS-PARM-DATA              PIC X(15).
003430
003440 PROCEDURE DIVISION USING DL100-LS-PARM.
003450*--------------------------------------------------------------------
003670*--------------------------------------------------------------------
003680* 1010-GET-RUN-CONFIG - AN EXEC PARM STILL MEANS A SINGLE ONETOTEN
003690* STREAM WITH THAT LIMIT, THE WAY OPS HAS ALWAYS USED IT; WITHOUT A
003700* PARM THE CONTROL FILE SUPPLIES ONE RECORD PER STREAM.  A PARM OF
003701* STREAM=NAME STILL READS THE CONTROL FILE BUT KEEPS ONLY THAT ONE
003702* STREAM'S RECORDS - THE PARALLEL NIGHTLY JOBS RUN THAT WAY.
003710*--------------------------------------------------------------------
003720 1010-GET-RUN-CONFIG.
003730     EVALUATE TRUE
003731         WHEN DL100-LS-PARM-LEN > 7
003732          AND DL100-LS-PARM-DATA (1:7) = "STREAM="
003733             PERFORM 1015-GET-STREAM-PARM THRU 1015-EXIT
003734             PERFORM 1020-READ-CONTROL-FILE THRU 1020-EXIT
003735         WHEN DL100-LS-PARM-LEN > 0
003740             MOVE DL100-LS-PARM-DATA (1:6) TO DL100-PARM-LIMIT
003750             INSPECT DL100-PARM-LIMIT
003751                 REPLACING LEADING SPACE BY ZERO
003760             MOVE 1 TO DL100-STREAM-COUNT
003770             MOVE "ONETOTEN" TO DL100-STREAM-NAME (1)
003780             MOVE DL100-PARM-LIMIT TO DL100-STREAM-LIMIT (1)
003781             MOVE 0 TO DL100-STREAM-NIGHT-DATE (1)
003782             MOVE SPACE TO DL100-STREAM-TYPE (1)
003790         WHEN OTHER
003800             PERFORM 1020-READ-CONTROL-FILE THRU 1020-EXIT
003810     END-EVALUATE.
003820 1010-EXIT.
003830     EXIT.
003831
003832*--------------------------------------------------------------------
003833* 1015-GET-STREAM-PARM - PULL THE STREAM NAME OFF A STREAM=NAME
003834* PARM.  A NAME LONGER THAN EIGHT CHARACTERS CANNOT BE A SEQUENCE
003835* NAME AND IS REFUSED RATHER THAN TRUNCATED INTO SOMEBODY ELSE'S.
003836*--------------------------------------------------------------------
003837 1015-GET-STREAM-PARM.
003838     COMPUTE DL100-PARM-NAME-LEN = DL100-LS-PARM-LEN - 7.
003839     IF DL100-PARM-NAME-LEN > 8
003840         STRING "ONETOTEN0210E PARM STREAM NAME IS LONGER THAN "
003841                "8 CHARACTERS - " DL100-LS-PARM-DATA
003842             DELIMITED BY SIZE INTO DL100-EXC-TEXT
003843         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003844         MOVE 16 TO RETURN-CODE
003845         GO TO 9999-EXIT
003846     END-IF.
003847     MOVE SPACES TO DL100-PARM-STREAM.
003848     MOVE DL100-LS-PARM-DATA (8:DL100-PARM-NAME-LEN)
003849         TO DL100-PARM-STREAM.
003850     SET DL100-SINGLE-STREAM-MODE TO TRUE.
003851     DISPLAY "ONETOTEN0211I SINGLE-STREAM RUN FOR STREAM "
003852             DL100-PARM-STREAM.
003853 1015-EXIT.
003854     EXIT.
003855
003856 1020-READ-CONTROL-FILE.
003860     OPEN INPUT DL100-CTL-FILE.
003870     IF NOT DL100-CTL-FILE-OK
003880         STRING "ONETOTEN0001E NO PARM, CTLFILE UNAVAILABLE "
003890                "- STATUS " DL100-CTL-FILE-STATUS
003891             DELIMITED BY SIZE INTO DL100-EXC-TEXT
003892         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003900         MOVE 16 TO RETURN-CODE
003910         GO TO 9999-EXIT
003920     END-IF.
003930     PERFORM 1030-LOAD-CONTROL-RECORD THRU 1030-EXIT
003940         UNTIL NOT DL100-CTL-FILE-OK.
003950     IF NOT DL100-CTL-FILE-AT-END
003960         STRING "ONETOTEN0090E CTLFILE READ FAILED - STATUS "
003970                DL100-CTL-FILE-STATUS
003971             DELIMITED BY SIZE INTO DL100-EXC-TEXT
003972         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003980         CLOSE DL100-CTL-FILE
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-EXIT
004010     END-IF.
004020     CLOSE DL100-CTL-FILE.
004021     IF DL100-STREAM-COUNT = 0
004022         AND DL100-SINGLE-STREAM-MODE
004023         PERFORM 1040-CHECK-FROZEN-STREAM THRU 1040-EXIT
004024         STRING "ONETOTEN0212E CTLFILE HAS NO CONTROL RECORD "
004025                "FOR STREAM " DL100-PARM-STREAM
004026             DELIMITED BY SIZE INTO DL100-EXC-TEXT
004027         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004028         MOVE 16 TO RETURN-CODE
004029         GO TO 9999-EXIT
004030     END-IF.
004031     IF DL100-STREAM-COUNT = 0
004040         STRING "ONETOTEN0002E CTLFILE IS EMPTY"
004041             DELIMITED BY SIZE INTO DL100-EXC-TEXT
004042         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004050         MOVE 16 TO RETURN-CODE
004060         GO TO 9999-EXIT
004070     END-IF.
004130     IF NOT DL100-CTL-FILE-OK
004140         GO TO 1030-EXIT
004150     END-IF.
004151     IF DL100-CTL-SAVE-RUN-DATE = 0
004152         AND DL100-CTL-RUN-DATE NUMERIC
004153         MOVE DL100-CTL-RUN-DATE TO DL100-CTL-SAVE-RUN-DATE
004154     END-IF.
004155     IF DL100-CTL-SEQ-NAME = SPACES
004156         MOVE "ONETOTEN" TO DL100-CTL-STREAM-NAME
004157     ELSE
004158         MOVE DL100-CTL-SEQ-NAME TO DL100-CTL-STREAM-NAME
004159     END-IF.
004160     IF DL100-SINGLE-STREAM-MODE
004161         AND DL100-CTL-STREAM-NAME NOT = DL100-PARM-STREAM
004162         GO TO 1030-EXIT
004163     END-IF.
004164     IF DL100-STREAM-COUNT >= DL100-STREAM-MAX
004170         STRING "ONETOTEN0091E CTLFILE CONFIGURES MORE THAN "
004180                DL100-STREAM-MAX " STREAMS"
004181             DELIMITED BY SIZE INTO DL100-EXC-TEXT
004182         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004190         CLOSE DL100-CTL-FILE
004200         MOVE 16 TO RETURN-CODE
004210         GO TO 9999-EXIT
004220     END-IF.
004230     ADD 1 TO DL100-STREAM-COUNT.
004240     MOVE DL100-CTL-STREAM-NAME
004250         TO DL100-STREAM-NAME (DL100-STREAM-COUNT).
004300     MOVE DL100-CTL-RUN-LIMIT
004310         TO DL100-STREAM-LIMIT (DL100-STREAM-COUNT).
004311     MOVE 0 TO DL100-STREAM-NIGHT-DATE (DL100-STREAM-COUNT).
004312     IF DL100-CTL-NIGHT-DATE NUMERIC
004313         MOVE DL100-CTL-NIGHT-DATE
004314             TO DL100-STREAM-NIGHT-DATE (DL100-STREAM-COUNT)
004315     END-IF.
004316     MOVE SPACE TO DL100-STREAM-TYPE (DL100-STREAM-COUNT).
004317     IF DL100-CTL-CATCHUP-RUN
004318         AND DL100-STREAM-NIGHT-DATE (DL100-STREAM-COUNT) > 0
004319         SET DL100-STREAM-CATCHUP (DL100-STREAM-COUNT) TO TRUE
004320     END-IF.
004360 1030-EXIT.
004370     EXIT.
004380
004381*--------------------------------------------------------------------
004382* 1040-CHECK-FROZEN-STREAM - A SINGLE-STREAM RUN FOUND NO CONTROL
004383* RECORD FOR ITS STREAM.  DL100CTB BUILDS NONE FOR A STREAM FROZEN
004384* ON STRMREG, BUT THE STREAM'S JOB STILL RUNS EVERY NIGHT - SO A
004385* FROZEN STREAM LEAVES AN EMPTY PIECE FOR DL100MRG AND ENDS CLEAN.
004386* ANY OTHER STREAM FALLS BACK TO THE CALLER, WHICH FAILS THE STEP.
004387* THE VERDICT IS TAKEN FROM THE READ BEFORE THE FILE IS CLOSED - A
004388* STREAM NOT ON STRMREG IS NEVER TREATED AS FROZEN.
004389*--------------------------------------------------------------------
004390 1040-CHECK-FROZEN-STREAM.
004391     OPEN INPUT DL100-STREAM-REG-FILE.
004392     IF NOT DL100-STREAM-REG-OK
004393         STRING "ONETOTEN0312E STRMREG UNAVAILABLE - STATUS "
004394                DL100-STREAM-REG-STATUS
004395             DELIMITED BY SIZE INTO DL100-EXC-TEXT
004396         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004397         MOVE 16 TO RETURN-CODE
004398         GO TO 9999-EXIT
004399     END-IF.
004400     MOVE DL100-PARM-STREAM TO DL100-SR-STREAM-NAME.
004401     READ DL100-STREAM-REG-FILE
004402         INVALID KEY
004403             CONTINUE
004404     END-READ.
004405     IF NOT DL100-STREAM-REG-OK
004406         AND NOT DL100-STREAM-REG-NOT-FOUND
004407         STRING "ONETOTEN0312E STRMREG READ FAILED - STATUS "
004408                DL100-STREAM-REG-STATUS
004409             DELIMITED BY SIZE INTO DL100-EXC-TEXT
004410         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004411         CLOSE DL100-STREAM-REG-FILE
004412         MOVE 16 TO RETURN-CODE
004413         GO TO 9999-EXIT
004414     END-IF.
004415     MOVE "N" TO DL100-STREAM-FROZEN-SW.
004416     IF DL100-STREAM-REG-OK
004417         AND DL100-SR-FROZEN
004418         SET DL100-STREAM-IS-FROZEN TO TRUE
004419     END-IF.
004420     CLOSE DL100-STREAM-REG-FILE.
004421     IF NOT DL100-STREAM-IS-FROZEN
004422         GO TO 1040-EXIT
004423     END-IF.
004424     DISPLAY "ONETOTEN0313I STREAM " DL100-PARM-STREAM
004425             " IS FROZEN ON STRMREG - NOT SCHEDULED".
004426     PERFORM 1050-WRITE-EMPTY-PIECE THRU 1050-EXIT.
004427     MOVE 0 TO RETURN-CODE.
004428     GO TO 9999-EXIT.
004429 1040-EXIT.
004430     EXIT.
004431
004432*--------------------------------------------------------------------
004433* 1050-WRITE-EMPTY-PIECE - TONIGHT'S OTFILE, AUDITFL AND HISTFILE
004434* WORK GENERATIONS FOR A FROZEN STREAM: THE OTFILE PIECE CARRIES
004435* ONLY ITS TYPE-H HEADER, STAMPED WITH TONIGHT'S CONTROL GENERATION
004436* SO DL100MRG TAKES IT AS TONIGHT'S, AND THE OTHER TWO ARE EMPTY.
004437* THE CHECKPOINT IS LEFT AS IT IS FOR WHEN THE STREAM IS THAWED.
004438*--------------------------------------------------------------------
004439 1050-WRITE-EMPTY-PIECE.
004440     ACCEPT DL100-TODAY-DATE FROM DATE YYYYMMDD.
004441     OPEN OUTPUT DL100-OUTPUT-FILE.
004442     IF NOT DL100-OUTPUT-FILE-OK
004443         STRING "ONETOTEN0094E OTFILE OPEN FAILED - STATUS "
004444                DL100-OUTPUT-FILE-STATUS
004445             DELIMITED BY SIZE INTO DL100-EXC-TEXT
004446         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004447         MOVE 16 TO RETURN-CODE
004448         GO TO 9999-EXIT
004449     END-IF.
004450     PERFORM 1310-WRITE-OUTPUT-HEADER THRU 1310-EXIT.
004451     CLOSE DL100-OUTPUT-FILE.
004452     OPEN OUTPUT DL100-AUDIT-FILE.
004453     CLOSE DL100-AUDIT-FILE.
004454     OPEN OUTPUT DL100-HISTORY-FILE.
004455     CLOSE DL100-HISTORY-FILE.
004456 1050-EXIT.
004457     EXIT.
004458
004459*--------------------------------------------------------------------
004460* 1100-VALIDATE-LIMITS - EVERY CONFIGURED STREAM'S LIMIT IS CHECKED
004461* BEFORE ANY STREAM RUNS, SO A BAD SECOND STREAM CANNOT WASTE THE
004462* FIRST ONE'S COMPLETED WORK.
004463*--------------------------------------------------------------------
004464 1100-VALIDATE-LIMITS.
004465     PERFORM 1110-VALIDATE-ONE-LIMIT THRU 1110-EXIT
004466         VARYING DL100-STREAM-SUB FROM 1 BY 1
004470         UNTIL DL100-STREAM-SUB > DL100-STREAM-COUNT.
004480 1100-EXIT.
004490     EXIT.
004510 1110-VALIDATE-ONE-LIMIT.
004520     IF DL100-STREAM-LIMIT (DL100-STREAM-SUB) NOT NUMERIC
004530         OR DL100-STREAM-LIMIT (DL100-STREAM-SUB) = 0
004540         STRING "ONETOTEN0003E CONFIGURED RUN LIMIT IS ZERO OR "
004550                "NOT NUMERIC FOR STREAM "
004560                DL100-STREAM-NAME (DL100-STREAM-SUB)
004561             DELIMITED BY SIZE INTO DL100-EXC-TEXT
004562         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004570         MOVE 16 TO RETURN-CODE
004580         GO TO 9999-EXIT
004590     END-IF.
004600     IF DL100-STREAM-LIMIT (DL100-STREAM-SUB)
004610         > DL100-MAX-COUNTER-VALUE
004620         STRING "ONETOTEN0004E RUN LIMIT "
004630                DL100-STREAM-LIMIT (DL100-STREAM-SUB)
004640                " FOR STREAM "
004650                DL100-STREAM-NAME (DL100-STREAM-SUB)
004660                " EXCEEDS THE COUNTER FIELD CAPACITY OF "
004670                DL100-MAX-COUNTER-VALUE
004671             DELIMITED BY SIZE INTO DL100-EXC-TEXT
004672         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004680         MOVE 16 TO RETURN-CODE
004690         GO TO 9999-EXIT
004700     END-IF.
004750* 1200-READ-CHECKPOINT - A CHECKPOINT NAMES THE STREAM IT WAS CUT
004760* OFF IN.  WHEN THAT STREAM IS STILL CONFIGURED WITH THE SAME
004770* LIMIT, THE RUN RESUMES THERE - EARLIER STREAMS ARE ALREADY
004780* COMPLETE AND ARE SKIPPED BY THE PROCESS LOOP.  THE NIGHT DATE
004781* PICKS OUT WHICH SERIES OF A STREAM WITH CATCH-UP NIGHTS WAS CUT
004782* OFF; A CHECKPOINT OR ENTRY WITHOUT ONE MATCHES ON NAME AND LIMIT.
004790*--------------------------------------------------------------------
004800 1200-READ-CHECKPOINT.
004810     SET DL100-CHECKPOINT-NOT-FOUND TO TRUE.
004950                     TO DL100-CK-SAVE-WRITTEN
004960                 MOVE DL100-CK-CFG-LIMIT
004970                     TO DL100-CK-SAVE-CFG-LIMIT
004971                 IF DL100-CK-NIGHT-DATE NUMERIC
004972                     MOVE DL100-CK-NIGHT-DATE
004973                         TO DL100-CK-SAVE-NIGHT-DATE
004974                 END-IF
004980         END-READ
004990         CLOSE DL100-CHECKPOINT-FILE
005000     END-IF.
005130         = DL100-STREAM-NAME (DL100-STREAM-SUB)
005140         AND DL100-CK-SAVE-CFG-LIMIT
005150             = DL100-STREAM-LIMIT (DL100-STREAM-SUB)
005151         AND (DL100-CK-SAVE-NIGHT-DATE = 0
005152             OR DL100-STREAM-NIGHT-DATE (DL100-STREAM-SUB) = 0
005153             OR DL100-CK-SAVE-NIGHT-DATE
005154                 = DL100-STREAM-NIGHT-DATE (DL100-STREAM-SUB))
005160         SET DL100-CHECKPOINT-FOUND TO TRUE
005170         MOVE DL100-STREAM-SUB TO DL100-RESUME-STREAM
005180     END-IF.
005590     MOVE DL100-CTL-SAVE-RUN-DATE TO DL100-OT-HDR-CTL-DATE.
005600     WRITE DL100-OUTPUT-RECORD.
005610     IF NOT DL100-OUTPUT-FILE-OK
005620         STRING "ONETOTEN0094E OTFILE HEADER WRITE FAILED - "
005630                "STATUS " DL100-OUTPUT-FILE-STATUS
005631             DELIMITED BY SIZE INTO DL100-EXC-TEXT
005632         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
005640         MOVE 16 TO RETURN-CODE
005650         GO TO 9999-EXIT
005660     END-IF.
005910     MOVE DL100-JOB-ID TO DL100-SEQ-REQUEST-NAME.
005920     MOVE DL100-STREAM-LIMIT (DL100-STREAM-SUB)
005930         TO DL100-RUN-LIMIT.
005931     MOVE DL100-TODAY-DATE TO DL100-NIGHT-DATE.
005932     IF DL100-STREAM-NIGHT-DATE (DL100-STREAM-SUB) > 0
005933         MOVE DL100-STREAM-NIGHT-DATE (DL100-STREAM-SUB)
005934             TO DL100-NIGHT-DATE
005935     END-IF.
005936     MOVE DL100-TODAY-DATE TO DL100-SERIES-DATE.
005937     IF DL100-STREAM-CATCHUP (DL100-STREAM-SUB)
005938         MOVE DL100-NIGHT-DATE TO DL100-SERIES-DATE
005939         DISPLAY "ONETOTEN0234I STREAM " DL100-JOB-ID
005940                 " CATCH-UP SERIES FOR MISSED NIGHT "
005941                 DL100-SERIES-DATE
005942     END-IF.
005943     MOVE 0 TO DL100-BLOCK-REMAINING.
005950     IF DL100-CHECKPOINT-FOUND
005960         AND DL100-STREAM-SUB = DL100-RESUME-STREAM
005970         MOVE DL100-CK-SAVE-COUNTER TO Counter
006690                            DL100-SEQ-STATUS
006700                            DL100-SEQ-FUNCTION.
006710     IF NOT DL100-SEQ-OK
006720         STRING "ONETOTEN0006E SEQNBRSVC RETURNED STATUS "
006730                DL100-SEQ-STATUS
006731             DELIMITED BY SIZE INTO DL100-EXC-TEXT
006732         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006740         PERFORM 2900-FLUSH-BUFFERS THRU 2900-EXIT
006750         MOVE 16 TO RETURN-CODE
006760         GO TO 9999-EXIT
006790     ADD DL100-BLOCK-SIZE TO DL100-BLOCK-END.
006800     SUBTRACT 1 FROM DL100-BLOCK-END.
006810     IF DL100-BLOCK-END > DL100-MAX-COUNTER-VALUE
006820         STRING "ONETOTEN0007E SEQNBRSVC RANGE THROUGH "
006830                DL100-BLOCK-END
006840                " FOR " DL100-SEQ-REQUEST-NAME
006850                " EXCEEDS COUNTER FIELD CAPACITY OF "
006860                DL100-MAX-COUNTER-VALUE
006861             DELIMITED BY SIZE INTO DL100-EXC-TEXT
006862         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006870         STRING "ONETOTEN0007E RESET THE SEQUENCE STORE FOR "
006880                "THIS NAME BEFORE RERUNNING"
006881             DELIMITED BY SIZE INTO DL100-EXC-TEXT
006882         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006890         PERFORM 2900-FLUSH-BUFFERS THRU 2900-EXIT
006900         MOVE 16 TO RETURN-CODE
006910         GO TO 9999-EXIT
007030     MOVE Counter TO DL100-BUF-COUNTER(DL100-OUTPUT-IDX).
007040     MOVE DL100-RUN-TIMESTAMP
007050         TO DL100-BUF-TIMESTAMP(DL100-OUTPUT-IDX).
007051     PERFORM 2250-GET-CHECKED-NUMBER THRU 2250-EXIT.
007060 2200-EXIT.
007070     EXIT.
007071
007072*--------------------------------------------------------------------
007073* 2250-GET-CHECKED-NUMBER - ASK SEQNBRSVC FOR THE COUNTER WITH ITS
007074* STREAM'S CHECK DIGIT.  STATUS "01" MEANS THE STREAM HAS NO
007075* CHECK-DIGIT METHOD AND THE FIELD STAYS BLANK, SO SUCH A STREAM'S
007076* RECORDS ARE UNCHANGED.  THE CALL DOES NO I/O ONCE THE STREAM'S
007077* REGISTRY ENTRY IS IN HAND.
007078*--------------------------------------------------------------------
007079 2250-GET-CHECKED-NUMBER.
007080     MOVE SPACES TO DL100-BUF-CHECKED-NBR(DL100-OUTPUT-IDX).
007081     MOVE Counter TO DL100-NEXT-SEQ-NBR.
007082     MOVE "D" TO DL100-SEQ-FUNCTION.
007083     CALL "SeqNbrSvc" USING DL100-SEQ-REQUEST-NAME
007084                            DL100-NEXT-SEQ-NBR
007085                            DL100-SEQ-STATUS
007086                            DL100-SEQ-FUNCTION.
007087     IF DL100-SEQ-STATUS = "01"
007088         GO TO 2250-EXIT
007089     END-IF.
007090     IF NOT DL100-SEQ-OK
007091         STRING "ONETOTEN0266E SEQNBRSVC CHECK DIGIT FOR "
007092                DL100-SEQ-REQUEST-NAME " COUNTER " Counter
007093                " RETURNED STATUS " DL100-SEQ-STATUS
007094             DELIMITED BY SIZE INTO DL100-EXC-TEXT
007095         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
007096         SUBTRACT 1 FROM DL100-OUTPUT-BUFFER-COUNT
007097         PERFORM 2900-FLUSH-BUFFERS THRU 2900-EXIT
007098         MOVE 16 TO RETURN-CODE
007099         GO TO 9999-EXIT
007100     END-IF.
007101     MOVE DL100-NEXT-SEQ-NBR TO DL100-CHECKED-NBR.
007102     MOVE DL100-CHECKED-NBR
007103         TO DL100-BUF-CHECKED-NBR(DL100-OUTPUT-IDX).
007104 2250-EXIT.
007105     EXIT.
007106
007107*--------------------------------------------------------------------
007108* 2600-CHECK-STOP-REQUEST - READ AT EVERY CHECKPOINT BOUNDARY, SO
007110* THE COST IS ONE OPEN/READ/CLOSE PER INTERVAL, NOT PER ITERATION.
007120* THE STANDING STOPREQ DATASET NORMALLY HOLDS A BLANK CARD; THE
007130* CONSOLE OPERATOR EDITS "STOP" INTO COLUMN 1 TO ASK FOR A CLEAN
007420             DL100-JOB-ID " CHECKPOINTED AT ITERATION "
007430             DL100-ITERATIONS-DONE " OF LIMIT " DL100-RUN-LIMIT.
007440     DISPLAY "ONETOTEN0120I RESUME WITH RESTART=STEP020 AND THE "
007450             "DOCUMENTED DD OVERRIDES - AND CLEAR THE "
007460             "STOPREQ CARD FIRST".
007470     PERFORM 2900-FLUSH-BUFFERS THRU 2900-EXIT.
007471     SET DL100-RECON-OUT-OF-BALANCE TO TRUE.
007720     MOVE DL100-ITERATIONS-DONE TO DL100-CK-ITER-DONE.
007730     MOVE DL100-RECORDS-WRITTEN TO DL100-CK-RECORDS-WRITTEN.
007740     MOVE DL100-RUN-LIMIT TO DL100-CK-CFG-LIMIT.
007741     MOVE DL100-STREAM-NIGHT-DATE (DL100-STREAM-SUB)
007742         TO DL100-CK-NIGHT-DATE.
007750     MOVE DL100-RUN-TIMESTAMP TO DL100-CK-TIMESTAMP.
007760     WRITE DL100-CHECKPOINT-RECORD.
007770     CLOSE DL100-CHECKPOINT-FILE.
007970 2910-WRITE-BUFFERED-RECORD.
007980     MOVE SPACES TO DL100-OUTPUT-RECORD.
007990     SET DL100-OT-IS-DETAIL TO TRUE.
008000     MOVE DL100-SERIES-DATE TO DL100-OT-RUN-DATE.
008010     MOVE DL100-JOB-ID TO DL100-OT-JOB-ID.
008020     MOVE DL100-BUF-COUNTER(DL100-OUTPUT-IDX) TO DL100-OT-COUNTER.
008021     MOVE DL100-BUF-CHECKED-NBR(DL100-OUTPUT-IDX)
008022         TO DL100-OT-CHECKED-NBR-X.
008030     WRITE DL100-OUTPUT-RECORD.
008040     IF DL100-OUTPUT-FILE-OK
008050         ADD 1 TO DL100-RECORDS-WRITTEN
008060     ELSE
008070         STRING "ONETOTEN0010E OTFILE WRITE FAILED - STATUS "
008080                DL100-OUTPUT-FILE-STATUS
008081             DELIMITED BY SIZE INTO DL100-EXC-TEXT
008082         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
008090     END-IF.
008100     MOVE SPACES TO DL100-AUDIT-RECORD.
008110     MOVE DL100-JOB-ID TO DL100-AU-JOB-NAME.
008120     MOVE DL100-BUF-TIMESTAMP(DL100-OUTPUT-IDX)
008130         TO DL100-AU-RUN-TIMESTAMP.
008140     MOVE DL100-BUF-COUNTER(DL100-OUTPUT-IDX) TO DL100-AU-COUNTER.
008141     MOVE DL100-BUF-CHECKED-NBR(DL100-OUTPUT-IDX)
008142         TO DL100-AU-CHECKED-NBR-X.
008150     WRITE DL100-AUDIT-RECORD.
008160 2910-EXIT.
008170     EXIT.
008370         SET DL100-RECON-BALANCED TO TRUE
008380     ELSE
008390         SET DL100-RECON-OUT-OF-BALANCE TO TRUE
008400         STRING "ONETOTEN0009E RECONCILIATION MISMATCH - "
008410                "STREAM " DL100-JOB-ID
008420                " ITERATIONS " DL100-ITERATIONS-DONE
008430                " LIMIT " DL100-RUN-LIMIT
008440                " WRITTEN " DL100-RECORDS-WRITTEN
008441             DELIMITED BY SIZE INTO DL100-EXC-TEXT
008442         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
008450         MOVE 8 TO RETURN-CODE
008460     END-IF.
008470 8100-EXIT.
008500 8200-WRITE-TRAILER.
008510     MOVE SPACES TO DL100-OUTPUT-RECORD.
008520     SET DL100-OT-IS-TRAILER TO TRUE.
008530     MOVE DL100-SERIES-DATE TO DL100-OT-TRL-RUN-DATE.
008540     MOVE DL100-JOB-ID TO DL100-OT-TRL-JOB-ID.
008550     MOVE DL100-ITERATIONS-DONE TO DL100-OT-TRL-ITERATIONS.
008560     MOVE DL100-RUN-LIMIT TO DL100-OT-TRL-CFG-LIMIT.
008830 8400-EXIT.
008840     EXIT.
008850
008851*--------------------------------------------------------------------
008852* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
008853* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
008854*--------------------------------------------------------------------
008855 8800-NOTE-EXCEPTION.
008856     DISPLAY DL100-EXC-TEXT.
008857     IF DL100-FIRST-MSG = SPACES
008858         MOVE DL100-EXC-TEXT TO DL100-FIRST-MSG
008859     END-IF.
008860     MOVE SPACES TO DL100-EXC-TEXT.
008861 8800-EXIT.
008862     EXIT.
008863
008864*--------------------------------------------------------------------
008865* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
008866* THE MORNING STATUS PAGE - RC, THE STREAMS CONFIGURED, THE WORST
008867* RECON FLAG OF THE NIGHT, AND THE FIRST ERROR OR WARNING MESSAGE.
008868* EACH STREAM HAS ALREADY FILED ITS OWN RECORD (8950).
008869*--------------------------------------------------------------------
008870 8900-WRITE-STEP-OUTCOME.
008871     MOVE RETURN-CODE TO DL100-SAVE-RETURN-CODE.
008872     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
008873     MOVE "STREAMS" TO DL100-SO-COUNT-LABEL (1).
008874     MOVE DL100-STREAM-COUNT TO DL100-SO-COUNT-VALUE (1).
008875     MOVE DL100-STEP-RECON-FLAG TO DL100-SO-FLAG.
008876     MOVE DL100-FIRST-MSG TO DL100-SO-FIRST-MSG.
008877     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
008878 8900-EXIT.
008879     EXIT.
008880
008881*--------------------------------------------------------------------
008882* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
008883*--------------------------------------------------------------------
008884 8910-CLEAR-OUTCOME.
008885     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
008886     MOVE 0 TO DL100-SO-RUN-DATE.
008887     MOVE "ONETOTEN" TO DL100-SO-PROGRAM.
008888     MOVE DL100-SAVE-RETURN-CODE TO DL100-SO-RETURN-CODE.
008889     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
008890         DL100-SO-COUNT-VALUE (3).
008891 8910-EXIT.
008892     EXIT.
008893
008894*--------------------------------------------------------------------
008895* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
008896* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
008897* THE STEP'S OWN IS PUT BACK AFTER IT.
008898*--------------------------------------------------------------------
008899 8920-FILE-OUTCOME.
008900     CALL "DL100STS" USING DL100-STS-FUNCTION
008901                           DL100-RUN-STATUS-RECORD
008902                           DL100-STS-STATUS.
008903     MOVE DL100-SAVE-RETURN-CODE TO RETURN-CODE.
008904 8920-EXIT.
008905     EXIT.
008906
008907*--------------------------------------------------------------------
008908* 8950-FILE-STREAM-OUTCOME - ONE OUTCOME RECORD FOR THE STREAM
008909* SERIES IN FLIGHT, SUBJECT = STREAM NAME.  RUNS WITH THE RUN-HISTORY
008910* RECORD, SO AN ABENDED SERIES IS FILED TOO.  A CATCH-UP SERIES
008911* CARRIES ITS MISSED NIGHT WHERE TONIGHT'S CARRIES RECORDS WRITTEN.
008912*--------------------------------------------------------------------
008913 8950-FILE-STREAM-OUTCOME.
008914     MOVE RETURN-CODE TO DL100-SAVE-RETURN-CODE.
008915     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
008916     MOVE DL100-JOB-ID TO DL100-SO-SUBJECT.
008917     MOVE "LIMIT" TO DL100-SO-COUNT-LABEL (1).
008918     MOVE DL100-RUN-LIMIT TO DL100-SO-COUNT-VALUE (1).
008919     MOVE "ITERATIONS" TO DL100-SO-COUNT-LABEL (2).
008920     MOVE DL100-ITERATIONS-DONE TO DL100-SO-COUNT-VALUE (2).
008921     IF DL100-STREAM-CATCHUP (DL100-STREAM-SUB)
008922         MOVE "NIGHT" TO DL100-SO-COUNT-LABEL (3)
008923         MOVE DL100-SERIES-DATE TO DL100-SO-COUNT-VALUE (3)
008924     ELSE
008925         MOVE "WRITTEN" TO DL100-SO-COUNT-LABEL (3)
008926         MOVE DL100-RECORDS-WRITTEN TO DL100-SO-COUNT-VALUE (3)
008927     END-IF.
008928     MOVE DL100-RECON-SW TO DL100-SO-FLAG.
008929     IF DL100-RECON-OUT-OF-BALANCE
008930         MOVE DL100-RECON-SW TO DL100-STEP-RECON-FLAG
008931     END-IF.
008932     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
008933 8950-EXIT.
008934     EXIT.
008935
008936*--------------------------------------------------------------------
008937* 9700-STAMP-NOW - CURRENT DATE AND TIME AS ONE X(16) TIMESTAMP IN
008938* THE SAME LAYOUT THE AUDIT AND SEQUENCE RECORDS CARRY.
008939*--------------------------------------------------------------------
008940 9700-STAMP-NOW.
008941     ACCEPT DL100-NOW-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
008942     ACCEPT DL100-NOW-TIMESTAMP(9:8) FROM TIME.
008943 9700-EXIT.
008944     EXIT.
008950
008960*--------------------------------------------------------------------
008970* 9800-COMPUTE-ELAPSED - SECONDS BETWEEN THE STREAM-START STAMP AND
009740         GO TO 9900-EXIT
009750     END-IF.
009760     SET DL100-HISTORY-WRITTEN TO TRUE.
009761     PERFORM 8950-FILE-STREAM-OUTCOME THRU 8950-EXIT.
009770     PERFORM 9700-STAMP-NOW THRU 9700-EXIT.
009780     PERFORM 9800-COMPUTE-ELAPSED THRU 9800-EXIT.
009790     OPEN EXTEND DL100-HISTORY-FILE.
009810         OPEN OUTPUT DL100-HISTORY-FILE
009820     END-IF.
009830     IF NOT DL100-HISTORY-FILE-OK
009840         STRING "ONETOTEN0093E HISTFILE UNAVAILABLE - STATUS "
009850                DL100-HISTORY-FILE-STATUS
009860                " - RUN HISTORY NOT RECORDED"
009861             DELIMITED BY SIZE INTO DL100-EXC-TEXT
009862         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
009870         GO TO 9900-EXIT
009880     END-IF.
009890     MOVE SPACES TO DL100-RUN-HISTORY-RECORD.
009960     MOVE DL100-RECON-SW TO DL100-RH-RECON-FLAG.
009970     MOVE RETURN-CODE TO DL100-RH-RETURN-CODE.
009980     MOVE DL100-STREAM-RESUMED-SW TO DL100-RH-RESUMED-FLAG.
009981     MOVE DL100-NIGHT-DATE TO DL100-RH-RUN-DATE.
009982     IF DL100-STREAM-CATCHUP (DL100-STREAM-SUB)
009983         SET DL100-RH-CATCHUP-RUN TO TRUE
009984     END-IF.
009990     WRITE DL100-RUN-HISTORY-RECORD.
010000     IF NOT DL100-HISTORY-FILE-OK
010010         STRING "ONETOTEN0093E HISTFILE WRITE FAILED - STATUS "
010020                DL100-HISTORY-FILE-STATUS
010030                " - RUN HISTORY NOT RECORDED"
010031             DELIMITED BY SIZE INTO DL100-EXC-TEXT
010032         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
010040     END-IF.
010050     CLOSE DL100-HISTORY-FILE.
010060 9900-EXIT.
010080
010090*--------------------------------------------------------------------
010100* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
010110* AN ABENDED STREAM STILL LEAVES ITS RUN-HISTORY RECORD BEHIND, AND
010111* THE STEP'S OUTCOME IS FILED LAST SO IT SEES EVERY STREAM'S FLAG.
010120*--------------------------------------------------------------------
010130 9999-EXIT.
010140     PERFORM 9900-WRITE-RUN-HISTORY THRU 9900-EXIT.
010145     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
010150     STOP RUN.
010160 END PROGRAM OneToTen.
