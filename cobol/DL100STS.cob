000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100STS.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  STEP-OUTCOME SERVICE FOR
000220*                     THE NIGHTLY STREAM.  EVERY NIGHTLY PROGRAM
000230*                     CALLS IT AS IT ENDS WITH A DL100SO RECORD
000240*                     CARRYING ITS PROGRAM NAME, RETURN CODE,
000250*                     MAIN COUNTS, AND FIRST EXCEPTION MESSAGE
000260*                     (FUNCTION "W"); THIS PROGRAM FILLS IN THE
000270*                     NIGHT'S RUN DATE, THE JOB AND STEP NAMES OFF
000280*                     THE STEP'S STEPID CARD, AND THE TIME, AND
000290*                     WRITES IT TO THE RUNSTAT STORE FOR DL100MSR.
000300*                     DL100CTB OPENS EACH NIGHT WITH FUNCTION "N",
000310*                     WHICH STAMPS THE NIGHT ANCHOR WITH THE RUN
000320*                     DATE EVERY LATER RECORD IS FILED UNDER.
000330*                     THE OUTCOME RECORD IS INFORMATION ONLY - A
000340*                     FAILURE HERE IS DISPLAYED AS A WARNING AND
000350*                     HANDED BACK IN THE STATUS, AND NEVER CHANGES
000360*                     THE CALLING STEP'S OWN RESULT.
000370*--------------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DL100-RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS DL100-SO-KEY
000450         FILE STATUS IS DL100-RUN-STATUS-STATUS.
000460
000470     SELECT DL100-STEP-ID-FILE ASSIGN TO "STEPID"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DL100-STEP-ID-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  DL100-RUN-STATUS-FILE.
000540     COPY DL100SO.
000550
000610 FD  DL100-STEP-ID-FILE
000620     RECORDING MODE IS F.
000630     COPY DL100SI.
000700
000710 WORKING-STORAGE SECTION.
000720*--------------------------------------------------------------------
000730* FILE-STATUS ITEMS AND SWITCHES
000740*--------------------------------------------------------------------
000750 77  DL100-RUN-STATUS-STATUS         PIC X(02) VALUE SPACES.
000760     88  DL100-RUN-STATUS-OK             VALUE "00".
000770     88  DL100-RUN-STATUS-NOT-FOUND      VALUE "23".
000780     88  DL100-RUN-STATUS-IS-NEW         VALUE "35".
000790     88  DL100-RUN-STATUS-DUPLICATE      VALUE "22".
000800
000810 77  DL100-STEP-ID-STATUS            PIC X(02) VALUE SPACES.
000820     88  DL100-STEP-ID-OK                VALUE "00".
000830
000840 77  DL100-STS-IDENTITY-SW           PIC X(01) VALUE "N".
000850     88  DL100-STS-IDENTITY-LOADED       VALUE "Y".
000860
000870*--------------------------------------------------------------------
000880* THE STEP'S IDENTITY, READ ONCE PER RUN OFF THE STEPID CARD
000890*--------------------------------------------------------------------
000900 77  DL100-STS-JOB-NAME              PIC X(08) VALUE SPACES.
000910 77  DL100-STS-STEP-NAME             PIC X(08) VALUE SPACES.
000920 77  DL100-STS-PROGRAM               PIC X(08) VALUE SPACES.
000930
000940 77  DL100-STS-NIGHT-DATE            PIC 9(08) VALUE 0.
000950 77  DL100-STS-TODAY-DATE            PIC 9(08) VALUE 0.
000960 77  DL100-STS-TODAY-TIME            PIC 9(08) VALUE 0.
000970 77  DL100-STS-NOW-TS                PIC X(16) VALUE SPACES.
000980
000990*--------------------------------------------------------------------
001000* TWO RECORDS FOR THE SAME STEP AND SUBJECT INSIDE ONE HUNDREDTH OF
001010* A SECOND (A CATCH-UP SERIES FOLLOWED BY TONIGHT'S, SAY) WOULD
001020* COLLIDE ON THE KEY, SO THE LATER ONE'S TIME IS STEPPED ON A TICK.
001030*--------------------------------------------------------------------
001040 77  DL100-STS-RETRY-COUNT           PIC 9(02) VALUE 0.
001050 77  DL100-STS-RETRY-MAX             PIC 9(02) VALUE 50.
001060 01  DL100-STS-TS-WORK               PIC X(16) VALUE SPACES.
001070 01  DL100-STS-TS-NUM REDEFINES DL100-STS-TS-WORK
001080                                     PIC 9(16).
001090
001100 LINKAGE SECTION.
001110 01  DL100-STS-LS-FUNCTION           PIC X(01).
001120     88  DL100-STS-LS-OPEN-NIGHT         VALUE "N".
001130     88  DL100-STS-LS-WRITE-OUTCOME      VALUE "W".
001140 01  DL100-STS-LS-OUTCOME            PIC X(200).
001150 01  DL100-STS-LS-STATUS             PIC X(02).
001160     88  DL100-STS-LS-STATUS-OK          VALUE "00".
001170     88  DL100-STS-LS-STATUS-OPEN-FAIL   VALUE "91".
001180     88  DL100-STS-LS-STATUS-READ-FAIL   VALUE "92".
001190     88  DL100-STS-LS-STATUS-WRITE-FAIL  VALUE "90".
001200     88  DL100-STS-LS-STATUS-BAD-REQUEST VALUE "93".
001210
001220 PROCEDURE DIVISION USING DL100-STS-LS-FUNCTION
001230                          DL100-STS-LS-OUTCOME
001240                          DL100-STS-LS-STATUS.
001250*--------------------------------------------------------------------
001260* 0000-MAINLINE - RUNSTAT IS OPENED AND CLOSED ON EVERY CALL; A STEP
001270* WRITES A HANDFUL OF RECORDS AT MOST, AND A CLOSED STORE CANNOT BE
001280* LEFT HELD BY A STEP THAT ENDS WITHOUT CALLING BACK.
001290*--------------------------------------------------------------------
001300 0000-MAINLINE.
001310     MOVE "00" TO DL100-STS-LS-STATUS.
001320     IF NOT DL100-STS-IDENTITY-LOADED
001330         PERFORM 1000-LOAD-STEP-IDENTITY THRU 1000-EXIT
001340     END-IF.
001350     EVALUATE TRUE
001360         WHEN DL100-STS-LS-OPEN-NIGHT
001370             PERFORM 2000-OPEN-NIGHT THRU 2000-EXIT
001380         WHEN DL100-STS-LS-WRITE-OUTCOME
001390             PERFORM 3000-WRITE-OUTCOME THRU 3000-EXIT
001400         WHEN OTHER
001410             SET DL100-STS-LS-STATUS-BAD-REQUEST TO TRUE
001420     END-EVALUATE.
001430     GOBACK.
001440
001450*--------------------------------------------------------------------
001460* 1000-LOAD-STEP-IDENTITY - READ THE STEPID CARD ONCE.  A STEP
001470* WITHOUT ONE STILL GETS ITS RECORD WRITTEN, UNDER BLANK JOB AND
001480* STEP NAMES, AND DL100MSR LISTS IT AS UNIDENTIFIED.
001490*--------------------------------------------------------------------
001500 1000-LOAD-STEP-IDENTITY.
001510     SET DL100-STS-IDENTITY-LOADED TO TRUE.
001520     OPEN INPUT DL100-STEP-ID-FILE.
001530     IF NOT DL100-STEP-ID-OK
001540         DISPLAY "ONETOTEN0271W STEPID CARD UNAVAILABLE - STATUS "
001550                 DL100-STEP-ID-STATUS
001560                 " - STEP OUTCOME FILED WITHOUT JOB/STEP NAMES"
001570         GO TO 1000-EXIT
001580     END-IF.
001590     READ DL100-STEP-ID-FILE.
001600     IF DL100-STEP-ID-OK
001610         MOVE DL100-SID-JOB-NAME TO DL100-STS-JOB-NAME
001620         MOVE DL100-SID-STEP-NAME TO DL100-STS-STEP-NAME
001630         MOVE DL100-SID-PROGRAM TO DL100-STS-PROGRAM
001640     ELSE
001650         DISPLAY "ONETOTEN0271W STEPID CARD MISSING - STATUS "
001660                 DL100-STEP-ID-STATUS
001670                 " - STEP OUTCOME FILED WITHOUT JOB/STEP NAMES"
001680     END-IF.
001690     CLOSE DL100-STEP-ID-FILE.
001700 1000-EXIT.
001710     EXIT.
001720
001730*--------------------------------------------------------------------
001740* 1100-OPEN-RUN-STATUS - CREATE THE STORE THE FIRST TIME IT IS
001750* NEEDED, THEN OPEN IT FOR UPDATE, THE SAME WAY SEQNBRSVC OPENS
001760* SEQJRNL.
001770*--------------------------------------------------------------------
001780 1100-OPEN-RUN-STATUS.
001790     OPEN I-O DL100-RUN-STATUS-FILE.
001800     IF DL100-RUN-STATUS-IS-NEW
001810         OPEN OUTPUT DL100-RUN-STATUS-FILE
001820         CLOSE DL100-RUN-STATUS-FILE
001830         OPEN I-O DL100-RUN-STATUS-FILE
001840     END-IF.
001850     IF NOT DL100-RUN-STATUS-OK
001860         SET DL100-STS-LS-STATUS-OPEN-FAIL TO TRUE
001870         DISPLAY "ONETOTEN0270W RUNSTAT UNAVAILABLE - STATUS "
001880                 DL100-RUN-STATUS-STATUS
001890                 " - STEP OUTCOME NOT RECORDED"
001900     END-IF.
001910 1100-EXIT.
001920     EXIT.
001930
001940*--------------------------------------------------------------------
001950* 1200-READ-NIGHT-ANCHOR - THE RUN DATE DL100CTB OPENED THE NIGHT
001960* WITH, OR ZERO WHEN THE STORE HAS NO ANCHOR YET.
001970*--------------------------------------------------------------------
001980 1200-READ-NIGHT-ANCHOR.
001990     MOVE 0 TO DL100-STS-NIGHT-DATE.
002000     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
002010     MOVE 0 TO DL100-SO-RUN-DATE.
002020     SET DL100-SO-IS-NIGHT-ANCHOR TO TRUE.
002030     READ DL100-RUN-STATUS-FILE.
002040     IF DL100-RUN-STATUS-OK
002050         MOVE DL100-SO-NIGHT-DATE TO DL100-STS-NIGHT-DATE
002060         GO TO 1200-EXIT
002070     END-IF.
002080     IF NOT DL100-RUN-STATUS-NOT-FOUND
002090         SET DL100-STS-LS-STATUS-READ-FAIL TO TRUE
002100         DISPLAY "ONETOTEN0270W RUNSTAT READ FAILED - STATUS "
002110                 DL100-RUN-STATUS-STATUS
002120                 " - STEP OUTCOME NOT RECORDED"
002130     END-IF.
002140 1200-EXIT.
002150     EXIT.
002160
002170*--------------------------------------------------------------------
002180* 2000-OPEN-NIGHT - STAMP THE NIGHT ANCHOR WITH THE RUN DATE THE
002190* CALLER PASSES IN DL100-SO-RUN-DATE.
002200*--------------------------------------------------------------------
002210 2000-OPEN-NIGHT.
002220     MOVE DL100-STS-LS-OUTCOME TO DL100-RUN-STATUS-RECORD.
002230     MOVE DL100-SO-RUN-DATE TO DL100-STS-NIGHT-DATE.
002240     PERFORM 1100-OPEN-RUN-STATUS THRU 1100-EXIT.
002250     IF NOT DL100-STS-LS-STATUS-OK
002260         GO TO 2000-EXIT
002270     END-IF.
002280     PERFORM 2100-STAMP-NOW-TS THRU 2100-EXIT.
002290     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
002300     MOVE 0 TO DL100-SO-RUN-DATE.
002310     SET DL100-SO-IS-NIGHT-ANCHOR TO TRUE.
002320     READ DL100-RUN-STATUS-FILE.
002330     IF NOT DL100-RUN-STATUS-OK
002340         AND NOT DL100-RUN-STATUS-NOT-FOUND
002350         SET DL100-STS-LS-STATUS-READ-FAIL TO TRUE
002360         DISPLAY "ONETOTEN0270W RUNSTAT READ FAILED - STATUS "
002370                 DL100-RUN-STATUS-STATUS
002380                 " - NIGHT NOT OPENED"
002390         CLOSE DL100-RUN-STATUS-FILE
002400         GO TO 2000-EXIT
002410     END-IF.
002420     MOVE DL100-STS-NIGHT-DATE TO DL100-SO-NIGHT-DATE.
002430     MOVE DL100-STS-NOW-TS TO DL100-SO-NIGHT-OPENED-TS.
002440     IF DL100-RUN-STATUS-OK
002450         REWRITE DL100-RUN-STATUS-RECORD
002460     ELSE
002470         WRITE DL100-RUN-STATUS-RECORD
002480     END-IF.
002490     IF NOT DL100-RUN-STATUS-OK
002500         SET DL100-STS-LS-STATUS-WRITE-FAIL TO TRUE
002510         DISPLAY "ONETOTEN0270W RUNSTAT WRITE FAILED - STATUS "
002520                 DL100-RUN-STATUS-STATUS
002530                 " - NIGHT NOT OPENED"
002540     END-IF.
002550     CLOSE DL100-RUN-STATUS-FILE.
002560 2000-EXIT.
002570     EXIT.
002580
002590 2100-STAMP-NOW-TS.
002600     ACCEPT DL100-STS-TODAY-DATE FROM DATE YYYYMMDD.
002610     ACCEPT DL100-STS-TODAY-TIME FROM TIME.
002620     STRING DL100-STS-TODAY-DATE DL100-STS-TODAY-TIME
002630         DELIMITED BY SIZE INTO DL100-STS-NOW-TS.
002640 2100-EXIT.
002650     EXIT.
002660
002670*--------------------------------------------------------------------
002680* 3000-WRITE-OUTCOME - FILE THE CALLER'S OUTCOME UNDER THE NIGHT'S
002690* RUN DATE (OR THE DATE THE CALLER PASSED, IF ANY), THE STEP'S JOB
002700* AND STEP NAMES, AND THE TIME.  WITH NO NIGHT ANCHOR ON THE STORE
002710* THE RECORD IS FILED UNDER TODAY'S DATE.
002720*--------------------------------------------------------------------
002730 3000-WRITE-OUTCOME.
002740     PERFORM 1100-OPEN-RUN-STATUS THRU 1100-EXIT.
002750     IF NOT DL100-STS-LS-STATUS-OK
002760         GO TO 3000-EXIT
002770     END-IF.
002780     PERFORM 2100-STAMP-NOW-TS THRU 2100-EXIT.
002790     PERFORM 1200-READ-NIGHT-ANCHOR THRU 1200-EXIT.
002800     IF NOT DL100-STS-LS-STATUS-OK
002810         CLOSE DL100-RUN-STATUS-FILE
002820         GO TO 3000-EXIT
002830     END-IF.
002840     IF DL100-STS-NIGHT-DATE = 0
002850         MOVE DL100-STS-TODAY-DATE TO DL100-STS-NIGHT-DATE
002860     END-IF.
002870     MOVE DL100-STS-LS-OUTCOME TO DL100-RUN-STATUS-RECORD.
002880     IF DL100-SO-RUN-DATE NOT NUMERIC
002890         OR DL100-SO-RUN-DATE = 0
002900         MOVE DL100-STS-NIGHT-DATE TO DL100-SO-RUN-DATE
002910     END-IF.
002920     IF DL100-SO-JOB-NAME = SPACES
002930         MOVE DL100-STS-JOB-NAME TO DL100-SO-JOB-NAME
002940     END-IF.
002950     IF DL100-SO-STEP-NAME = SPACES
002960         MOVE DL100-STS-STEP-NAME TO DL100-SO-STEP-NAME
002970     END-IF.
002980     IF DL100-SO-PROGRAM = SPACES
002990         MOVE DL100-STS-PROGRAM TO DL100-SO-PROGRAM
003000     END-IF.
003010     MOVE DL100-STS-NOW-TS TO DL100-SO-WRITTEN-TS.
003020     WRITE DL100-RUN-STATUS-RECORD.
003030     MOVE 0 TO DL100-STS-RETRY-COUNT.
003040     PERFORM 3100-STEP-WRITTEN-TS THRU 3100-EXIT
003050         UNTIL NOT DL100-RUN-STATUS-DUPLICATE
003060             OR DL100-STS-RETRY-COUNT >= DL100-STS-RETRY-MAX.
003070     IF NOT DL100-RUN-STATUS-OK
003080         SET DL100-STS-LS-STATUS-WRITE-FAIL TO TRUE
003090         DISPLAY "ONETOTEN0270W RUNSTAT WRITE FAILED - STATUS "
003100                 DL100-RUN-STATUS-STATUS
003110                 " - STEP OUTCOME NOT RECORDED"
003120     END-IF.
003130     CLOSE DL100-RUN-STATUS-FILE.
003140 3000-EXIT.
003150     EXIT.
003160
003170*--------------------------------------------------------------------
003180* 3100-STEP-WRITTEN-TS - THE KEY IS ALREADY ON FILE; MOVE THIS
003190* RECORD'S WRITTEN TIME ON BY ONE AND WRITE IT AGAIN.
003200*--------------------------------------------------------------------
003210 3100-STEP-WRITTEN-TS.
003220     ADD 1 TO DL100-STS-RETRY-COUNT.
003230     MOVE DL100-SO-WRITTEN-TS TO DL100-STS-TS-WORK.
003240     ADD 1 TO DL100-STS-TS-NUM.
003250     MOVE DL100-STS-TS-WORK TO DL100-SO-WRITTEN-TS.
003260     WRITE DL100-RUN-STATUS-RECORD.
003270 3100-EXIT.
003280     EXIT.
003290 END PROGRAM DL100STS.
