000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100SQB.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  NIGHTLY BACKUP OF THE
000220*                     SHOP-WIDE SEQUENCE STORE BEHIND SEQNBRSVC.
000230*                     TAKES A STAMP, THEN WRITES ONE DL100SB IMAGE
000240*                     OF EVERY DL100SQ RECORD UNDER THAT STAMP,
000250*                     CLOSED BY A TRAILER CARRYING THE IMAGE COUNT
000260*                     AND THE SUM OF THE LAST-VALUES.  THE STORE IS
000270*                     READ DISP=SHR WHILE OTHER JOBS MAY BE MINTING
000280*                     - EACH IMAGE'S OWN LAST-UPDATED STAMP TELLS
000290*                     DL100SQR WHICH JOURNALED RESERVATIONS IT
000300*                     ALREADY HOLDS, SO NO QUIESCE IS NEEDED.
000310*                     ENDS RC 0 WHEN THE BACKUP IS COMPLETE AND
000320*                     RC 16 WHEN A FILE COULD NOT BE PROCESSED.
000321*   10/15/2026  DLH   STEP OUTCOME.  FILES A DL100SO RECORD ON RUNSTAT
000322*                     THROUGH DL100STS AS THE STEP ENDS - RC, THE IMAGE
000323*                     COUNT AND THE FIRST ERROR MESSAGE, WHICH EVERY
000324*                     MESSAGE NOW PASSES THROUGH 8800-NOTE-EXCEPTION TO
000325*                     RECORD.  NEEDS THE RUNSTAT AND STEPID DDS.
000330*--------------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DL100-SEQ-FILE ASSIGN TO "SEQFILE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS DL100-SEQ-NAME
000410         FILE STATUS IS DL100-SEQ-FILE-STATUS.
000420
000430     SELECT DL100-BACKUP-FILE ASSIGN TO "BKPFILE"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS DL100-BACKUP-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  DL100-SEQ-FILE.
000500     COPY DL100SQ.
000510
000520 FD  DL100-BACKUP-FILE
000530     RECORDING MODE IS F.
000540     COPY DL100SB.
000550
000560 WORKING-STORAGE SECTION.
000570*--------------------------------------------------------------------
000580* RUN-CONTROL AND FILE-STATUS ITEMS
000590*--------------------------------------------------------------------
000600 77  DL100-SEQ-FILE-STATUS           PIC X(02) VALUE SPACES.
000610     88  DL100-SEQ-FILE-OK               VALUE "00".
000620     88  DL100-SEQ-FILE-AT-END           VALUE "10".
000630     88  DL100-SEQ-FILE-NOT-FOUND        VALUE "23".
000640
000650 77  DL100-BACKUP-FILE-STATUS        PIC X(02) VALUE SPACES.
000660     88  DL100-BACKUP-FILE-OK            VALUE "00".
000670
000680 77  DL100-SQB-IMAGE-COUNT           PIC 9(07) VALUE 0.
000690 77  DL100-SQB-VALUE-SUM             PIC 9(15) VALUE 0.
000700 77  DL100-SQB-STAMP-DATE            PIC 9(08) VALUE 0.
000710 77  DL100-SQB-STAMP-TIME            PIC 9(08) VALUE 0.
000720 77  DL100-SQB-STAMP                 PIC X(16) VALUE SPACES.
000730
000731*--------------------------------------------------------------------
000732* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
000733* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
000734* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
000735*--------------------------------------------------------------------
000736 77  DL100-SQB-EXC-TEXT              PIC X(132) VALUE SPACES.
000737 77  DL100-SQB-FIRST-MSG             PIC X(80) VALUE SPACES.
000738 77  DL100-SQB-STS-FUNCTION          PIC X(01) VALUE "W".
000739 77  DL100-SQB-STS-STATUS            PIC X(02) VALUE SPACES.
000740 77  DL100-SQB-SAVE-RC               PIC S9(04) COMP VALUE 0.
000741     COPY DL100SO.
000742
000743 PROCEDURE DIVISION.
000750*--------------------------------------------------------------------
000760* 0000-MAINLINE
000770*--------------------------------------------------------------------
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800     PERFORM 2000-WRITE-IMAGES THRU 2000-EXIT.
000810     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
000820     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000830     GO TO 9999-EXIT.
000840
000850*--------------------------------------------------------------------
000860* 1000-INITIALIZE - TAKE THE BACKUP STAMP BEFORE THE STORE IS
000870* OPENED, THEN OPEN THE STORE FOR BROWSE AND THE NEW BACKUP
000880* GENERATION, AND WRITE THE HEADER.
000890*--------------------------------------------------------------------
000900 1000-INITIALIZE.
000910     ACCEPT DL100-SQB-STAMP-DATE FROM DATE YYYYMMDD.
000920     ACCEPT DL100-SQB-STAMP-TIME FROM TIME.
000930     STRING DL100-SQB-STAMP-DATE DL100-SQB-STAMP-TIME
000940         DELIMITED BY SIZE INTO DL100-SQB-STAMP.
000950     OPEN INPUT DL100-SEQ-FILE.
000960     IF NOT DL100-SEQ-FILE-OK
000970         STRING "ONETOTEN0238E SEQFILE UNAVAILABLE - STATUS "
000980                DL100-SEQ-FILE-STATUS
000981             DELIMITED BY SIZE INTO DL100-SQB-EXC-TEXT
000982         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
000990         MOVE 16 TO RETURN-CODE
001000         GO TO 9999-EXIT
001010     END-IF.
001020     OPEN OUTPUT DL100-BACKUP-FILE.
001030     IF NOT DL100-BACKUP-FILE-OK
001040         STRING "ONETOTEN0239E BKPFILE UNAVAILABLE - STATUS "
001050                DL100-BACKUP-FILE-STATUS
001051             DELIMITED BY SIZE INTO DL100-SQB-EXC-TEXT
001052         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001060         MOVE 16 TO RETURN-CODE
001070         GO TO 9999-EXIT
001080     END-IF.
001090     MOVE SPACES TO DL100-BACKUP-RECORD.
001100     SET DL100-BK-IS-HEADER TO TRUE.
001110     MOVE DL100-SQB-STAMP TO DL100-BK-STAMP.
001120     PERFORM 7000-WRITE-BACKUP THRU 7000-EXIT.
001130 1000-EXIT.
001140     EXIT.
001150
001160*--------------------------------------------------------------------
001170* 2000-WRITE-IMAGES - BROWSE THE STORE IN KEY ORDER AND WRITE ONE
001180* IMAGE PER RECORD.  AN EMPTY STORE IS BACKED UP AS A HEADER AND A
001190* ZERO TRAILER - THAT IS STILL A TRUE IMAGE OF IT.
001200*--------------------------------------------------------------------
001210 2000-WRITE-IMAGES.
001220     MOVE LOW-VALUES TO DL100-SEQ-NAME.
001230     START DL100-SEQ-FILE KEY NOT < DL100-SEQ-NAME.
001240     IF DL100-SEQ-FILE-NOT-FOUND OR DL100-SEQ-FILE-AT-END
001250         GO TO 2000-EXIT
001260     END-IF.
001270     IF NOT DL100-SEQ-FILE-OK
001280         STRING "ONETOTEN0238E SEQFILE BROWSE FAILED - STATUS "
001290                DL100-SEQ-FILE-STATUS
001291             DELIMITED BY SIZE INTO DL100-SQB-EXC-TEXT
001292         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001300         MOVE 16 TO RETURN-CODE
001310         GO TO 9999-EXIT
001320     END-IF.
001330     PERFORM 2100-WRITE-ONE-IMAGE THRU 2100-EXIT
001340         UNTIL NOT DL100-SEQ-FILE-OK.
001350     IF NOT DL100-SEQ-FILE-AT-END
001360         STRING "ONETOTEN0238E SEQFILE READ FAILED - STATUS "
001370                DL100-SEQ-FILE-STATUS
001371             DELIMITED BY SIZE INTO DL100-SQB-EXC-TEXT
001372         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001380         MOVE 16 TO RETURN-CODE
001390         GO TO 9999-EXIT
001400     END-IF.
001410 2000-EXIT.
001420     EXIT.
001430
001440 2100-WRITE-ONE-IMAGE.
001450     READ DL100-SEQ-FILE NEXT RECORD.
001460     IF NOT DL100-SEQ-FILE-OK
001470         GO TO 2100-EXIT
001480     END-IF.
001490     MOVE SPACES TO DL100-BACKUP-RECORD.
001500     SET DL100-BK-IS-IMAGE TO TRUE.
001510     MOVE DL100-SQB-STAMP TO DL100-BK-STAMP.
001520     MOVE DL100-SEQ-RECORD TO DL100-BK-SEQ-IMAGE.
001530     PERFORM 7000-WRITE-BACKUP THRU 7000-EXIT.
001540     ADD 1 TO DL100-SQB-IMAGE-COUNT.
001550     IF DL100-SEQ-LAST-VALUE NUMERIC
001560         ADD DL100-SEQ-LAST-VALUE TO DL100-SQB-VALUE-SUM
001570     END-IF.
001580 2100-EXIT.
001590     EXIT.
001600
001610*--------------------------------------------------------------------
001620* 3000-WRITE-TRAILER - THE CONTROL TOTALS DL100SQR CHECKS BEFORE IT
001630* WILL RESTORE FROM THIS GENERATION.
001640*--------------------------------------------------------------------
001650 3000-WRITE-TRAILER.
001660     MOVE SPACES TO DL100-BACKUP-RECORD.
001670     SET DL100-BK-IS-TRAILER TO TRUE.
001680     MOVE DL100-SQB-STAMP TO DL100-BK-STAMP.
001690     MOVE DL100-SQB-IMAGE-COUNT TO DL100-BK-TRL-COUNT.
001700     MOVE DL100-SQB-VALUE-SUM TO DL100-BK-TRL-VALUE-SUM.
001710     PERFORM 7000-WRITE-BACKUP THRU 7000-EXIT.
001720 3000-EXIT.
001730     EXIT.
001740
001750 7000-WRITE-BACKUP.
001760     WRITE DL100-BACKUP-RECORD.
001770     IF NOT DL100-BACKUP-FILE-OK
001780         STRING "ONETOTEN0239E BKPFILE WRITE FAILED - STATUS "
001790                DL100-BACKUP-FILE-STATUS
001791             DELIMITED BY SIZE INTO DL100-SQB-EXC-TEXT
001792         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
001800         MOVE 16 TO RETURN-CODE
001810         GO TO 9999-EXIT
001820     END-IF.
001830 7000-EXIT.
001840     EXIT.
001850
001860 8000-FINALIZE.
001870     CLOSE DL100-SEQ-FILE.
001880     CLOSE DL100-BACKUP-FILE.
001890     DISPLAY "ONETOTEN0240I SEQFILE BACKUP COMPLETE - "
001900             DL100-SQB-IMAGE-COUNT " RECORD(S) STAMPED "
001910             DL100-SQB-STAMP.
001920 8000-EXIT.
001930     EXIT.
001940
001941*--------------------------------------------------------------------
001942* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
001943* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
001944*--------------------------------------------------------------------
001945 8800-NOTE-EXCEPTION.
001946     DISPLAY DL100-SQB-EXC-TEXT.
001947     IF DL100-SQB-FIRST-MSG = SPACES
001948         MOVE DL100-SQB-EXC-TEXT TO DL100-SQB-FIRST-MSG
001949     END-IF.
001950     MOVE SPACES TO DL100-SQB-EXC-TEXT.
001951 8800-EXIT.
001952     EXIT.
001953
001954*--------------------------------------------------------------------
001955* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
001956* THE MORNING STATUS PAGE - RC, THE IMAGE COUNT AND THE FIRST
001957* ERROR MESSAGE.
001958*--------------------------------------------------------------------
001959 8900-WRITE-STEP-OUTCOME.
001960     MOVE RETURN-CODE TO DL100-SQB-SAVE-RC.
001961     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
001962     MOVE "IMAGES" TO DL100-SO-COUNT-LABEL (1).
001963     MOVE DL100-SQB-IMAGE-COUNT TO DL100-SO-COUNT-VALUE (1).
001964     MOVE DL100-SQB-FIRST-MSG TO DL100-SO-FIRST-MSG.
001965     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
001966 8900-EXIT.
001967     EXIT.
001968
001969*--------------------------------------------------------------------
001970* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
001971*--------------------------------------------------------------------
001972 8910-CLEAR-OUTCOME.
001973     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
001974     MOVE 0 TO DL100-SO-RUN-DATE.
001975     MOVE "DL100SQB" TO DL100-SO-PROGRAM.
001976     MOVE DL100-SQB-SAVE-RC TO DL100-SO-RETURN-CODE.
001977     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
001978         DL100-SO-COUNT-VALUE (3).
001979 8910-EXIT.
001980     EXIT.
001981
001982*--------------------------------------------------------------------
001983* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
001984* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
001985* THE STEP'S OWN IS PUT BACK AFTER IT.
001986*--------------------------------------------------------------------
001987 8920-FILE-OUTCOME.
001988     CALL "DL100STS" USING DL100-SQB-STS-FUNCTION
001989                           DL100-RUN-STATUS-RECORD
001990                           DL100-SQB-STS-STATUS.
001991     MOVE DL100-SQB-SAVE-RC TO RETURN-CODE.
001992 8920-EXIT.
001993     EXIT.
001994
001995*--------------------------------------------------------------------
001996* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
001997*--------------------------------------------------------------------
001998 9999-EXIT.
001999     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
002000     STOP RUN.
002001 END PROGRAM DL100SQB.
