000380*                     ENDS RC 0 WHEN EVERY NAME BALANCES, RC 8 ON
000390*                     ANY MISMATCH SO THE SCHEDULER CAN FLAG IT,
000400*                     AND RC 16 WHEN A FILE COULD NOT BE READ.
000401*   10/15/2026  DLH   STEP OUTCOME.  FILES A DL100SO RECORD ON RUNSTAT
000402*                     THROUGH DL100STS AS THE STEP ENDS - RC, RECORDS
000403*                     BALANCED AND OUT OF BALANCE, NAMES CHECKED, THE
000404*                     BALANCE FLAG, AND THE FIRST ERROR MESSAGE, WHICH
000405*                     EVERY MESSAGE NOW PASSES THROUGH
000406*                     8800-NOTE-EXCEPTION TO RECORD.  NEEDS THE RUNSTAT
000407*                     AND STEPID DDS.
000410*--------------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
001890     05  DL100-JB-SUM-TEXT           PIC X(36).
001900     05  DL100-JB-SUM-VALUE          PIC ZZZZZZZ9.
001910
001911*--------------------------------------------------------------------
001912* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
001913* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
001914* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
001915*--------------------------------------------------------------------
001916 77  DL100-JB-EXC-TEXT               PIC X(132) VALUE SPACES.
001917 77  DL100-JB-FIRST-MSG              PIC X(80) VALUE SPACES.
001918 77  DL100-JB-STS-FUNCTION           PIC X(01) VALUE "W".
001919 77  DL100-JB-STS-STATUS             PIC X(02) VALUE SPACES.
001920 77  DL100-JB-SAVE-RC                PIC S9(04) COMP VALUE 0.
001921 77  DL100-JB-BALANCE-SW             PIC X(01) VALUE SPACES.
001922     88  DL100-JB-STORE-BALANCED         VALUE "B".
001923     88  DL100-JB-STORE-OUT-OF-BAL       VALUE "X".
001924     COPY DL100SO.
001925
001927 PROCEDURE DIVISION.
001930*--------------------------------------------------------------------
001940* 0000-MAINLINE
001950*--------------------------------------------------------------------
002130     MOVE DL100-JB-TODAY-DATE TO DL100-JB-HDG1-DATE.
002140     OPEN INPUT DL100-SEQ-FILE.
002150     IF NOT DL100-SEQ-FILE-OK
002160         STRING "ONETOTEN0100E SEQFILE UNAVAILABLE - STATUS "
002170                DL100-SEQ-FILE-STATUS
002171             DELIMITED BY SIZE INTO DL100-JB-EXC-TEXT
002172         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002180         MOVE 16 TO RETURN-CODE
002190         GO TO 9999-EXIT
002200     END-IF.
002240                 "BALANCING FROM AN EMPTY JOURNAL"
002250     ELSE
002260         IF NOT DL100-SEQ-JOURNAL-OK
002270             STRING "ONETOTEN0102E SEQJRNL UNAVAILABLE - STATUS "
002280                    DL100-SEQ-JOURNAL-STATUS
002281                 DELIMITED BY SIZE INTO DL100-JB-EXC-TEXT
002282             PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002290             MOVE 16 TO RETURN-CODE
002300             GO TO 9999-EXIT
002310         END-IF
002330     OPEN INPUT DL100-MAINT-LOG-FILE.
002340     IF NOT DL100-MAINT-LOG-OK
002350         AND NOT DL100-MAINT-LOG-NONE
002360         STRING "ONETOTEN0103E MAINTLOG UNAVAILABLE - STATUS "
002370                DL100-MAINT-LOG-STATUS
002371             DELIMITED BY SIZE INTO DL100-JB-EXC-TEXT
002372         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 9999-EXIT
002400     END-IF.
002410     OPEN OUTPUT DL100-REPORT-FILE.
002420     IF NOT DL100-REPORT-FILE-OK
002430         STRING "ONETOTEN0104E RPTFILE UNAVAILABLE - STATUS "
002440                DL100-REPORT-FILE-STATUS
002441             DELIMITED BY SIZE INTO DL100-JB-EXC-TEXT
002442         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 9999-EXIT
002470     END-IF.
002610     PERFORM 2100-LOAD-ONE-MAINT THRU 2100-EXIT
002620         UNTIL NOT DL100-MAINT-LOG-OK.
002630     IF NOT DL100-MAINT-LOG-EOF
002640         STRING "ONETOTEN0103E MAINTLOG READ FAILED - STATUS "
002650                DL100-MAINT-LOG-STATUS
002651             DELIMITED BY SIZE INTO DL100-JB-EXC-TEXT
002652         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002660         MOVE 16 TO RETURN-CODE
002670         GO TO 9999-EXIT
002680     END-IF.
003065         GO TO 3000-EXIT
003066     END-IF.
003067     IF NOT DL100-SEQ-JOURNAL-OK
003068         STRING "ONETOTEN0102E SEQJRNL BROWSE FAILED - STATUS "
003069             DL100-SEQ-JOURNAL-STATUS
003070             DELIMITED BY SIZE INTO DL100-JB-EXC-TEXT
003071         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003072         MOVE 16 TO RETURN-CODE
003073         GO TO 9999-EXIT
003074     END-IF.
003075     PERFORM 3100-LOAD-ONE-JOURNAL THRU 3100-EXIT
003080         UNTIL NOT DL100-SEQ-JOURNAL-OK.
003090     IF NOT DL100-SEQ-JOURNAL-AT-END
003100         STRING "ONETOTEN0102E SEQJRNL READ FAILED - STATUS "
003110                DL100-SEQ-JOURNAL-STATUS
003111             DELIMITED BY SIZE INTO DL100-JB-EXC-TEXT
003112         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003120         MOVE 16 TO RETURN-CODE
003130         GO TO 9999-EXIT
003140     END-IF.
003600         GO TO 4000-EXIT
003610     END-IF.
003620     IF NOT DL100-SEQ-FILE-OK
003630         STRING "ONETOTEN0100E SEQFILE BROWSE FAILED - STATUS "
003640                DL100-SEQ-FILE-STATUS
003641             DELIMITED BY SIZE INTO DL100-JB-EXC-TEXT
003642         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003650         MOVE 16 TO RETURN-CODE
003660         GO TO 9999-EXIT
003670     END-IF.
004720         MOVE "SEQUENCE STORE BALANCES AGAINST THE JOURNAL"
004730             TO DL100-JB-PRINT-AREA
004740         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004741         SET DL100-JB-STORE-BALANCED TO TRUE
004750         DISPLAY "ONETOTEN0105I SEQUENCE-STORE JOURNAL BALANCED"
004760     ELSE
004770         MOVE "SEQUENCE STORE DOES NOT BALANCE - SEE EXCEPTIONS"
004780             TO DL100-JB-PRINT-AREA
004790         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004791         SET DL100-JB-STORE-OUT-OF-BAL TO TRUE
004800         STRING "ONETOTEN0106E SEQUENCE-STORE JOURNAL DOES NOT "
004810                "BALANCE - SEE THE DL100JBL REPORT"
004811             DELIMITED BY SIZE INTO DL100-JB-EXC-TEXT
004812         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
004820         MOVE 8 TO RETURN-CODE
004830     END-IF.
004840 6000-EXIT.
005740 8000-EXIT.
005750     EXIT.
005760
005761*--------------------------------------------------------------------
005762* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
005763* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
005764*--------------------------------------------------------------------
005765 8800-NOTE-EXCEPTION.
005766     DISPLAY DL100-JB-EXC-TEXT.
005767     IF DL100-JB-FIRST-MSG = SPACES
005768         MOVE DL100-JB-EXC-TEXT TO DL100-JB-FIRST-MSG
005769     END-IF.
005770     MOVE SPACES TO DL100-JB-EXC-TEXT.
005771 8800-EXIT.
005772     EXIT.
005773
005774*--------------------------------------------------------------------
005775* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
005776* THE MORNING STATUS PAGE - RC, THE STORE RECORDS BALANCED AND OUT
005777* OF BALANCE, THE NAMES CHECKED, THE BALANCE FLAG (B = BALANCED,
005778* X = OUT OF BALANCE, BLANK = NO VERDICT), AND THE FIRST MESSAGE.
005779*--------------------------------------------------------------------
005780 8900-WRITE-STEP-OUTCOME.
005781     MOVE RETURN-CODE TO DL100-JB-SAVE-RC.
005782     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
005783     MOVE "BALANCED" TO DL100-SO-COUNT-LABEL (1).
005784     MOVE DL100-JB-BALANCED-COUNT TO DL100-SO-COUNT-VALUE (1).
005785     MOVE "MISMATCHES" TO DL100-SO-COUNT-LABEL (2).
005786     MOVE DL100-JB-MISMATCH-COUNT TO DL100-SO-COUNT-VALUE (2).
005787     MOVE "NAMES" TO DL100-SO-COUNT-LABEL (3).
005788     MOVE DL100-JB-NAME-COUNT TO DL100-SO-COUNT-VALUE (3).
005789     MOVE DL100-JB-BALANCE-SW TO DL100-SO-FLAG.
005790     MOVE DL100-JB-FIRST-MSG TO DL100-SO-FIRST-MSG.
005791     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
005792 8900-EXIT.
005793     EXIT.
005794
005795*--------------------------------------------------------------------
005796* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
005797*--------------------------------------------------------------------
005798 8910-CLEAR-OUTCOME.
005799     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
005800     MOVE 0 TO DL100-SO-RUN-DATE.
005801     MOVE "DL100JBL" TO DL100-SO-PROGRAM.
005802     MOVE DL100-JB-SAVE-RC TO DL100-SO-RETURN-CODE.
005803     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
005804         DL100-SO-COUNT-VALUE (3).
005805 8910-EXIT.
005806     EXIT.
005807
005808*--------------------------------------------------------------------
005809* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
005810* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
005811* THE STEP'S OWN IS PUT BACK AFTER IT.
005812*--------------------------------------------------------------------
005813 8920-FILE-OUTCOME.
005814     CALL "DL100STS" USING DL100-JB-STS-FUNCTION
005815                           DL100-RUN-STATUS-RECORD
005816                           DL100-JB-STS-STATUS.
005817     MOVE DL100-JB-SAVE-RC TO RETURN-CODE.
005818 8920-EXIT.
005819     EXIT.
005820
005821*--------------------------------------------------------------------
005822* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
005823*--------------------------------------------------------------------
005824 9999-EXIT.
005825     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
005826     STOP RUN.
005827 END PROGRAM DL100JBL.
