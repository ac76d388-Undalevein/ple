000410*                                    DEFAULT 14 WHEN ABSENT
000420*                       TOLPCT NNN   TOLERANCE IN PERCENT OF THE
000430*                                    BASELINE AVERAGE, DEFAULT 50
000431*   10/15/2026  DLH   STEP OUTCOME.  FILES A DL100SO RECORD ON RUNSTAT
000432*                     THROUGH DL100STS AS THE STEP ENDS - RC, RUNS
000433*                     CHECKED, ANOMALIES, RUNS WITH NO BASELINE, THE
000434*                     NIGHT'S VERDICT, AND THE FIRST ERROR MESSAGE, WHICH
000435*                     EVERY MESSAGE NOW PASSES THROUGH
000436*                     8800-NOTE-EXCEPTION TO RECORD.  NEEDS THE RUNSTAT
000437*                     AND STEPID DDS.
000440*--------------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
002170     05  DL100-RD-SUM-TEXT           PIC X(36).
002180     05  DL100-RD-SUM-VALUE          PIC ZZZZZZZ9.
002190
002191*--------------------------------------------------------------------
002192* STEP OUTCOME FOR THE MORNING STATUS PAGE (SEE DL100STS).  EVERY
002193* ERROR AND WARNING MESSAGE IS BUILT IN THE EXCEPTION TEXT AND
002194* DISPLAYED THROUGH 8800-NOTE-EXCEPTION, WHICH KEEPS THE FIRST.
002195*--------------------------------------------------------------------
002196 77  DL100-RD-EXC-TEXT               PIC X(132) VALUE SPACES.
002197 77  DL100-RD-FIRST-MSG              PIC X(80) VALUE SPACES.
002198 77  DL100-RD-STS-FUNCTION           PIC X(01) VALUE "W".
002199 77  DL100-RD-STS-STATUS             PIC X(02) VALUE SPACES.
002200 77  DL100-RD-VERDICT-SW             PIC X(01) VALUE SPACES.
002201     88  DL100-RD-VERDICT-WITHIN         VALUE "W".
002202     88  DL100-RD-VERDICT-ANOMALY        VALUE "A".
002203 77  DL100-RD-SAVE-RC                PIC S9(04) COMP VALUE 0.
002204     COPY DL100SO.
002205
002206 PROCEDURE DIVISION.
002210*--------------------------------------------------------------------
002220* 0000-MAINLINE
002230*--------------------------------------------------------------------
002480         GO TO 9999-EXIT
002490     END-IF.
002500     IF NOT DL100-HISTORY-FILE-OK
002510         STRING "ONETOTEN0162E HISTFILE UNAVAILABLE - STATUS "
002520                DL100-HISTORY-FILE-STATUS
002521             DELIMITED BY SIZE INTO DL100-RD-EXC-TEXT
002522         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002530         MOVE 16 TO RETURN-CODE
002540         GO TO 9999-EXIT
002550     END-IF.
002560     OPEN OUTPUT DL100-REPORT-FILE.
002570     IF NOT DL100-REPORT-FILE-OK
002580         STRING "ONETOTEN0163E RPTFILE UNAVAILABLE - STATUS "
002590                DL100-REPORT-FILE-STATUS
002591             DELIMITED BY SIZE INTO DL100-RD-EXC-TEXT
002592         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002600         MOVE 16 TO RETURN-CODE
002610         GO TO 9999-EXIT
002620     END-IF.
002910             AND DL100-RD-CRD-VALUE NUMERIC
002920             MOVE DL100-RD-CRD-VALUE TO DL100-RD-TOLERANCE-PCT
002930         WHEN OTHER
002940             STRING "ONETOTEN0164E ANMCARD NOT UNDERSTOOD: "
002950                    DL100-RD-PARM-CARD (1:20)
002960                    " - USING THE DEFAULTS"
002961                 DELIMITED BY SIZE INTO DL100-RD-EXC-TEXT
002962             PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
002970     END-EVALUATE.
002980 1110-EXIT.
002990     EXIT.
003080     PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
003090         UNTIL NOT DL100-HISTORY-FILE-OK.
003100     IF NOT DL100-HISTORY-FILE-EOF
003110         STRING "ONETOTEN0162E HISTFILE READ FAILED - STATUS "
003120                DL100-HISTORY-FILE-STATUS
003121             DELIMITED BY SIZE INTO DL100-RD-EXC-TEXT
003122         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003130         MOVE 16 TO RETURN-CODE
003140         GO TO 9999-EXIT
003150     END-IF.
003520 3000-LOAD-BASELINES.
003530     OPEN INPUT DL100-HISTORY-FILE.
003540     IF NOT DL100-HISTORY-FILE-OK
003550         STRING "ONETOTEN0162E HISTFILE REOPEN FAILED - STATUS "
003560                DL100-HISTORY-FILE-STATUS
003561             DELIMITED BY SIZE INTO DL100-RD-EXC-TEXT
003562         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003570         MOVE 16 TO RETURN-CODE
003580         GO TO 9999-EXIT
003590     END-IF.
003600     PERFORM 3100-SORT-ONE-RECORD THRU 3100-EXIT
003610         UNTIL NOT DL100-HISTORY-FILE-OK.
003620     IF NOT DL100-HISTORY-FILE-EOF
003630         STRING "ONETOTEN0162E HISTFILE READ FAILED - STATUS "
003640                DL100-HISTORY-FILE-STATUS
003641             DELIMITED BY SIZE INTO DL100-RD-EXC-TEXT
003642         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
003650         MOVE 16 TO RETURN-CODE
003660         GO TO 9999-EXIT
003670     END-IF.
005920         MOVE "EVERY RUN TONIGHT IS WITHIN TOLERANCE"
005930             TO DL100-RD-PRINT-AREA
005940         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005941         SET DL100-RD-VERDICT-WITHIN TO TRUE
005950         DISPLAY "ONETOTEN0165I RUN DURATIONS WITHIN TOLERANCE"
005960     ELSE
005970         MOVE "A RUN TONIGHT IS OUT OF TOLERANCE - SEE ABOVE"
005980             TO DL100-RD-PRINT-AREA
005990         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005991         SET DL100-RD-VERDICT-ANOMALY TO TRUE
006000         STRING "ONETOTEN0166E TONIGHT'S RUN DEVIATES FROM ITS "
006010                "BASELINE - SEE THE DL100RDC REPORT"
006011             DELIMITED BY SIZE INTO DL100-RD-EXC-TEXT
006012         PERFORM 8800-NOTE-EXCEPTION THRU 8800-EXIT
006020         MOVE 8 TO RETURN-CODE
006030     END-IF.
006040 6000-EXIT.
006780 8000-EXIT.
006790     EXIT.
006800
006801*--------------------------------------------------------------------
006802* 8800-NOTE-EXCEPTION - DISPLAY THE ERROR OR WARNING MESSAGE BUILT
006803* IN THE EXCEPTION TEXT, KEEPING THE STEP'S FIRST FOR ITS OUTCOME.
006804*--------------------------------------------------------------------
006805 8800-NOTE-EXCEPTION.
006806     DISPLAY DL100-RD-EXC-TEXT.
006807     IF DL100-RD-FIRST-MSG = SPACES
006808         MOVE DL100-RD-EXC-TEXT TO DL100-RD-FIRST-MSG
006809     END-IF.
006810     MOVE SPACES TO DL100-RD-EXC-TEXT.
006811 8800-EXIT.
006812     EXIT.
006813
006814*--------------------------------------------------------------------
006815* 8900-WRITE-STEP-OUTCOME - FILE THE STEP'S OUTCOME ON RUNSTAT FOR
006816* THE MORNING STATUS PAGE - RC, THE RUNS CHECKED, THE ANOMALIES AND
006817* RUNS WITH NO BASELINE, THE VERDICT (W = WITHIN TOLERANCE, A =
006818* ANOMALY, BLANK = NO VERDICT REACHED), AND THE FIRST MESSAGE.
006819*--------------------------------------------------------------------
006820 8900-WRITE-STEP-OUTCOME.
006821     MOVE RETURN-CODE TO DL100-RD-SAVE-RC.
006822     PERFORM 8910-CLEAR-OUTCOME THRU 8910-EXIT.
006823     MOVE "CHECKED" TO DL100-SO-COUNT-LABEL (1).
006824     MOVE DL100-RD-TONIGHT-COUNT TO DL100-SO-COUNT-VALUE (1).
006825     MOVE "ANOMALIES" TO DL100-SO-COUNT-LABEL (2).
006826     MOVE DL100-RD-ANOMALY-COUNT TO DL100-SO-COUNT-VALUE (2).
006827     MOVE "NO-BASE" TO DL100-SO-COUNT-LABEL (3).
006828     MOVE DL100-RD-NO-BASE-COUNT TO DL100-SO-COUNT-VALUE (3).
006829     MOVE DL100-RD-VERDICT-SW TO DL100-SO-FLAG.
006830     MOVE DL100-RD-FIRST-MSG TO DL100-SO-FIRST-MSG.
006831     PERFORM 8920-FILE-OUTCOME THRU 8920-EXIT.
006832 8900-EXIT.
006833     EXIT.
006834
006835*--------------------------------------------------------------------
006836* 8910-CLEAR-OUTCOME - START A FRESH OUTCOME RECORD FOR THIS STEP.
006837*--------------------------------------------------------------------
006838 8910-CLEAR-OUTCOME.
006839     MOVE SPACES TO DL100-RUN-STATUS-RECORD.
006840     MOVE 0 TO DL100-SO-RUN-DATE.
006841     MOVE "DL100RDC" TO DL100-SO-PROGRAM.
006842     MOVE DL100-RD-SAVE-RC TO DL100-SO-RETURN-CODE.
006843     MOVE 0 TO DL100-SO-COUNT-VALUE (1) DL100-SO-COUNT-VALUE (2)
006844         DL100-SO-COUNT-VALUE (3).
006845 8910-EXIT.
006846     EXIT.
006847
006848*--------------------------------------------------------------------
006849* 8920-FILE-OUTCOME - HAND THE RECORD TO DL100STS, WHICH KEYS IT BY
006850* THE NIGHT AND THE STEPID CARD.  THE CALL RESETS RETURN-CODE, SO
006851* THE STEP'S OWN IS PUT BACK AFTER IT.
006852*--------------------------------------------------------------------
006853 8920-FILE-OUTCOME.
006854     CALL "DL100STS" USING DL100-RD-STS-FUNCTION
006855                           DL100-RUN-STATUS-RECORD
006856                           DL100-RD-STS-STATUS.
006857     MOVE DL100-RD-SAVE-RC TO RETURN-CODE.
006858 8920-EXIT.
006859     EXIT.
006860
006861*--------------------------------------------------------------------
006862* 9810-DATE-TO-SERIAL - TURN THE DATE IN DL100-RD-DATE-WORK INTO A
006863* SERIAL DAY NUMBER.  ONLY DIFFERENCES OF SERIAL DAYS ARE EVER
006864* USED, SO THE EPOCH IS ARBITRARY.
006865*--------------------------------------------------------------------
006866 9810-DATE-TO-SERIAL.
006870     MOVE DL100-RD-DW-YEAR TO DL100-SERIAL-YEAR.
006880     MOVE DL100-RD-DW-MONTH TO DL100-SERIAL-MONTH.
006890     IF DL100-SERIAL-MONTH < 3
007110* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION, INCLUDING ABENDS.
007120*--------------------------------------------------------------------
007130 9999-EXIT.
007131     PERFORM 8900-WRITE-STEP-OUTCOME THRU 8900-EXIT.
007140     STOP RUN.
007150 END PROGRAM DL100RDC.
