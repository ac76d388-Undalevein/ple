000430*                                     DEFAULT 30 WHEN ABSENT
000440*                       MAXDAYS NNN   PROJECTION LIMIT IN DAYS,
000450*                                     DEFAULT 366
000451*   10/15/2026  DLH   SCHEDPRM IS NOW THE KEYED SCHEDULE-PARAMETER
000452*                     STORE (DL100SP) MAINTAINED THROUGH THE DL1P
000453*                     TRANSACTION.  EACH ENTRY IS LAID OUT AS THE
000454*                     CARD IT REPLACES AND LOADED BY THE SAME RULE
000455*                     LOGIC AS DL100CTB, WHICH READS THE SAME
000456*                     STORE, SO TOMORROW'S LIMITS AND THIS FORECAST
000457*                     ALWAYS COME FROM THE SAME EDITED RULES.
000460*--------------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000540         FILE STATUS IS DL100-SEQ-FILE-STATUS.
000550
000560     SELECT DL100-SCHED-FILE ASSIGN TO "SCHEDPRM"
000570         ORGANIZATION IS INDEXED
000571         ACCESS MODE IS SEQUENTIAL
000572         RECORD KEY IS DL100-SP-KEY
000580         FILE STATUS IS DL100-SCHED-FILE-STATUS.
000590
000600     SELECT DL100-CAP-CARD-FILE ASSIGN TO "CAPCARD"
000700 FD  DL100-SEQ-FILE.
000710     COPY DL100SQ.
000720
000730 FD  DL100-SCHED-FILE.
000740     COPY DL100SP.
000760
000770 FD  DL100-CAP-CARD-FILE
000780     RECORDING MODE IS F.
001520
001530*--------------------------------------------------------------------
001540* SCHEDPRM CARD LAYOUTS - THE SAME 80-BYTE CARD VIEWED THREE WAYS,
001550* REBUILT FROM EACH SCHEDPRM STORE ENTRY EXACTLY AS DL100CTB DOES,
001560* SO THE FORECAST SEES THE SAME RULES THE NIGHTLY BUILD APPLIES.
001570*--------------------------------------------------------------------
001580 01  DL100-CP-PARM-CARD.
001590     05  DL100-CP-CRD-KEYWORD        PIC X(08).
004470     IF NOT DL100-SCHED-FILE-OK
004480         GO TO 2100-EXIT
004490     END-IF.
004530     PERFORM 2150-FORMAT-PARM-CARD THRU 2150-EXIT.
004540     ADD 1 TO DL100-CP-CARD-COUNT.
004550     EVALUATE TRUE
004560         WHEN DL100-CP-CRD-STREAM
004680     END-EVALUATE.
004690 2100-EXIT.
004700     EXIT.
004701
004702*--------------------------------------------------------------------
004703* 2150-FORMAT-PARM-CARD - LAY THE STORE ENTRY OUT AS THE CARD IT
004704* REPLACES, SO THE RULE LOADERS BELOW READ IT EXACTLY AS THEY READ
004705* THE OLD DECK.  DL100SPE HAS ALREADY EDITED EVERY ENTRY ON THE
004706* STORE, BUT THE LOADERS' OWN CHECKS STILL STAND.
004707*--------------------------------------------------------------------
004708 2150-FORMAT-PARM-CARD.
004709     MOVE SPACES TO DL100-CP-PARM-CARD.
004710     MOVE DL100-SP-ENTRY-TYPE TO DL100-CP-CRD-KEYWORD.
004711     EVALUATE TRUE
004712         WHEN DL100-SP-STREAM-ENTRY
004713             MOVE DL100-SP-STREAM-NAME TO DL100-CP-CRD-VALUE
004714         WHEN DL100-SP-DOWLIMIT-ENTRY
004715             MOVE DL100-SP-DAY-NAME TO DL100-CP-CRD-DAY
004716             MOVE DL100-SP-LIMIT-X TO DL100-CP-CRD-DAY-LIMIT
004717             MOVE DL100-SP-STREAM-NAME TO DL100-CP-CRD-DAY-STREAM
004718         WHEN DL100-SP-EOMLIMIT-ENTRY
004719         WHEN DL100-SP-HOLLIMIT-ENTRY
004720             MOVE DL100-SP-LIMIT-X TO DL100-CP-CRD-LIMIT
004721             MOVE DL100-SP-STREAM-NAME TO DL100-CP-CRD-LIM-STREAM
004722         WHEN DL100-SP-HOLIDAY-ENTRY
004723             MOVE DL100-SP-QUALIFIER TO DL100-CP-CRD-VALUE
004724     END-EVALUATE.
004725 2150-EXIT.
004726     EXIT.
004727
004728 2200-LOAD-DAY-RULE.
004730     PERFORM 2210-FIND-DAY-NAME THRU 2210-EXIT
004740         VARYING DL100-CP-DAY-SUB FROM 1 BY 1
004750         UNTIL DL100-CP-DAY-SUB > 7
