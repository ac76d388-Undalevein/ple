000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DL100SPE.
000120 AUTHOR. D L HARGROVE.
000130 INSTALLATION. DATALINE BATCH SYSTEMS - SHOP DL100.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------------
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ------------------------------------------
000210*   10/15/2026  DLH   ORIGINAL PROGRAM.  FIELD EDITS FOR ONE
000220*                     DL100SP SCHEDULE-PARAMETER ENTRY, CALLED BY
000230*                     THE DL1P MAINTENANCE TRANSACTION (DL100SPM)
000240*                     AND THE CARD-DECK CONVERSION (DL100SPC) SO
000250*                     AN ENTRY IS HELD TO THE SAME RULES HOWEVER
000260*                     IT REACHES THE STORE:
000270*                       - A KNOWN ENTRY TYPE, WHICH ALSO SETS THE
000280*                         CLASS DIGIT THAT LEADS THE KEY;
000290*                       - A DOWLIMIT DAY OF MON..SUN;
000300*                       - A HOLIDAY DATE THAT IS A REAL CALENDAR
000310*                         DATE (MONTH 01-12, DAY WITHIN THE
000320*                         MONTH, 29 FEBRUARY ONLY IN A LEAP
000330*                         YEAR);
000340*                       - A STREAM NAME ON A STREAM ENTRY AND NONE
000350*                         ON A HOLIDAY;
000360*                       - A LIMIT OF 1 THRU 9999, THE COUNTER
000370*                         CAPACITY, ON EVERY LIMIT ENTRY, AND NO
000380*                         LIMIT ON A STREAM OR HOLIDAY ENTRY.
000390*                     FUNCTION "K" EDITS ONLY THE KEY FIELDS (FOR
000400*                     AN INQUIRY OR DELETE); FUNCTION "E" EDITS
000410*                     THE WHOLE ENTRY.  THE CALLER PASSES THE
000420*                     LIMIT AS KEYED IN DL100-SP-LIMIT-X.  WHETHER
000430*                     A NAMED STREAM EXISTS IS FOR THE CALLER TO
000440*                     PROVE - ONLY IT HAS THE FILES OPEN.  STATUS
000450*                     "00" ACCEPTED (ENTRY HANDED BACK WITH ITS
000460*                     CLASS SET), "08" REJECTED WITH THE REASON IN
000470*                     THE MESSAGE, "93" UNKNOWN FUNCTION.
000480*--------------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 DATA DIVISION.
000510 WORKING-STORAGE SECTION.
000520*--------------------------------------------------------------------
000530* EDIT LIMITS AND WORK ITEMS
000540*--------------------------------------------------------------------
000550 77  DL100-SPE-MAX-COUNTER-VALUE     PIC 9(06) VALUE 9999.
000560 77  DL100-SPE-DAY-SUB               PIC S9(04) COMP VALUE 0.
000570 77  DL100-SPE-MONTH-END-DAY         PIC 9(02) VALUE 0.
000580 77  DL100-SPE-LEAP-QUOTIENT         PIC 9(04) VALUE 0.
000590 77  DL100-SPE-LEAP-REMAINDER        PIC 9(04) VALUE 0.
000600
000610 01  DL100-SPE-DAY-NAME-DATA         PIC X(21)
000620         VALUE "MONTUEWEDTHUFRISATSUN".
000630 01  DL100-SPE-DAY-NAME-TABLE REDEFINES DL100-SPE-DAY-NAME-DATA.
000640     05  DL100-SPE-DAY-NAME OCCURS 7 TIMES
000650                                     PIC X(03).
000660
000670 01  DL100-SPE-MONTH-DAYS-DATA       PIC X(24)
000680         VALUE "312831303130313130313031".
000690 01  DL100-SPE-MONTH-DAYS-TABLE
000700         REDEFINES DL100-SPE-MONTH-DAYS-DATA.
000710     05  DL100-SPE-MONTH-DAYS OCCURS 12 TIMES
000720                                     PIC 9(02).
000730
000740 01  DL100-SPE-DATE-WORK.
000750     05  DL100-SPE-DW-YEAR           PIC 9(04).
000760     05  DL100-SPE-DW-MONTH          PIC 9(02).
000770     05  DL100-SPE-DW-DAY            PIC 9(02).
000780 01  DL100-SPE-DATE-WORK-X REDEFINES DL100-SPE-DATE-WORK
000790                                     PIC X(08).
000800
000810 01  DL100-SPE-LIMIT-EDIT            PIC Z(05)9.
000820
000830 COPY DL100SP.
000840
000850 LINKAGE SECTION.
000860 01  DL100-SPE-LS-FUNCTION           PIC X(01).
000870     88  DL100-SPE-LS-KEY-EDIT           VALUE "K".
000880     88  DL100-SPE-LS-FULL-EDIT          VALUE "E".
000890 01  DL100-SPE-LS-ENTRY              PIC X(80).
000900 01  DL100-SPE-LS-STATUS             PIC X(02).
000910     88  DL100-SPE-LS-STATUS-OK          VALUE "00".
000920     88  DL100-SPE-LS-STATUS-REJECTED    VALUE "08".
000930     88  DL100-SPE-LS-STATUS-BAD-REQUEST VALUE "93".
000940 01  DL100-SPE-LS-MESSAGE            PIC X(70).
000950
000960 PROCEDURE DIVISION USING DL100-SPE-LS-FUNCTION
000970                          DL100-SPE-LS-ENTRY
000980                          DL100-SPE-LS-STATUS
000990                          DL100-SPE-LS-MESSAGE.
001000*--------------------------------------------------------------------
001010* 0000-MAINLINE - EACH EDIT STOPS AT THE FIRST FAULT IT FINDS, SO
001020* THE OPERATOR IS TOLD ONE THING TO FIX AT A TIME.  THE ENTRY IS
001030* HANDED BACK ONLY WHEN IT PASSES.
001040*--------------------------------------------------------------------
001050 0000-MAINLINE.
001060     SET DL100-SPE-LS-STATUS-OK TO TRUE.
001070     MOVE SPACES TO DL100-SPE-LS-MESSAGE.
001080     IF NOT DL100-SPE-LS-KEY-EDIT
001090         AND NOT DL100-SPE-LS-FULL-EDIT
001100         SET DL100-SPE-LS-STATUS-BAD-REQUEST TO TRUE
001110         GO TO 0000-RETURN
001120     END-IF.
001130     MOVE DL100-SPE-LS-ENTRY TO DL100-SCHED-PARM-RECORD.
001140     PERFORM 1000-EDIT-ENTRY-TYPE THRU 1000-EXIT.
001150     IF NOT DL100-SPE-LS-STATUS-OK
001160         GO TO 0000-RETURN
001170     END-IF.
001180     PERFORM 2000-EDIT-QUALIFIER THRU 2000-EXIT.
001190     IF NOT DL100-SPE-LS-STATUS-OK
001200         GO TO 0000-RETURN
001210     END-IF.
001220     PERFORM 3000-EDIT-STREAM-NAME THRU 3000-EXIT.
001230     IF NOT DL100-SPE-LS-STATUS-OK
001240         GO TO 0000-RETURN
001250     END-IF.
001260     IF DL100-SPE-LS-FULL-EDIT
001270         PERFORM 4000-EDIT-LIMIT THRU 4000-EXIT
001280         IF NOT DL100-SPE-LS-STATUS-OK
001290             GO TO 0000-RETURN
001300         END-IF
001310     END-IF.
001320     MOVE DL100-SCHED-PARM-RECORD TO DL100-SPE-LS-ENTRY.
001330 0000-RETURN.
001340     GOBACK.
001350
001360*--------------------------------------------------------------------
001370* 1000-EDIT-ENTRY-TYPE - THE FIVE KEYWORDS OF THE OLD CARD DECK.
001380* THE TYPE DECIDES THE CLASS DIGIT, AND SO WHERE THE ENTRY SORTS.
001390*--------------------------------------------------------------------
001400 1000-EDIT-ENTRY-TYPE.
001410     EVALUATE TRUE
001420         WHEN DL100-SP-STREAM-ENTRY
001430             SET DL100-SP-CLASS-STREAM TO TRUE
001440         WHEN DL100-SP-DOWLIMIT-ENTRY
001450             SET DL100-SP-CLASS-DOWLIMIT TO TRUE
001460         WHEN DL100-SP-EOMLIMIT-ENTRY
001470             SET DL100-SP-CLASS-EOMLIMIT TO TRUE
001480         WHEN DL100-SP-HOLLIMIT-ENTRY
001490             SET DL100-SP-CLASS-HOLLIMIT TO TRUE
001500         WHEN DL100-SP-HOLIDAY-ENTRY
001510             SET DL100-SP-CLASS-HOLIDAY TO TRUE
001520         WHEN OTHER
001530             STRING "ONETOTEN0287E TYPE IS STREAM, DOWLIMIT, "
001540                    "EOMLIMIT, HOLLIMIT, OR HOLIDAY"
001550                 DELIMITED BY SIZE INTO DL100-SPE-LS-MESSAGE
001560             SET DL100-SPE-LS-STATUS-REJECTED TO TRUE
001570     END-EVALUATE.
001580 1000-EXIT.
001590     EXIT.
001600
001610*--------------------------------------------------------------------
001620* 2000-EDIT-QUALIFIER - A DAY NAME ON A DOWLIMIT, A REAL DATE ON A
001630* HOLIDAY, AND NOTHING AT ALL ON ANY OTHER ENTRY.
001640*--------------------------------------------------------------------
001650 2000-EDIT-QUALIFIER.
001660     EVALUATE TRUE
001670         WHEN DL100-SP-DOWLIMIT-ENTRY
001680             PERFORM 2100-EDIT-DAY-NAME THRU 2100-EXIT
001690         WHEN DL100-SP-HOLIDAY-ENTRY
001700             PERFORM 2200-EDIT-HOLIDAY-DATE THRU 2200-EXIT
001710         WHEN OTHER
001720             IF DL100-SP-QUALIFIER NOT = SPACES
001730                 STRING "ONETOTEN0291E A " DL100-SP-ENTRY-TYPE
001740                        " ENTRY TAKES NO DAY OR DATE"
001750                     DELIMITED BY SIZE INTO DL100-SPE-LS-MESSAGE
001760                 SET DL100-SPE-LS-STATUS-REJECTED TO TRUE
001770             END-IF
001780     END-EVALUATE.
001790 2000-EXIT.
001800     EXIT.
001810
001820 2100-EDIT-DAY-NAME.
001830     MOVE 0 TO DL100-SPE-DAY-SUB.
001840     IF DL100-SP-QUALIFIER (4:5) = SPACES
001850         PERFORM 2110-MATCH-ONE-DAY THRU 2110-EXIT
001860             VARYING DL100-SPE-DAY-SUB FROM 1 BY 1
001870             UNTIL DL100-SPE-DAY-SUB > 7
001880                 OR DL100-SP-DAY-NAME
001890                     = DL100-SPE-DAY-NAME (DL100-SPE-DAY-SUB)
001900     END-IF.
001910     IF DL100-SPE-DAY-SUB < 1 OR DL100-SPE-DAY-SUB > 7
001920         STRING "ONETOTEN0288E DAY MUST BE MON, TUE, WED, THU, "
001930                "FRI, SAT, OR SUN"
001940             DELIMITED BY SIZE INTO DL100-SPE-LS-MESSAGE
001950         SET DL100-SPE-LS-STATUS-REJECTED TO TRUE
001960     END-IF.
001970 2100-EXIT.
001980     EXIT.
001990
002000 2110-MATCH-ONE-DAY.
002010     CONTINUE.
002020 2110-EXIT.
002030     EXIT.
002040
002050*--------------------------------------------------------------------
002060* 2200-EDIT-HOLIDAY-DATE - YYYYMMDD, ALL DIGITS, A MONTH THAT
002070* EXISTS AND A DAY THAT EXISTS IN IT.  A CENTURY YEAR IS A LEAP
002080* YEAR ONLY WHEN IT DIVIDES BY 400.
002090*--------------------------------------------------------------------
002100 2200-EDIT-HOLIDAY-DATE.
002110     IF DL100-SP-QUALIFIER NOT NUMERIC
002120         GO TO 2200-REJECT
002130     END-IF.
002140     MOVE DL100-SP-QUALIFIER TO DL100-SPE-DATE-WORK-X.
002150     IF DL100-SPE-DW-YEAR = 0
002160         OR DL100-SPE-DW-MONTH < 1 OR DL100-SPE-DW-MONTH > 12
002170         OR DL100-SPE-DW-DAY < 1
002180         GO TO 2200-REJECT
002190     END-IF.
002200     MOVE DL100-SPE-MONTH-DAYS (DL100-SPE-DW-MONTH)
002210         TO DL100-SPE-MONTH-END-DAY.
002220     IF DL100-SPE-DW-MONTH = 2
002230         DIVIDE DL100-SPE-DW-YEAR BY 4
002240             GIVING DL100-SPE-LEAP-QUOTIENT
002250             REMAINDER DL100-SPE-LEAP-REMAINDER
002260         IF DL100-SPE-LEAP-REMAINDER = 0
002270             MOVE 29 TO DL100-SPE-MONTH-END-DAY
002280             DIVIDE DL100-SPE-DW-YEAR BY 100
002290                 GIVING DL100-SPE-LEAP-QUOTIENT
002300                 REMAINDER DL100-SPE-LEAP-REMAINDER
002310             IF DL100-SPE-LEAP-REMAINDER = 0
002320                 DIVIDE DL100-SPE-DW-YEAR BY 400
002330                     GIVING DL100-SPE-LEAP-QUOTIENT
002340                     REMAINDER DL100-SPE-LEAP-REMAINDER
002350                 IF DL100-SPE-LEAP-REMAINDER NOT = 0
002360                     MOVE 28 TO DL100-SPE-MONTH-END-DAY
002370                 END-IF
002380             END-IF
002390         END-IF
002400     END-IF.
002410     IF DL100-SPE-DW-DAY > DL100-SPE-MONTH-END-DAY
002420         GO TO 2200-REJECT
002430     END-IF.
002440     GO TO 2200-EXIT.
002450 2200-REJECT.
002460     STRING "ONETOTEN0289E HOLIDAY " DL100-SP-QUALIFIER
002470            " IS NOT A REAL YYYYMMDD CALENDAR DATE"
002480         DELIMITED BY SIZE INTO DL100-SPE-LS-MESSAGE.
002490     SET DL100-SPE-LS-STATUS-REJECTED TO TRUE.
002500 2200-EXIT.
002510     EXIT.
002520
002530*--------------------------------------------------------------------
002540* 3000-EDIT-STREAM-NAME - A STREAM ENTRY MUST NAME ITS STREAM; A
002550* HOLIDAY IS SHOP-WIDE AND MAY NOT NAME ONE.  ON A LIMIT ENTRY
002560* THE NAME IS OPTIONAL - BLANK IS THE SHARED DEFAULT RULE.
002570*--------------------------------------------------------------------
002580 3000-EDIT-STREAM-NAME.
002590     IF DL100-SP-STREAM-ENTRY
002600         AND DL100-SP-STREAM-NAME = SPACES
002610         MOVE "ONETOTEN0291E A STREAM ENTRY NEEDS A STREAM NAME"
002620             TO DL100-SPE-LS-MESSAGE
002630         SET DL100-SPE-LS-STATUS-REJECTED TO TRUE
002640         GO TO 3000-EXIT
002650     END-IF.
002660     IF DL100-SP-HOLIDAY-ENTRY
002670         AND DL100-SP-STREAM-NAME NOT = SPACES
002680         STRING "ONETOTEN0291E A HOLIDAY IS SHOP-WIDE AND TAKES "
002690                "NO STREAM NAME"
002700             DELIMITED BY SIZE INTO DL100-SPE-LS-MESSAGE
002710         SET DL100-SPE-LS-STATUS-REJECTED TO TRUE
002720     END-IF.
002730 3000-EXIT.
002740     EXIT.
002750
002760*--------------------------------------------------------------------
002770* 4000-EDIT-LIMIT - EVERY LIMIT ENTRY NEEDS A LIMIT THE COUNTER
002780* CAN HOLD, AND ZERO IS NO LIMIT AT ALL - DL100CTB WOULD STOP THE
002790* NIGHT ON IT.  A STREAM OR HOLIDAY ENTRY CARRIES NONE, AND IS
002800* HANDED BACK WITH A ZERO LIMIT.
002810*--------------------------------------------------------------------
002820 4000-EDIT-LIMIT.
002830     IF NOT DL100-SP-LIMIT-ENTRY
002840         IF DL100-SP-LIMIT-X NOT = SPACES
002850             AND DL100-SP-LIMIT-X NOT = ZEROS
002860             STRING "ONETOTEN0291E A " DL100-SP-ENTRY-TYPE
002870                    " ENTRY TAKES NO LIMIT"
002880                 DELIMITED BY SIZE INTO DL100-SPE-LS-MESSAGE
002890             SET DL100-SPE-LS-STATUS-REJECTED TO TRUE
002900             GO TO 4000-EXIT
002910         END-IF
002920         MOVE 0 TO DL100-SP-LIMIT
002930         GO TO 4000-EXIT
002940     END-IF.
002950     IF DL100-SP-LIMIT-X NOT NUMERIC
002960         GO TO 4000-REJECT
002970     END-IF.
002980     IF DL100-SP-LIMIT = 0
002990         OR DL100-SP-LIMIT > DL100-SPE-MAX-COUNTER-VALUE
003000         GO TO 4000-REJECT
003010     END-IF.
003020     GO TO 4000-EXIT.
003030 4000-REJECT.
003040     MOVE DL100-SPE-MAX-COUNTER-VALUE TO DL100-SPE-LIMIT-EDIT.
003050     STRING "ONETOTEN0290E LIMIT MUST BE 1 THRU"
003060            DL100-SPE-LIMIT-EDIT " (COUNTER CAPACITY)"
003070         DELIMITED BY SIZE INTO DL100-SPE-LS-MESSAGE.
003080     SET DL100-SPE-LS-STATUS-REJECTED TO TRUE.
003090 4000-EXIT.
003100     EXIT.
003110
003120 END PROGRAM DL100SPE.
