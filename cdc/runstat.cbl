000160*        ITS AVERAGE OVER THE PRIOR 30 NIGHTS)                  *
000170*      - DID LAST NIGHT END CLEAN?  (THE PRIOR DATE'S "RUN "    *
000180*        LINE CARRIES STATUS CLEAN ONLY WHEN THE RUN REACHED    *
000190*        ITS CLEAN END -- A RUN THAT DIED NEVER WRITES ONE;     *
000200*        A PROOF RUN'S LINE CARRIES STATUS PROOF INSTEAD)       *
000210*  THE LOG IS READ TWICE: ONCE TO FIND THE LATEST AND PRIOR     *
000220*  RUN DATES, ONCE TO COLLECT TONIGHT'S LINES AND THE 30-NIGHT  *
000230*  PHASE AVERAGES.                                              *
000240*****************************************************************
000250*
000260*    MODIFICATION HISTORY
000270*    --------------------
000280*    09/02/2026  DAO  ORIGINAL PROGRAM.
000290*    10/15/2026  DAO  A PROOF RUN'S "RUN " LINE (STATUS PROOF) IS
000300*                     NOW REPORTED AS A PROOF RUN, NOT AS A NIGHT
000310*                     THAT DID NOT END CLEAN.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360*    SAME LINE LAYOUT MERGE-CSV'S 7810-WRITE-RUN-LOG-LINE
000370*    WRITES.
000380     SELECT RUN-LOG-FILE ASSIGN TO "run-log.dat"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RUN-LOG-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RUN-LOG-FILE.
000450 01  RUN-LOG-RECORD.
000460     05  RLG-RUN-DATE    PIC 9(08).
000470     05  RLG-SEP-1       PIC X(01).
000480     05  RLG-PHASE       PIC X(04).
000490     05  RLG-SEP-2       PIC X(01).
000500     05  RLG-EXTRACT     PIC X(30).
000510     05  RLG-SEP-3       PIC X(01).
000520     05  RLG-START-TIME  PIC 9(06).
000530     05  RLG-SEP-4       PIC X(01).
000540     05  RLG-END-TIME    PIC 9(06).
000550     05  RLG-SEP-5       PIC X(01).
000560     05  RLG-COUNT       PIC 9(09).
000570     05  RLG-SEP-6       PIC X(01).
000580     05  RLG-STATUS      PIC X(08).
000590*
000600 WORKING-STORAGE SECTION.
000610*
000620*    SWITCHES
000630 01  WS-SWITCHES.
000640     05  WS-LOG-EOF-SW           PIC X VALUE 'N'.
000650         88  LOG-EOF                   VALUE 'Y'.
000660     05  WS-LOG-AVAIL-SW         PIC X VALUE 'N'.
000670         88  LOG-AVAILABLE             VALUE 'Y'.
000680     05  WS-PHASE-FOUND-SW       PIC X VALUE 'N'.
000690         88  PHASE-FOUND               VALUE 'Y'.
000700     05  WS-PRIOR-CLEAN-SW       PIC X VALUE 'N'.
000710         88  PRIOR-NIGHT-CLEAN         VALUE 'Y'.
000720     05  WS-TONIGHT-CLEAN-SW     PIC X VALUE 'N'.
000730         88  TONIGHT-ENDED-CLEAN       VALUE 'Y'.
000740     05  WS-PRIOR-PROOF-SW       PIC X VALUE 'N'.
000750         88  PRIOR-NIGHT-PROOF         VALUE 'Y'.
000760     05  WS-TONIGHT-PROOF-SW     PIC X VALUE 'N'.
000770         88  TONIGHT-WAS-PROOF         VALUE 'Y'.
000780*
000790 01  WS-RUN-LOG-STATUS       PIC X(02).
000800     88  WS-RUN-LOG-OK             VALUE '00'.
000810     88  WS-RUN-LOG-NOT-FOUND      VALUE '23', '35'.
000820*
000830*    THE TWO RUN DATES THE REPORT PIVOTS ON.
000840 77  WS-LATEST-DATE          PIC 9(08) VALUE 0.
000850 77  WS-PRIOR-DATE           PIC 9(08) VALUE 0.
000860*    DAY NUMBERS BOUND THE 30-NIGHT AVERAGING WINDOW; CALENDAR
000870*    SUBTRACTION CANNOT CROSS MONTH ENDS.
000880 77  WS-LATEST-DAY-NUM       PIC 9(07) COMP VALUE 0.
000890 77  WS-LINE-DAY-NUM         PIC 9(07) COMP VALUE 0.
000900 77  WS-WINDOW-DAYS          PIC 9(03) COMP VALUE 30.
000910*
000920*    TONIGHT'S LOG LINES, IN FILE (PHASE) ORDER.
000930 77  WS-MAX-TONIGHT          PIC 9(03) COMP VALUE 200.
000940 77  WS-TONIGHT-COUNT        PIC 9(03) COMP VALUE 0.
000950 77  WS-TONIGHT-IDX          PIC 9(03) COMP VALUE 0.
000960 77  WS-TONIGHT-LOST-COUNT   PIC 9(03) COMP VALUE 0.
000970 01  WS-TONIGHT-TAB.
000980     05  WS-TONIGHT-ENTRY    OCCURS 200 TIMES.
000990         10  WS-TN-PHASE         PIC X(04).
001000         10  WS-TN-EXTRACT       PIC X(30).
001010         10  WS-TN-START         PIC 9(06).
001020         10  WS-TN-END           PIC 9(06).
001030         10  WS-TN-COUNT         PIC 9(09).
001040         10  WS-TN-STATUS        PIC X(08).
001050*
001060*    PER-PHASE ELAPSED TOTALS OVER THE PRIOR 30 NIGHTS.
001070 77  WS-MAX-PHASE            PIC 9(02) COMP VALUE 20.
001080 77  WS-PHASE-COUNT          PIC 9(02) COMP VALUE 0.
001090 77  WS-PHASE-IDX            PIC 9(02) COMP VALUE 0.
001100 01  WS-PHASE-TAB.
001110     05  WS-PHASE-ENTRY      OCCURS 20 TIMES.
001120         10  WS-PH-PHASE         PIC X(04).
001130         10  WS-PH-TOTAL-SECS    PIC 9(09) COMP.
001140         10  WS-PH-LINE-COUNT    PIC 9(05) COMP.
001150*
001160*    ELAPSED-TIME WORK AREAS.  A PHASE THAT RUNS ACROSS
001170*    MIDNIGHT SHOWS AN END TIME SMALLER THAN ITS START, SO A
001180*    DAY IS ADDED BACK IN.
001190 77  WS-WORK-PHASE           PIC X(04) VALUE SPACES.
001200 01  WS-WORK-TIME            PIC 9(06) VALUE 0.
001210 01  WS-WORK-TIME-R REDEFINES WS-WORK-TIME.
001220     05  WS-WORK-HH          PIC 9(02).
001230     05  WS-WORK-MM          PIC 9(02).
001240     05  WS-WORK-SS          PIC 9(02).
001250 77  WS-WORK-SECS            PIC 9(07) COMP VALUE 0.
001260 77  WS-START-SECS           PIC 9(07) COMP VALUE 0.
001270 77  WS-END-SECS             PIC 9(07) COMP VALUE 0.
001280 77  WS-ELAPSED-SECS         PIC 9(07) COMP VALUE 0.
001290 77  WS-AVG-SECS             PIC 9(07) COMP VALUE 0.
001300 01  WS-EDIT-SECS            PIC ZZZZZ9.
001310 01  WS-EDIT-AVG             PIC ZZZZZ9.
001320 01  WS-EDIT-COUNT           PIC ZZZZZZZZ9.
001330*
001340*    COUNTERS
001350 77  WS-LOG-LINE-COUNT       PIC 9(09) COMP VALUE 0.
001360*
001370 PROCEDURE DIVISION.
001380*
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001410     IF LOG-AVAILABLE
001420         PERFORM 2000-FIND-RUN-DATES THRU 2000-EXIT
001430         PERFORM 2500-COLLECT-LOG-LINES THRU 2500-EXIT
001440         PERFORM 3000-PRINT-STATUS-REPORT THRU 3000-EXIT
001450     END-IF
001460     STOP RUN.
001470*
001480*****************************************************************
001490*    1000-INITIALIZE - NOTHING TO OPEN UP FRONT BEYOND PROVING  *
001500*    THE LOG EXISTS; EACH PASS OPENS AND CLOSES IT ITSELF.      *
001510*****************************************************************
001520 1000-INITIALIZE.
001530     OPEN INPUT RUN-LOG-FILE
001540     IF WS-RUN-LOG-NOT-FOUND
001550         DISPLAY "RUN-STATUS: NO RUN-LOG.DAT PRESENT - THE"
001560                 " NIGHTLY MERGE HAS NEVER LOGGED A PHASE"
001570     ELSE
001580         MOVE 'Y' TO WS-LOG-AVAIL-SW
001590         CLOSE RUN-LOG-FILE
001600     END-IF.
001610 1000-EXIT.
001620     EXIT.
001630*
001640*****************************************************************
001650*    2000-FIND-RUN-DATES - FIRST PASS: THE LATEST RUN DATE ON   *
001660*    THE LOG IS "TONIGHT"; THE LARGEST DATE BEFORE IT IS "LAST  *
001670*    NIGHT".                                                    *
001680*****************************************************************
001690 2000-FIND-RUN-DATES.
001700     MOVE 'N' TO WS-LOG-EOF-SW
001710     OPEN INPUT RUN-LOG-FILE
001720     PERFORM 2010-SCAN-ONE-DATE THRU 2010-EXIT
001730         UNTIL LOG-EOF
001740     CLOSE RUN-LOG-FILE
001750     COMPUTE WS-LATEST-DAY-NUM =
001760         FUNCTION INTEGER-OF-DATE(WS-LATEST-DATE).
001770 2000-EXIT.
001780     EXIT.
001790*
001800 2010-SCAN-ONE-DATE.
001810     READ RUN-LOG-FILE
001820         AT END
001830             SET LOG-EOF TO TRUE
001840         NOT AT END
001850             ADD 1 TO WS-LOG-LINE-COUNT
001860             IF RLG-RUN-DATE > WS-LATEST-DATE
001870                 MOVE WS-LATEST-DATE TO WS-PRIOR-DATE
001880                 MOVE RLG-RUN-DATE TO WS-LATEST-DATE
001890             ELSE
001900                 IF RLG-RUN-DATE < WS-LATEST-DATE
001910                    AND RLG-RUN-DATE > WS-PRIOR-DATE
001920                     MOVE RLG-RUN-DATE TO WS-PRIOR-DATE
001930                 END-IF
001940             END-IF
001950     END-READ.
001960 2010-EXIT.
001970     EXIT.
001980*
001990*****************************************************************
002000*    2500-COLLECT-LOG-LINES - SECOND PASS: TONIGHT'S LINES GO   *
002010*    INTO THE REPORT TABLE; LINES FROM THE PRIOR 30 NIGHTS      *
002020*    FEED THE PER-PHASE AVERAGES; AND THE "RUN " LINES FOR      *
002030*    TONIGHT AND LAST NIGHT SET THE CLEAN-END AND PROOF         *
002040*    SWITCHES.                                                  *
002050*****************************************************************
002060 2500-COLLECT-LOG-LINES.
002070     MOVE 'N' TO WS-LOG-EOF-SW
002080     OPEN INPUT RUN-LOG-FILE
002090     PERFORM 2510-SORT-ONE-LINE THRU 2510-EXIT
002100         UNTIL LOG-EOF
002110     CLOSE RUN-LOG-FILE.
002120 2500-EXIT.
002130     EXIT.
002140*
002150 2510-SORT-ONE-LINE.
002160     READ RUN-LOG-FILE
002170         AT END
002180             SET LOG-EOF TO TRUE
002190         NOT AT END
002200             IF RLG-RUN-DATE = WS-LATEST-DATE
002210                 PERFORM 2520-HOLD-TONIGHT-LINE THRU 2520-EXIT
002220             ELSE
002230                 PERFORM 2530-AVERAGE-PRIOR-LINE THRU 2530-EXIT
002240             END-IF
002250             IF RLG-PHASE = "RUN "
002260                AND RLG-STATUS = "CLEAN"
002270                 IF RLG-RUN-DATE = WS-LATEST-DATE
002280                     SET TONIGHT-ENDED-CLEAN TO TRUE
002290                 END-IF
002300                 IF RLG-RUN-DATE = WS-PRIOR-DATE
002310                     SET PRIOR-NIGHT-CLEAN TO TRUE
002320                 END-IF
002330             END-IF
002340             IF RLG-PHASE = "RUN "
002350                AND RLG-STATUS = "PROOF"
002360                 IF RLG-RUN-DATE = WS-LATEST-DATE
002370                     SET TONIGHT-WAS-PROOF TO TRUE
002380                 END-IF
002390                 IF RLG-RUN-DATE = WS-PRIOR-DATE
002400                     SET PRIOR-NIGHT-PROOF TO TRUE
002410                 END-IF
002420             END-IF
002430     END-READ.
002440 2510-EXIT.
002450     EXIT.
002460*
002470 2520-HOLD-TONIGHT-LINE.
002480     IF WS-TONIGHT-COUNT < WS-MAX-TONIGHT
002490         ADD 1 TO WS-TONIGHT-COUNT
002500         MOVE RLG-PHASE   TO WS-TN-PHASE (WS-TONIGHT-COUNT)
002510         MOVE RLG-EXTRACT TO WS-TN-EXTRACT (WS-TONIGHT-COUNT)
002520         MOVE RLG-START-TIME TO WS-TN-START (WS-TONIGHT-COUNT)
002530         MOVE RLG-END-TIME TO WS-TN-END (WS-TONIGHT-COUNT)
002540         MOVE RLG-COUNT   TO WS-TN-COUNT (WS-TONIGHT-COUNT)
002550         MOVE RLG-STATUS  TO WS-TN-STATUS (WS-TONIGHT-COUNT)
002560     ELSE
002570         ADD 1 TO WS-TONIGHT-LOST-COUNT
002580     END-IF.
002590 2520-EXIT.
002600     EXIT.
002610*
002620*    A PRIOR LINE ONLY FEEDS THE AVERAGES WHEN IT FALLS INSIDE
002630*    THE 30-NIGHT WINDOW BEHIND TONIGHT.
002640 2530-AVERAGE-PRIOR-LINE.
002650     COMPUTE WS-LINE-DAY-NUM =
002660         FUNCTION INTEGER-OF-DATE(RLG-RUN-DATE)
002670     IF WS-LATEST-DAY-NUM - WS-LINE-DAY-NUM > WS-WINDOW-DAYS
002680         GO TO 2530-EXIT
002690     END-IF
002700     MOVE RLG-START-TIME TO WS-WORK-TIME
002710     PERFORM 2560-TIME-TO-SECONDS THRU 2560-EXIT
002720     MOVE WS-WORK-SECS TO WS-START-SECS
002730     MOVE RLG-END-TIME TO WS-WORK-TIME
002740     PERFORM 2560-TIME-TO-SECONDS THRU 2560-EXIT
002750     MOVE WS-WORK-SECS TO WS-END-SECS
002760     PERFORM 2570-COMPUTE-ELAPSED THRU 2570-EXIT
002770     MOVE RLG-PHASE TO WS-WORK-PHASE
002780     PERFORM 2540-FIND-PHASE-SLOT THRU 2540-EXIT
002790     IF PHASE-FOUND
002800         ADD WS-ELAPSED-SECS TO WS-PH-TOTAL-SECS (WS-PHASE-IDX)
002810         ADD 1 TO WS-PH-LINE-COUNT (WS-PHASE-IDX)
002820     END-IF.
002830 2530-EXIT.
002840     EXIT.
002850*
002860*    FIND (OR CLAIM) THE PHASE'S AVERAGING SLOT.
002870 2540-FIND-PHASE-SLOT.
002880     MOVE 'N' TO WS-PHASE-FOUND-SW
002890     MOVE ZERO TO WS-PHASE-IDX
002900     PERFORM 2550-COMPARE-ONE-PHASE THRU 2550-EXIT
002910         UNTIL WS-PHASE-IDX >= WS-PHASE-COUNT
002920            OR PHASE-FOUND
002930     IF NOT PHASE-FOUND
002940         IF WS-PHASE-COUNT < WS-MAX-PHASE
002950             ADD 1 TO WS-PHASE-COUNT
002960             MOVE WS-PHASE-COUNT TO WS-PHASE-IDX
002970             MOVE WS-WORK-PHASE TO WS-PH-PHASE (WS-PHASE-IDX)
002980             MOVE ZERO TO WS-PH-TOTAL-SECS (WS-PHASE-IDX)
002990             MOVE ZERO TO WS-PH-LINE-COUNT (WS-PHASE-IDX)
003000             SET PHASE-FOUND TO TRUE
003010         END-IF
003020     END-IF.
003030 2540-EXIT.
003040     EXIT.
003050*
003060 2550-COMPARE-ONE-PHASE.
003070     ADD 1 TO WS-PHASE-IDX
003080     IF WS-PH-PHASE (WS-PHASE-IDX) = WS-WORK-PHASE
003090         SET PHASE-FOUND TO TRUE
003100     END-IF.
003110 2550-EXIT.
003120     EXIT.
003130*
003140 2560-TIME-TO-SECONDS.
003150     COMPUTE WS-WORK-SECS =
003160         WS-WORK-HH * 3600
003170         + WS-WORK-MM * 60
003180         + WS-WORK-SS.
003190 2560-EXIT.
003200     EXIT.
003210*
003220 2570-COMPUTE-ELAPSED.
003230     IF WS-END-SECS < WS-START-SECS
003240         COMPUTE WS-ELAPSED-SECS =
003250             WS-END-SECS + 86400 - WS-START-SECS
003260     ELSE
003270         COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
003280     END-IF.
003290 2570-EXIT.
003300     EXIT.
003310*
003320*****************************************************************
003330*    3000-PRINT-STATUS-REPORT - THE ANSWER THE OPERATOR CAME    *
003340*    FOR, ONE SCREEN: TONIGHT'S PHASES WITH TIMES BESIDE THE    *
003350*    30-NIGHT AVERAGES, THEN THE CLEAN-END VERDICTS.            *
003360*****************************************************************
003370 3000-PRINT-STATUS-REPORT.
003380     DISPLAY "RUN-STATUS OPERATOR REPORT"
003390     DISPLAY "--------------------------"
003400     IF WS-LATEST-DATE = ZERO
003410         DISPLAY "RUN LOG IS EMPTY - NOTHING TO REPORT"
003420         GO TO 3000-EXIT
003430     END-IF
003440     DISPLAY "LATEST RUN ON LOG . . . . . . " WS-LATEST-DATE
003450     DISPLAY " "
003460     DISPLAY "PHASE EXTRACT                        START"
003470             "  END     SECS AVG30    COUNT STATUS"
003480     PERFORM 3100-PRINT-ONE-PHASE-LINE THRU 3100-EXIT
003490         VARYING WS-TONIGHT-IDX FROM 1 BY 1
003500             UNTIL WS-TONIGHT-IDX > WS-TONIGHT-COUNT
003510     IF WS-TONIGHT-LOST-COUNT > ZERO
003520         DISPLAY "  (" WS-TONIGHT-LOST-COUNT
003530                 " MORE LINES NOT SHOWN - RAISE WS-MAX-TONIGHT)"
003540     END-IF
003550     DISPLAY " "
003560     EVALUATE TRUE
003570         WHEN TONIGHT-ENDED-CLEAN
003580             DISPLAY "LATEST RUN ENDED CLEAN"
003590         WHEN TONIGHT-WAS-PROOF
003600             DISPLAY "LATEST RUN WAS A PROOF RUN -- IT ENDED, BUT"
003610                     " THE MASTER WAS NOT CHANGED"
003620         WHEN OTHER
003630             DISPLAY "LATEST RUN HAS NO CLEAN-END LINE -- STILL"
003640                     " IN FLIGHT, OR IT DIED"
003650     END-EVALUATE
003660     EVALUATE TRUE
003670         WHEN WS-PRIOR-DATE = ZERO
003680             DISPLAY "NO PRIOR NIGHT ON THE LOG"
003690         WHEN PRIOR-NIGHT-CLEAN
003700             DISPLAY "PRIOR NIGHT (" WS-PRIOR-DATE
003710                     ") ENDED CLEAN"
003720         WHEN PRIOR-NIGHT-PROOF
003730             DISPLAY "PRIOR NIGHT (" WS-PRIOR-DATE
003740                     ") WAS A PROOF RUN -- NOTHING CHANGED"
003750         WHEN OTHER
003760             DISPLAY "PRIOR NIGHT (" WS-PRIOR-DATE
003770                     ") DID NOT END CLEAN"
003780     END-EVALUATE.
003790 3000-EXIT.
003800     EXIT.
003810*
003820 3100-PRINT-ONE-PHASE-LINE.
003830     MOVE WS-TN-START (WS-TONIGHT-IDX) TO WS-WORK-TIME
003840     PERFORM 2560-TIME-TO-SECONDS THRU 2560-EXIT
003850     MOVE WS-WORK-SECS TO WS-START-SECS
003860     MOVE WS-TN-END (WS-TONIGHT-IDX) TO WS-WORK-TIME
003870     PERFORM 2560-TIME-TO-SECONDS THRU 2560-EXIT
003880     MOVE WS-WORK-SECS TO WS-END-SECS
003890     PERFORM 2570-COMPUTE-ELAPSED THRU 2570-EXIT
003900     MOVE WS-ELAPSED-SECS TO WS-EDIT-SECS
003910     PERFORM 3200-LOOK-UP-PHASE-AVERAGE THRU 3200-EXIT
003920     MOVE WS-TN-COUNT (WS-TONIGHT-IDX) TO WS-EDIT-COUNT
003930     DISPLAY " " WS-TN-PHASE (WS-TONIGHT-IDX)
003940             " " WS-TN-EXTRACT (WS-TONIGHT-IDX)
003950             " " WS-TN-START (WS-TONIGHT-IDX)
003960             " " WS-TN-END (WS-TONIGHT-IDX)
003970             " " WS-EDIT-SECS
003980             " " WS-EDIT-AVG
003990             " " WS-EDIT-COUNT
004000             " " WS-TN-STATUS (WS-TONIGHT-IDX).
004010 3100-EXIT.
004020     EXIT.
004030*
004040*    THE 30-NIGHT AVERAGE FOR THE PHASE UNDER THE PRINT, OR
004050*    ZERO WHEN THE LOG HOLDS NO PRIOR NIGHTS FOR IT.
004060 3200-LOOK-UP-PHASE-AVERAGE.
004070     MOVE ZERO TO WS-AVG-SECS
004080     MOVE WS-TN-PHASE (WS-TONIGHT-IDX) TO WS-WORK-PHASE
004090     MOVE 'N' TO WS-PHASE-FOUND-SW
004100     MOVE ZERO TO WS-PHASE-IDX
004110     PERFORM 2550-COMPARE-ONE-PHASE THRU 2550-EXIT
004120         UNTIL WS-PHASE-IDX >= WS-PHASE-COUNT
004130            OR PHASE-FOUND
004140     IF PHASE-FOUND
004150        AND WS-PH-LINE-COUNT (WS-PHASE-IDX) > ZERO
004160         COMPUTE WS-AVG-SECS =
004170             WS-PH-TOTAL-SECS (WS-PHASE-IDX)
004180             / WS-PH-LINE-COUNT (WS-PHASE-IDX)
004190     END-IF
004200     MOVE WS-AVG-SECS TO WS-EDIT-AVG.
004210 3200-EXIT.
004220     EXIT.
