000210*  SUPPRESS.DAT HOLDS DO-NOT-CONTACT ONES OUT -- POSTAGE IS     *
000220*  NOT WASTED TWICE ON AN ADDRESS THE MAIL ALREADY CAME BACK    *
000230*  FROM.                                                        *
000240*  A MAIL BOUNCE IS MATCHED BY KEY; AN EMAIL BOUNCE IS READ      *
000250*  DIRECTLY THROUGH THE MASTER'S ALTERNATE EMAIL KEY.            *
000260*****************************************************************
000270*
000280*    MODIFICATION HISTORY
000290*    --------------------
000300*    09/02/2026  DAO  ORIGINAL PROGRAM.
000310*    09/02/2026  DAO  THE RUN NOW CHECKS MERGE-CSV'S SINGLE-
000320*                     WRITER TOKEN (RUN-TOKEN.DAT) FIRST AND
000330*                     REFUSES WHILE THE NIGHTLY RUN IS ACTIVE,
000340*                     INSTEAD OF READING A MASTER MID-REWRITE.
000350*    10/15/2026  DAO  EMAIL BOUNCES ARE READ DIRECTLY ON THE
000360*                     MASTER'S NEW ALTERNATE EMAIL KEY INSTEAD
000370*                     OF BEING HELD IN A 200-ENTRY TABLE FOR A
000380*                     FULL PASS, SO NO BOUNCE IS EVER DROPPED.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430*    THE NIGHT'S UNDELIVERABLES, DROPPED BY THE MAILING HOUSE
000440*    AND EMAIL GATEWAY FEEDS.  A MISSING FILE JUST MEANS A
000450*    CLEAN NIGHT.
000460     SELECT BOUNCE-FILE ASSIGN TO "bounce.dat"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BOUNCE-STATUS.
000490*    SAME KEPT MASTER MERGE-CSV MAINTAINS, READ ONLY.
000500     SELECT MASTER-FILE ASSIGN TO "master.dat"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS MASTER-KEY
000540         ALTERNATE RECORD KEY IS MASTER-EMAIL
000550             WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS MASTER-PHONE
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-MASTER-STATUS.
000590*    KEPT REGISTER OF EVERY CONTACT WITH A CONFIRMED BAD
000600*    ADDRESS OR EMAIL: TYPE, THE MASTER KEY, THE VALUE THAT
000610*    BOUNCED, AND THE DATE IT WAS RECORDED.  APPENDED, NEVER
000620*    TRUNCATED.
000630     SELECT BAD-CONTACT-FILE ASSIGN TO "bad-contact.dat"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BAD-STATUS.
000660*    THE NIGHTLY MERGE'S SINGLE-WRITER TOKEN.  WHILE IT READS
000670*    ACTIVE THE RUN IS REFUSED.
000680     SELECT RUN-TOKEN-FILE ASSIGN TO "run-token.dat"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-TOKEN-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  BOUNCE-FILE.
000750 01  BOUNCE-RECORD.
000760     05  BNC-TYPE        PIC X(01).
000770         88  BNC-MAIL            VALUE 'M'.
000780         88  BNC-EMAIL-TYPE      VALUE 'E'.
000790     05  BNC-SEP         PIC X(01).
000800*    TYPE 'M' CARRIES THE MASTER KEY; TYPE 'E' CARRIES THE
000810*    BOUNCED ADDRESS IN THE SAME COLUMNS.
000820     05  BNC-DETAIL.
000830         10  BNC-NAME        PIC X(30).
000840         10  BNC-ZIP         PIC X(05).
000850     05  BNC-DETAIL-R REDEFINES BNC-DETAIL.
000860         10  BNC-EMAIL       PIC X(30).
000870         10  FILLER          PIC X(05).
000880*
000890 FD  MASTER-FILE.
000900 01  MASTER-RECORD.
000910     05  MASTER-KEY.
000920         10  MASTER-NAME     PIC X(30).
000930         10  MASTER-ZIP      PIC X(05).
000940     05  MASTER-EMAIL        PIC X(30).
000950     05  MASTER-ADDR         PIC X(30).
000960     05  MASTER-CITY         PIC X(20).
000970     05  MASTER-STATE        PIC X(02).
000980     05  MASTER-CATEGORY     PIC X(20).
000990     05  MASTER-PHONE        PIC X(14).
001000*
001010 FD  BAD-CONTACT-FILE.
001020 01  BAD-CONTACT-RECORD.
001030     05  BAD-TYPE        PIC X(01).
001040     05  BAD-SEP-1       PIC X(01).
001050     05  BAD-NAME        PIC X(30).
001060     05  BAD-ZIP         PIC X(05).
001070     05  BAD-SEP-2       PIC X(01).
001080     05  BAD-VALUE       PIC X(30).
001090     05  BAD-SEP-3       PIC X(01).
001100     05  BAD-DATE        PIC 9(08).
001110*
001120*    SAME LINE MERGE-CSV'S 7820-WRITE-RUN-TOKEN WRITES.
001130 FD  RUN-TOKEN-FILE.
001140 01  RUN-TOKEN-RECORD.
001150     05  TOK-STATE       PIC X(07).
001160         88  TOKEN-ACTIVE        VALUE "ACTIVE".
001170     05  TOK-SEP-1       PIC X(01).
001180     05  TOK-RUN-DATE    PIC 9(08).
001190     05  TOK-SEP-2       PIC X(01).
001200     05  TOK-START-TIME  PIC 9(06).
001210*
001220 WORKING-STORAGE SECTION.
001230*
001240*    SWITCHES
001250 01  WS-SWITCHES.
001260     05  WS-BOUNCE-EOF-SW        PIC X VALUE 'N'.
001270         88  BOUNCE-EOF                VALUE 'Y'.
001280     05  WS-BOUNCE-AVAIL-SW      PIC X VALUE 'N'.
001290         88  BOUNCE-AVAILABLE          VALUE 'Y'.
001300     05  WS-MASTER-AVAIL-SW      PIC X VALUE 'N'.
001310         88  MASTER-AVAILABLE          VALUE 'Y'.
001320     05  WS-MASTER-FOUND-SW      PIC X VALUE 'N'.
001330         88  MASTER-FOUND              VALUE 'Y'.
001340     05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
001350         88  MASTER-EOF                VALUE 'Y'.
001360     05  WS-BAD-EOF-SW           PIC X VALUE 'N'.
001370         88  BAD-LIST-EOF              VALUE 'Y'.
001380     05  WS-BAD-FOUND-SW         PIC X VALUE 'N'.
001390         88  ALREADY-REGISTERED        VALUE 'Y'.
001400     05  WS-EMAIL-HIT-SW         PIC X VALUE 'N'.
001410         88  EMAIL-BOUNCE-HIT          VALUE 'Y'.
001420     05  WS-RUN-ACTIVE-SW        PIC X VALUE 'N'.
001430         88  NIGHTLY-RUN-ACTIVE        VALUE 'Y'.
001440     05  WS-REGISTER-OPEN-SW     PIC X VALUE 'N'.
001450         88  REGISTER-OPENED           VALUE 'Y'.
001460*
001470 01  WS-BOUNCE-STATUS        PIC X(02).
001480     88  WS-BOUNCE-OK              VALUE '00'.
001490     88  WS-BOUNCE-NOT-FOUND       VALUE '23', '35'.
001500 01  WS-MASTER-STATUS        PIC X(02).
001510     88  WS-MASTER-OK              VALUE '00'.
001520     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
001530 01  WS-BAD-STATUS           PIC X(02).
001540     88  WS-BAD-OK                 VALUE '00'.
001550     88  WS-BAD-NOT-FOUND          VALUE '23', '35'.
001560 01  WS-TOKEN-STATUS         PIC X(02).
001570     88  WS-TOKEN-OK               VALUE '00'.
001580     88  WS-TOKEN-NOT-FOUND        VALUE '23', '35'.
001590*
001600*    THE REGISTER AS IT STOOD AT START-UP PLUS TONIGHT'S
001610*    ADDITIONS, SO A BOUNCE REPORTED AGAIN TOMORROW DOES NOT
001620*    WRITE A SECOND LINE.  OVERFLOW ENTRIES STAY ON FILE BUT
001630*    CANNOT BE DUPLICATE-CHECKED; THAT IS CALLED OUT IN THE
001640*    CONTROL TOTALS.
001650 77  WS-MAX-BAD              PIC 9(04) COMP VALUE 2000.
001660 77  WS-BAD-COUNT            PIC 9(04) COMP VALUE 0.
001670 77  WS-BAD-IDX              PIC 9(04) COMP VALUE 0.
001680 77  WS-BAD-LOST-COUNT       PIC 9(04) COMP VALUE 0.
001690 01  WS-BAD-TAB.
001700     05  WS-BAD-ENTRY        OCCURS 2000 TIMES.
001710         10  WS-BAD-TYPE         PIC X(01).
001720         10  WS-BAD-NAME         PIC X(30).
001730         10  WS-BAD-ZIP          PIC X(05).
001740*
001750*    COUNTERS
001760 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
001770 77  WS-MAIL-READ-COUNT      PIC 9(05) COMP VALUE 0.
001780 77  WS-EMAIL-READ-COUNT     PIC 9(05) COMP VALUE 0.
001790 77  WS-MAIL-MARKED-COUNT    PIC 9(05) COMP VALUE 0.
001800 77  WS-EMAIL-MARKED-COUNT   PIC 9(05) COMP VALUE 0.
001810 77  WS-MAIL-UNMATCHED-COUNT PIC 9(05) COMP VALUE 0.
001820 77  WS-EMAIL-UNMATCHED-COUNT PIC 9(05) COMP VALUE 0.
001830 77  WS-DUP-BOUNCE-COUNT     PIC 9(05) COMP VALUE 0.
001840 77  WS-BAD-TRANS-COUNT      PIC 9(05) COMP VALUE 0.
001850*
001860 PROCEDURE DIVISION.
001870*
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001900     IF BOUNCE-AVAILABLE AND MASTER-AVAILABLE
001910         PERFORM 2000-PROCESS-ALL-BOUNCES THRU 2000-EXIT
001920     END-IF
001930     PERFORM 8000-TERMINATE THRU 8000-EXIT
001940     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
001950     STOP RUN.
001960*
001970*****************************************************************
001980*    1000-INITIALIZE - OPEN THE BOUNCE FILE AND THE MASTER,     *
001990*    LOAD THE EXISTING REGISTER FOR DUPLICATE CHECKING, AND     *
002000*    REOPEN THE REGISTER IN EXTEND FOR TONIGHT'S ADDITIONS.     *
002010*****************************************************************
002020 1000-INITIALIZE.
002030*    THE NIGHT BELONGS TO MERGE-CSV: WHILE ITS TOKEN IS ACTIVE
002040*    NOTHING IS OPENED AND THE RUN IS REFUSED.
002050     PERFORM 1050-CHECK-RUN-TOKEN THRU 1050-EXIT
002060     IF NIGHTLY-RUN-ACTIVE
002070         GO TO 1000-EXIT
002080     END-IF
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002100     OPEN INPUT BOUNCE-FILE
002110     IF WS-BOUNCE-OK
002120         MOVE 'Y' TO WS-BOUNCE-AVAIL-SW
002130     ELSE
002140         DISPLAY "BOUNCE-APPLY: NO BOUNCE.DAT PRESENT"
002150     END-IF
002160     OPEN INPUT MASTER-FILE
002170     IF WS-MASTER-OK
002180         MOVE 'Y' TO WS-MASTER-AVAIL-SW
002190     ELSE
002200         DISPLAY "BOUNCE-APPLY: MASTER.DAT NOT AVAILABLE"
002210                 " (STATUS " WS-MASTER-STATUS ") - RUN THE"
002220                 " NIGHTLY MERGE FIRST"
002230     END-IF
002240     PERFORM 1080-LOAD-BAD-REGISTER THRU 1080-EXIT
002250     OPEN EXTEND BAD-CONTACT-FILE
002260     IF WS-BAD-NOT-FOUND
002270         OPEN OUTPUT BAD-CONTACT-FILE
002280     END-IF
002290     MOVE "," TO BAD-SEP-1
002300     MOVE "," TO BAD-SEP-2
002310     MOVE "," TO BAD-SEP-3
002320     SET REGISTER-OPENED TO TRUE.
002330 1000-EXIT.
002340     EXIT.
002350*
002360*    A MISSING TOKEN FILE JUST MEANS THE NIGHTLY MERGE HAS
002370*    NEVER RUN WITH ONE -- NOTHING TO WAIT FOR.
002380 1050-CHECK-RUN-TOKEN.
002390     OPEN INPUT RUN-TOKEN-FILE
002400     IF WS-TOKEN-NOT-FOUND
002410         GO TO 1050-EXIT
002420     END-IF
002430     READ RUN-TOKEN-FILE
002440         AT END
002450             CONTINUE
002460         NOT AT END
002470             IF TOKEN-ACTIVE
002480                 MOVE 'Y' TO WS-RUN-ACTIVE-SW
002490                 DISPLAY "BOUNCE-APPLY: NIGHTLY RUN IN"
002500                         " PROGRESS, STARTED "
002510                         TOK-START-TIME (1:2) ":"
002520                         TOK-START-TIME (3:2)
002530                         " - TRY AGAIN AFTER IT COMPLETES"
002540             END-IF
002550     END-READ
002560     CLOSE RUN-TOKEN-FILE.
002570 1050-EXIT.
002580     EXIT.
002590*
002600 1080-LOAD-BAD-REGISTER.
002610     MOVE ZERO TO WS-BAD-COUNT
002620     MOVE 'N' TO WS-BAD-EOF-SW
002630     OPEN INPUT BAD-CONTACT-FILE
002640     IF NOT WS-BAD-NOT-FOUND
002650         PERFORM 1081-READ-ONE-BAD-ENTRY THRU 1081-EXIT
002660             UNTIL BAD-LIST-EOF
002670         CLOSE BAD-CONTACT-FILE
002680     END-IF.
002690 1080-EXIT.
002700     EXIT.
002710*
002720 1081-READ-ONE-BAD-ENTRY.
002730     READ BAD-CONTACT-FILE
002740         AT END
002750             SET BAD-LIST-EOF TO TRUE
002760         NOT AT END
002770             IF WS-BAD-COUNT < WS-MAX-BAD
002780                 ADD 1 TO WS-BAD-COUNT
002790                 MOVE BAD-TYPE TO WS-BAD-TYPE (WS-BAD-COUNT)
002800                 MOVE BAD-NAME TO WS-BAD-NAME (WS-BAD-COUNT)
002810                 MOVE BAD-ZIP  TO WS-BAD-ZIP (WS-BAD-COUNT)
002820             ELSE
002830                 ADD 1 TO WS-BAD-LOST-COUNT
002840             END-IF
002850     END-READ.
002860 1081-EXIT.
002870     EXIT.
002880*
002890 2000-PROCESS-ALL-BOUNCES.
002900     PERFORM 3000-PROCESS-ONE-BOUNCE THRU 3000-EXIT
002910         UNTIL BOUNCE-EOF.
002920 2000-EXIT.
002930     EXIT.
002940*
002950 3000-PROCESS-ONE-BOUNCE.
002960     READ BOUNCE-FILE
002970         AT END
002980             SET BOUNCE-EOF TO TRUE
002990         NOT AT END
003000             EVALUATE TRUE
003010                 WHEN BNC-MAIL
003020                     ADD 1 TO WS-MAIL-READ-COUNT
003030                     PERFORM 3100-APPLY-MAIL-BOUNCE THRU 3100-EXIT
003040                 WHEN BNC-EMAIL-TYPE
003050                     ADD 1 TO WS-EMAIL-READ-COUNT
003060                     PERFORM 3200-APPLY-EMAIL-BOUNCE
003070                         THRU 3200-EXIT
003080                 WHEN OTHER
003090                     ADD 1 TO WS-BAD-TRANS-COUNT
003100                     DISPLAY "UNKNOWN BOUNCE TYPE: " BNC-TYPE
003110             END-EVALUATE
003120     END-READ.
003130 3000-EXIT.
003140     EXIT.
003150*
003160*****************************************************************
003170*    3100-APPLY-MAIL-BOUNCE - THE MAILING HOUSE REPORTS BY THE  *
003180*    SAME NAME + ZIP THE PIECE WAS ADDRESSED UNDER, WHICH IS    *
003190*    THE MASTER KEY, SO THIS IS A DIRECT READ.  A HIT IS        *
003200*    REGISTERED WITH THE STREET ADDRESS THAT BOUNCED.           *
003210*****************************************************************
003220 3100-APPLY-MAIL-BOUNCE.
003230     MOVE BNC-NAME TO MASTER-NAME
003240     MOVE BNC-ZIP  TO MASTER-ZIP
003250     READ MASTER-FILE
003260         INVALID KEY
003270             MOVE 'N' TO WS-MASTER-FOUND-SW
003280         NOT INVALID KEY
003290             MOVE 'Y' TO WS-MASTER-FOUND-SW
003300     END-READ
003310     IF NOT MASTER-FOUND
003320         ADD 1 TO WS-MAIL-UNMATCHED-COUNT
003330         DISPLAY "MAIL BOUNCE NOT ON MASTER: "
003340                 BNC-NAME " " BNC-ZIP
003350         GO TO 3100-EXIT
003360     END-IF
003370     MOVE 'M' TO BAD-TYPE
003380     PERFORM 3400-CHECK-ALREADY-REGISTERED THRU 3400-EXIT
003390     IF ALREADY-REGISTERED
003400         ADD 1 TO WS-DUP-BOUNCE-COUNT
003410     ELSE
003420         MOVE MASTER-ADDR TO BAD-VALUE
003430         PERFORM 3500-REGISTER-BAD-CONTACT THRU 3500-EXIT
003440         ADD 1 TO WS-MAIL-MARKED-COUNT
003450     END-IF.
003460 3100-EXIT.
003470     EXIT.
003480*
003490*****************************************************************
003500*    3200-APPLY-EMAIL-BOUNCE - EMAIL IS AN ALTERNATE KEY ON THE *
003510*    MASTER, SO THE BOUNCED ADDRESS IS READ DIRECTLY.  MORE     *
003520*    THAN ONE CONTACT CAN SHARE AN ADDRESS; EVERY ONE OF THEM   *
003530*    IS REGISTERED.  AN ADDRESS NO MASTER RECORD CARRIES ANY    *
003540*    MORE IS COUNTED AS UNMATCHED.                              *
003550*****************************************************************
003560 3200-APPLY-EMAIL-BOUNCE.
003570     MOVE 'N' TO WS-EMAIL-HIT-SW
003580     MOVE 'N' TO WS-MASTER-EOF-SW
003590*    A BLANK ADDRESS WOULD MATCH EVERY CONTACT WITHOUT ONE.
003600     IF BNC-EMAIL = SPACES
003610         SET MASTER-EOF TO TRUE
003620     ELSE
003630         MOVE BNC-EMAIL TO MASTER-EMAIL
003640         START MASTER-FILE KEY IS EQUAL TO MASTER-EMAIL
003650             INVALID KEY
003660                 SET MASTER-EOF TO TRUE
003670         END-START
003680     END-IF
003690     PERFORM 3300-MATCH-ONE-EMAIL THRU 3300-EXIT
003700         UNTIL MASTER-EOF
003710     IF NOT EMAIL-BOUNCE-HIT
003720         ADD 1 TO WS-EMAIL-UNMATCHED-COUNT
003730         DISPLAY "EMAIL BOUNCE NOT ON MASTER: " BNC-EMAIL
003740     END-IF.
003750 3200-EXIT.
003760     EXIT.
003770*
003780*    NEXT CONTACT IN EMAIL ORDER; THE RUN OF EQUAL ADDRESSES
003790*    ENDS AT THE FIRST DIFFERENT ONE.
003800 3300-MATCH-ONE-EMAIL.
003810     READ MASTER-FILE NEXT RECORD
003820         AT END
003830             SET MASTER-EOF TO TRUE
003840     END-READ
003850     IF MASTER-EOF
003860         GO TO 3300-EXIT
003870     END-IF
003880     IF MASTER-EMAIL NOT = BNC-EMAIL
003890         SET MASTER-EOF TO TRUE
003900         GO TO 3300-EXIT
003910     END-IF
003920     SET EMAIL-BOUNCE-HIT TO TRUE
003930     MOVE 'E' TO BAD-TYPE
003940     PERFORM 3400-CHECK-ALREADY-REGISTERED THRU 3400-EXIT
003950     IF ALREADY-REGISTERED
003960         ADD 1 TO WS-DUP-BOUNCE-COUNT
003970     ELSE
003980         MOVE MASTER-EMAIL TO BAD-VALUE
003990         PERFORM 3500-REGISTER-BAD-CONTACT THRU 3500-EXIT
004000         ADD 1 TO WS-EMAIL-MARKED-COUNT
004010     END-IF.
004020 3300-EXIT.
004030     EXIT.
004040*
004050*
004060*    IS THIS TYPE + MASTER KEY ALREADY IN THE REGISTER (FROM A
004070*    PRIOR NIGHT OR EARLIER TONIGHT)?  BAD-TYPE AND THE MASTER
004080*    KEY ARE ALREADY SET BY THE CALLER.
004090 3400-CHECK-ALREADY-REGISTERED.
004100     MOVE 'N' TO WS-BAD-FOUND-SW
004110     MOVE ZERO TO WS-BAD-IDX
004120     PERFORM 3410-COMPARE-ONE-BAD-ENTRY THRU 3410-EXIT
004130         UNTIL WS-BAD-IDX >= WS-BAD-COUNT
004140            OR ALREADY-REGISTERED.
004150 3400-EXIT.
004160     EXIT.
004170*
004180 3410-COMPARE-ONE-BAD-ENTRY.
004190     ADD 1 TO WS-BAD-IDX
004200     IF WS-BAD-TYPE (WS-BAD-IDX) = BAD-TYPE
004210        AND WS-BAD-NAME (WS-BAD-IDX) = MASTER-NAME
004220        AND WS-BAD-ZIP (WS-BAD-IDX) = MASTER-ZIP
004230         SET ALREADY-REGISTERED TO TRUE
004240     END-IF.
004250 3410-EXIT.
004260     EXIT.
004270*
004280*    APPEND THE REGISTER LINE AND REMEMBER IT IN THE TABLE SO
004290*    A SECOND BOUNCE FOR THE SAME CONTACT TONIGHT IS A
004300*    DUPLICATE, NOT A SECOND LINE.
004310 3500-REGISTER-BAD-CONTACT.
004320     MOVE MASTER-NAME TO BAD-NAME
004330     MOVE MASTER-ZIP  TO BAD-ZIP
004340     MOVE WS-RUN-DATE TO BAD-DATE
004350     WRITE BAD-CONTACT-RECORD
004360     IF WS-BAD-COUNT < WS-MAX-BAD
004370         ADD 1 TO WS-BAD-COUNT
004380         MOVE BAD-TYPE TO WS-BAD-TYPE (WS-BAD-COUNT)
004390         MOVE MASTER-NAME TO WS-BAD-NAME (WS-BAD-COUNT)
004400         MOVE MASTER-ZIP  TO WS-BAD-ZIP (WS-BAD-COUNT)
004410     ELSE
004420         ADD 1 TO WS-BAD-LOST-COUNT
004430     END-IF.
004440 3500-EXIT.
004450     EXIT.
004460*
004470*****************************************************************
004480*    8000-TERMINATE - CLOSE ALL FILES THAT WERE OPENED          *
004490*****************************************************************
004500 8000-TERMINATE.
004510     IF BOUNCE-AVAILABLE
004520         CLOSE BOUNCE-FILE
004530     END-IF
004540     IF MASTER-AVAILABLE
004550         CLOSE MASTER-FILE
004560     END-IF
004570     IF REGISTER-OPENED
004580         CLOSE BAD-CONTACT-FILE
004590     END-IF.
004600 8000-EXIT.
004610     EXIT.
004620*
004630*****************************************************************
004640*    9000-PRINT-CONTROL-TOTALS - THE NIGHT'S HYGIENE ACTIONS.   *
004650*****************************************************************
004660 9000-PRINT-CONTROL-TOTALS.
004670     DISPLAY "BOUNCE-APPLY CONTROL TOTALS"
004680     DISPLAY "---------------------------"
004690     DISPLAY "MAIL BOUNCES READ . . . . . . " WS-MAIL-READ-COUNT
004700     DISPLAY "MAIL ADDRESSES MARKED BAD . . "
004710             WS-MAIL-MARKED-COUNT
004720     DISPLAY "MAIL BOUNCES NOT ON MASTER. . "
004730             WS-MAIL-UNMATCHED-COUNT
004740     DISPLAY "EMAIL BOUNCES READ. . . . . . " WS-EMAIL-READ-COUNT
004750     DISPLAY "EMAILS MARKED BAD . . . . . . "
004760             WS-EMAIL-MARKED-COUNT
004770     DISPLAY "EMAIL BOUNCES NOT ON MASTER . "
004780             WS-EMAIL-UNMATCHED-COUNT
004790     DISPLAY "ALREADY REGISTERED. . . . . . "
004800             WS-DUP-BOUNCE-COUNT
004810     IF WS-BAD-LOST-COUNT > ZERO
004820         DISPLAY "*** REGISTER TABLE OVERFLOW - "
004830                 WS-BAD-LOST-COUNT
004840                 " ENTRIES NOT DUPLICATE-CHECKED ***"
004850     END-IF
004860     IF WS-BAD-TRANS-COUNT > ZERO
004870         DISPLAY "UNKNOWN BOUNCE TYPES. . . . . "
004880                 WS-BAD-TRANS-COUNT
004890     END-IF.
004900 9000-EXIT.
004910     EXIT.
