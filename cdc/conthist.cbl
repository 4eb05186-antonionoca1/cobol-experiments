000240*  HELD ALL ALONG, SINCE ADDS ARE NOT ARCHIVED.                 *
000250*  A CONTACT RENAMED BY CONTACT-MAINT IS FOLLOWED ACROSS THE    *
000260*  KEY CHANGE: THE KEPT RENAME-LINK.DAT REGISTER IS LOADED AT   *
000270*  START-UP AND EVERY PRIOR KEY IN THE CHAIN MATCHES TOO.  SO   *
000280*  DOES THE KEY OF EVERY DUPLICATE MERGED INTO THE CONTACT.     *
000290*****************************************************************
000300*
000310*    MODIFICATION HISTORY
000320*    --------------------
000330*    08/22/2026  DAO  ORIGINAL PROGRAM.
000340*    09/02/2026  DAO  LIST AND ASOF NOW FOLLOW A CONTACT ACROSS
000350*                     KEY CHANGES: THE RENAME-LINK.DAT REGISTER
000360*                     CONTACT-MAINT APPENDS TO IS LOADED AT
000370*                     START-UP, THE CHAIN OF PRIOR KEYS IS BUILT
000380*                     FOR EACH TRANSACTION, AND HISTORY LINES
000390*                     UNDER ANY KEY IN THE CHAIN ARE MATCHED --
000400*                     A MARRIED-NAME CHANGE NO LONGER ORPHANS
000410*                     THE CONTACT'S TRAIL.
000420*    09/02/2026  DAO  LIST AND ASOF NOW ALSO SCAN THE YEARLY
000430*                     MASTER-HISTORY ARCHIVES RETENTION-SWEEP
000440*                     ROLLS OLD LINES INTO (FOUND THROUGH ITS
000450*                     ARCHIVE-MANIFEST.DAT), SO AGING THE LIVE
000460*                     FILE OFF NO LONGER SHORTENS THE ANSWER AN
000470*                     INQUIRY GETS.
000480*    09/02/2026  DAO  THE "CURRENT" LINE NOW COMES FROM THE
000490*                     READ-ONLY MASTER-SNAPSHOT.DAT MERGE-CSV
000500*                     CUTS AT CLEAN END OF RUN, SO AN INQUIRY
000510*                     NEVER TOUCHES THE LIVE MASTER OR COLLIDES
000520*                     WITH THE NIGHTLY REWRITE.
000530*    10/15/2026  DAO  THE KEY CHAIN NOW FOLLOWS EVERY LINK INTO
000540*                     EACH KEY, NOT JUST THE FIRST: A CONTACT-
000550*                     MAINT MERGE LINKS THE RETIRED DUPLICATE'S
000560*                     KEY TO THE SURVIVOR, SO ONE KEY MAY HAVE
000570*                     SEVERAL PREDECESSORS.  A KEY ALREADY IN THE
000580*                     CHAIN IS NOT ADDED AGAIN, AND THE CHAIN NOW
000590*                     HOLDS 20 KEYS.
000600*    10/15/2026  DAO  VERSION LINES NOW SHOW THE OPERATOR,
000610*                     APPROVER AND REASON CODE STAMPED ON
000620*                     MASTER-HISTORY.DAT.
000630*    10/15/2026  DAO  THE RENAME REGISTER TABLE NOW HOLDS 20000
000640*                     LINKS, AND ANY LINK IT CANNOT HOLD IS
000650*                     COUNTED AND SHOWN IN THE CONTROL TOTALS.
000660*
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT HIST-TRANS-FILE ASSIGN TO "hist-trans.dat"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-TRANS-STATUS.
000730*    RE-OPENED AND SCANNED FRONT TO BACK ONCE PER TRANSACTION --
000740*    INQUIRY VOLUME IS A HANDFUL OF REQUESTS A DAY, NOT A BATCH
000750*    WINDOW PROBLEM.  ASSIGNED DYNAMICALLY BECAUSE THE SAME FD
000760*    ALSO READS THE YEARLY MASTER-HISTORY ARCHIVES RETENTION-
000770*    SWEEP ROLLS OLD LINES INTO -- THE LINE LAYOUT IS IDENTICAL.
000780     SELECT MASTER-HISTORY-FILE
000790         ASSIGN DYNAMIC WS-HISTORY-FILE-NAME
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-HISTORY-STATUS.
000820*    KEPT PROOF OF EVERY RETENTION SWEEP, READ HERE AS THE
000830*    INDEX OF WHICH MASTER-HISTORY ARCHIVE FILES EXIST.  A
000840*    MISSING MANIFEST MEANS NOTHING HAS EVER BEEN ARCHIVED.
000850     SELECT ARCHIVE-MANIFEST-FILE
000860         ASSIGN TO "archive-manifest.dat"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-MANIFEST-STATUS.
000890*    INQUIRY READS THE READ-ONLY SNAPSHOT MERGE-CSV CUTS AT CLEAN
000900*    END OF RUN, NEVER THE LIVE MASTER, SO A LOOKUP CAN NO
000910*    LONGER COLLIDE WITH THE NIGHTLY REWRITE.
000920     SELECT MASTER-FILE ASSIGN TO "master-snapshot.dat"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS MASTER-KEY
000960         FILE STATUS IS WS-MASTER-STATUS.
000970*    KEPT OLD-KEY/NEW-KEY REGISTER CONTACT-MAINT APPENDS ONE
000980*    LINE TO PER RENAME.  LOADED ONCE AT START-UP; A MISSING
000990*    FILE JUST MEANS NO CONTACT HAS EVER BEEN RENAMED.
001000     SELECT RENAME-LINK-FILE ASSIGN TO "rename-link.dat"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-LINK-STATUS.
001030*
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  HIST-TRANS-FILE.
001070 01  HIST-TRANS-RECORD.
001080     05  HTR-ACTION      PIC X(07).
001090     05  HTR-NAME        PIC X(30).
001100     05  HTR-ZIP         PIC X(05).
001110     05  HTR-ASOF-DATE   PIC 9(08).
001120*
001130*    SAME LINE LAYOUT 3640-WRITE-MASTER-HISTORY WRITES IN
001140*    MERGE-CSV, WITH THE IMAGE BROKEN BACK OUT INTO THE
001150*    MASTER-RECORD FIELDS.
001160 FD  MASTER-HISTORY-FILE.
001170 01  MASTER-HISTORY-RECORD.
001180     05  HIST-RUN-DATE   PIC 9(08).
001190     05  HIST-SEP-1      PIC X(01).
001200     05  HIST-ACTION     PIC X(07).
001210     05  HIST-SEP-2      PIC X(01).
001220     05  HIST-IMAGE.
001230         10  HIST-NAME       PIC X(30).
001240         10  HIST-ZIP        PIC X(05).
001250         10  HIST-EMAIL      PIC X(30).
001260         10  HIST-ADDR       PIC X(30).
001270         10  HIST-CITY       PIC X(20).
001280         10  HIST-STATE      PIC X(02).
001290         10  HIST-CATEGORY   PIC X(20).
001300         10  HIST-PHONE      PIC X(14).
001310*    WHO MADE THE CHANGE, WHO APPROVED IT, AND THE REASON CODE.
001320*    LINES WRITTEN BEFORE THE STAMP READ BACK BLANK HERE.
001330     05  HIST-SEP-3      PIC X(01).
001340     05  HIST-OPERATOR   PIC X(08).
001350     05  HIST-SEP-4      PIC X(01).
001360     05  HIST-APPROVER   PIC X(08).
001370     05  HIST-SEP-5      PIC X(01).
001380     05  HIST-REASON     PIC X(04).
001390*
001400*    SAME LINE LAYOUT RETENTION-SWEEP WRITES.
001410 FD  ARCHIVE-MANIFEST-FILE.
001420 01  ARCHIVE-MANIFEST-RECORD.
001430     05  AMF-RUN-DATE    PIC 9(08).
001440     05  AMF-SEP-1       PIC X(01).
001450     05  AMF-FILE-NAME   PIC X(40).
001460     05  AMF-SEP-2       PIC X(01).
001470     05  AMF-ACTION      PIC X(08).
001480     05  AMF-SEP-3       PIC X(01).
001490     05  AMF-COUNT       PIC 9(09).
001500*
001510 FD  MASTER-FILE.
001520 01  MASTER-RECORD.
001530     05  MASTER-KEY.
001540         10  MASTER-NAME     PIC X(30).
001550         10  MASTER-ZIP      PIC X(05).
001560     05  MASTER-EMAIL        PIC X(30).
001570     05  MASTER-ADDR         PIC X(30).
001580     05  MASTER-CITY         PIC X(20).
001590     05  MASTER-STATE        PIC X(02).
001600     05  MASTER-CATEGORY     PIC X(20).
001610     05  MASTER-PHONE        PIC X(14).
001620*
001630*    SAME LINE LAYOUT CONTACT-MAINT'S RENAME WRITES.
001640 FD  RENAME-LINK-FILE.
001650 01  RENAME-LINK-RECORD.
001660     05  LNK-RUN-DATE    PIC 9(08).
001670     05  LNK-SEP-1       PIC X(01).
001680     05  LNK-OLD-NAME    PIC X(30).
001690     05  LNK-OLD-ZIP     PIC X(05).
001700     05  LNK-SEP-2       PIC X(01).
001710     05  LNK-NEW-NAME    PIC X(30).
001720     05  LNK-NEW-ZIP     PIC X(05).
001730*
001740 WORKING-STORAGE SECTION.
001750*
001760*    SWITCHES
001770 01  WS-SWITCHES.
001780     05  WS-TRANS-EOF-SW         PIC X VALUE 'N'.
001790         88  TRANS-EOF                 VALUE 'Y'.
001800     05  WS-HISTORY-EOF-SW       PIC X VALUE 'N'.
001810         88  HISTORY-EOF               VALUE 'Y'.
001820     05  WS-HISTORY-OPEN-SW      PIC X VALUE 'N'.
001830         88  HISTORY-OPEN              VALUE 'Y'.
001840     05  WS-MASTER-FOUND-SW      PIC X VALUE 'N'.
001850         88  MASTER-FOUND              VALUE 'Y'.
001860     05  WS-MASTER-AVAIL-SW      PIC X VALUE 'N'.
001870         88  MASTER-AVAILABLE          VALUE 'Y'.
001880     05  WS-ASOF-FOUND-SW        PIC X VALUE 'N'.
001890         88  ASOF-FOUND                VALUE 'Y'.
001900     05  WS-LINK-EOF-SW          PIC X VALUE 'N'.
001910         88  LINK-EOF                  VALUE 'Y'.
001920     05  WS-CHAIN-MATCH-SW       PIC X VALUE 'N'.
001930         88  CHAIN-MATCHED             VALUE 'Y'.
001940     05  WS-MANIFEST-EOF-SW      PIC X VALUE 'N'.
001950         88  MANIFEST-EOF              VALUE 'Y'.
001960     05  WS-ARCH-KNOWN-SW        PIC X VALUE 'N'.
001970         88  ARCH-NAME-KNOWN           VALUE 'Y'.
001980*
001990 01  WS-TRANS-STATUS         PIC X(02).
002000     88  WS-TRANS-OK               VALUE '00'.
002010     88  WS-TRANS-NOT-FOUND        VALUE '23', '35'.
002020 01  WS-HISTORY-STATUS       PIC X(02).
002030     88  WS-HISTORY-OK             VALUE '00'.
002040     88  WS-HISTORY-NOT-FOUND      VALUE '23', '35'.
002050 01  WS-MASTER-STATUS        PIC X(02).
002060     88  WS-MASTER-OK              VALUE '00'.
002070     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
002080 01  WS-LINK-STATUS          PIC X(02).
002090     88  WS-LINK-OK                VALUE '00'.
002100     88  WS-LINK-NOT-FOUND         VALUE '23', '35'.
002110 01  WS-MANIFEST-STATUS      PIC X(02).
002120     88  WS-MANIFEST-OK            VALUE '00'.
002130     88  WS-MANIFEST-NOT-FOUND     VALUE '23', '35'.
002140*
002150*    THE HISTORY SOURCE CURRENTLY UNDER THE SCAN: THE LIVE FILE
002160*    OR ONE OF THE YEARLY ARCHIVES NAMED IN THE MANIFEST.
002170 01  WS-HISTORY-FILE-NAME    PIC X(40).
002180*    DISTINCT MASTER-HISTORY ARCHIVE FILE NAMES FOUND IN THE
002190*    MANIFEST, SCANNED AHEAD OF THE LIVE FILE SO A LIST COMES
002200*    OUT OLDEST RETIREMENT FIRST.  OVERFLOW IS LEFT UNSCANNED
002210*    RATHER THAN FAILING THE INQUIRY.
002220 77  WS-MAX-HIST-ARCH        PIC 9(02) COMP VALUE 20.
002230 77  WS-HIST-ARCH-COUNT      PIC 9(02) COMP VALUE 0.
002240 77  WS-ARCH-IDX             PIC 9(02) COMP VALUE 0.
002250 77  WS-ARCH-SCAN-IDX        PIC 9(02) COMP VALUE 0.
002260 01  WS-HIST-ARCH-TAB.
002270     05  WS-HIST-ARCH-NAME   PIC X(40) OCCURS 20 TIMES.
002280*
002290*    RENAME REGISTER, LOADED ONCE AT START-UP.  OVERFLOW IS
002300*    LEFT UNMATCHABLE RATHER THAN FAILING THE INQUIRY, BUT IS
002310*    COUNTED AND SHOWN IN THE CONTROL TOTALS: A LINK NOT
002320*    LOADED IS A RETIRED KEY THE CHAIN CANNOT FOLLOW.
002330 77  WS-MAX-LINK             PIC 9(05) COMP VALUE 20000.
002340 77  WS-LINK-COUNT           PIC 9(05) COMP VALUE 0.
002350 77  WS-LINK-IDX             PIC 9(05) COMP VALUE 0.
002360 77  WS-LINK-LOST-COUNT      PIC 9(05) COMP VALUE 0.
002370 01  WS-LINK-TAB.
002380     05  WS-LINK-ENTRY       OCCURS 20000 TIMES.
002390         10  WS-LNK-OLD-NAME     PIC X(30).
002400         10  WS-LNK-OLD-ZIP      PIC X(05).
002410         10  WS-LNK-NEW-NAME     PIC X(30).
002420         10  WS-LNK-NEW-ZIP      PIC X(05).
002430*    THE CHAIN OF KEYS THE ASKED-FOR CONTACT HAS LIVED UNDER:
002440*    ENTRY 1 IS THE KEY ON THE TRANSACTION, EACH FURTHER ENTRY
002450*    A KEY A RENAME OR A MERGE RETIRED INTO ONE ALREADY IN THE
002460*    CHAIN.  WS-CHAIN-WALK-IDX IS THE ENTRY WHOSE PREDECESSORS
002470*    ARE BEING SOUGHT.
002480 77  WS-MAX-CHAIN            PIC 9(02) COMP VALUE 20.
002490 77  WS-CHAIN-COUNT          PIC 9(02) COMP VALUE 0.
002500 77  WS-CHAIN-IDX            PIC 9(02) COMP VALUE 0.
002510 77  WS-CHAIN-WALK-IDX       PIC 9(02) COMP VALUE 0.
002520 01  WS-KEY-CHAIN.
002530     05  WS-CHAIN-ENTRY      OCCURS 20 TIMES.
002540         10  WS-CHAIN-NAME       PIC X(30).
002550         10  WS-CHAIN-ZIP        PIC X(05).
002560*
002570*    BEST ASOF CANDIDATE SO FAR: THE MATCHING VERSION WITH THE
002580*    SMALLEST RUN DATE STILL GREATER THAN THE ASKED-FOR DATE.
002590 77  WS-BEST-DATE            PIC 9(08) VALUE 0.
002600 01  WS-BEST-RECORD.
002610     05  WS-BEST-ACTION      PIC X(07).
002620     05  WS-BEST-IMAGE.
002630         10  WS-BEST-NAME        PIC X(30).
002640         10  WS-BEST-ZIP         PIC X(05).
002650         10  WS-BEST-EMAIL       PIC X(30).
002660         10  WS-BEST-ADDR        PIC X(30).
002670         10  WS-BEST-CITY        PIC X(20).
002680         10  WS-BEST-STATE       PIC X(02).
002690         10  WS-BEST-CATEGORY    PIC X(20).
002700         10  WS-BEST-PHONE       PIC X(14).
002710*
002720*    COUNTERS
002730 77  WS-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
002740 77  WS-VERSION-COUNT        PIC 9(05) COMP VALUE 0.
002750 77  WS-BAD-TRANS-COUNT      PIC 9(05) COMP VALUE 0.
002760*
002770 PROCEDURE DIVISION.
002780*
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002810     IF NOT TRANS-EOF
002820         PERFORM 2000-PROCESS-ALL-TRANS THRU 2000-EXIT
002830     END-IF
002840     PERFORM 8000-TERMINATE THRU 8000-EXIT
002850     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
002860     STOP RUN.
002870*
002880*****************************************************************
002890*    1000-INITIALIZE - OPEN THE TRANSACTION FILE AND THE MASTER.*
002900*    THE HISTORY FILE IS OPENED PER TRANSACTION BY 3110.  A     *
002910*    MISSING MASTER JUST MEANS NO "CURRENT" LINE CAN BE SHOWN.  *
002920*****************************************************************
002930 1000-INITIALIZE.
002940     OPEN INPUT HIST-TRANS-FILE
002950     IF WS-TRANS-NOT-FOUND
002960         DISPLAY "CONTACT-HISTORY: NO HIST-TRANS.DAT PRESENT"
002970         SET TRANS-EOF TO TRUE
002980     END-IF
002990     OPEN INPUT MASTER-FILE
003000*    ANY OPEN FAILURE -- NO SNAPSHOT CUT YET, WHATEVER -- JUST
003010*    MEANS NO "CURRENT" LINE CAN BE SHOWN; THE HISTORY FILE
003020*    STILL ANSWERS EVERY INQUIRY.
003030     IF WS-MASTER-OK
003040         MOVE 'Y' TO WS-MASTER-AVAIL-SW
003050     ELSE
003060         DISPLAY "CONTACT-HISTORY: MASTER SNAPSHOT NOT"
003070                 " AVAILABLE (STATUS " WS-MASTER-STATUS
003080                 ") - RUN THE NIGHTLY MERGE TO CUT ONE"
003090     END-IF
003100     PERFORM 1070-LOAD-RENAME-LINKS THRU 1070-EXIT
003110     PERFORM 1075-LOAD-ARCHIVE-NAMES THRU 1075-EXIT.
003120 1000-EXIT.
003130     EXIT.
003140*
003150*****************************************************************
003160*    1070-LOAD-RENAME-LINKS - LOAD THE OLD-KEY/NEW-KEY PAIRS    *
003170*    CONTACT-MAINT HAS EVER APPLIED, SO EACH TRANSACTION CAN    *
003180*    BUILD THE CHAIN OF KEYS ITS CONTACT HAS LIVED UNDER.  A    *
003190*    MISSING REGISTER MEANS NO CONTACT WAS EVER RENAMED.        *
003200*****************************************************************
003210 1070-LOAD-RENAME-LINKS.
003220     MOVE ZERO TO WS-LINK-COUNT
003230     MOVE ZERO TO WS-LINK-LOST-COUNT
003240     MOVE 'N' TO WS-LINK-EOF-SW
003250     OPEN INPUT RENAME-LINK-FILE
003260     IF NOT WS-LINK-NOT-FOUND
003270         PERFORM 1071-READ-ONE-LINK THRU 1071-EXIT
003280             UNTIL LINK-EOF
003290         CLOSE RENAME-LINK-FILE
003300     END-IF.
003310 1070-EXIT.
003320     EXIT.
003330*
003340 1071-READ-ONE-LINK.
003350     READ RENAME-LINK-FILE
003360         AT END
003370             SET LINK-EOF TO TRUE
003380         NOT AT END
003390             IF WS-LINK-COUNT < WS-MAX-LINK
003400                 ADD 1 TO WS-LINK-COUNT
003410                 MOVE LNK-OLD-NAME
003420                     TO WS-LNK-OLD-NAME (WS-LINK-COUNT)
003430                 MOVE LNK-OLD-ZIP
003440                     TO WS-LNK-OLD-ZIP (WS-LINK-COUNT)
003450                 MOVE LNK-NEW-NAME
003460                     TO WS-LNK-NEW-NAME (WS-LINK-COUNT)
003470                 MOVE LNK-NEW-ZIP
003480                     TO WS-LNK-NEW-ZIP (WS-LINK-COUNT)
003490             ELSE
003500                 ADD 1 TO WS-LINK-LOST-COUNT
003510             END-IF
003520     END-READ.
003530 1071-EXIT.
003540     EXIT.
003550*
003560*****************************************************************
003570*    1075-LOAD-ARCHIVE-NAMES - WALK THE RETENTION-SWEEP          *
003580*    MANIFEST FOR THE DISTINCT MASTER-HISTORY ARCHIVE FILES IT  *
003590*    HAS EVER WRITTEN, SO LIST AND ASOF CAN REACH INTO THE      *
003600*    ARCHIVES WHEN A REQUEST PREDATES THE LIVE FILE.            *
003610*****************************************************************
003620 1075-LOAD-ARCHIVE-NAMES.
003630     MOVE ZERO TO WS-HIST-ARCH-COUNT
003640     MOVE 'N' TO WS-MANIFEST-EOF-SW
003650     OPEN INPUT ARCHIVE-MANIFEST-FILE
003660     IF NOT WS-MANIFEST-NOT-FOUND
003670         PERFORM 1076-READ-ONE-MANIFEST-LINE THRU 1076-EXIT
003680             UNTIL MANIFEST-EOF
003690         CLOSE ARCHIVE-MANIFEST-FILE
003700     END-IF.
003710 1075-EXIT.
003720     EXIT.
003730*
003740 1076-READ-ONE-MANIFEST-LINE.
003750     READ ARCHIVE-MANIFEST-FILE
003760         AT END
003770             SET MANIFEST-EOF TO TRUE
003780         NOT AT END
003790             IF AMF-ACTION = "ARCHIVED"
003800                AND AMF-FILE-NAME (1:15) = "master-history-"
003810                 PERFORM 1077-NOTE-ARCHIVE-NAME THRU 1077-EXIT
003820             END-IF
003830     END-READ.
003840 1076-EXIT.
003850     EXIT.
003860*
003870*    THE SAME YEARLY FILE SHOWS UP ONCE PER SWEEP THAT TOUCHED
003880*    IT, SO ONLY A NAME NOT ALREADY IN THE TABLE CLAIMS A SLOT.
003890 1077-NOTE-ARCHIVE-NAME.
003900     MOVE 'N' TO WS-ARCH-KNOWN-SW
003910     MOVE ZERO TO WS-ARCH-IDX
003920     PERFORM 1078-COMPARE-ONE-ARCH-NAME THRU 1078-EXIT
003930         UNTIL WS-ARCH-IDX >= WS-HIST-ARCH-COUNT
003940            OR ARCH-NAME-KNOWN
003950     IF NOT ARCH-NAME-KNOWN
003960        AND WS-HIST-ARCH-COUNT < WS-MAX-HIST-ARCH
003970         ADD 1 TO WS-HIST-ARCH-COUNT
003980         MOVE AMF-FILE-NAME
003990             TO WS-HIST-ARCH-NAME (WS-HIST-ARCH-COUNT)
004000     END-IF.
004010 1077-EXIT.
004020     EXIT.
004030*
004040 1078-COMPARE-ONE-ARCH-NAME.
004050     ADD 1 TO WS-ARCH-IDX
004060     IF WS-HIST-ARCH-NAME (WS-ARCH-IDX) = AMF-FILE-NAME
004070         SET ARCH-NAME-KNOWN TO TRUE
004080     END-IF.
004090 1078-EXIT.
004100     EXIT.
004110*
004120 2000-PROCESS-ALL-TRANS.
004130     PERFORM 3000-PROCESS-ONE-TRANS THRU 3000-EXIT
004140         UNTIL TRANS-EOF.
004150 2000-EXIT.
004160     EXIT.
004170*
004180 3000-PROCESS-ONE-TRANS.
004190     READ HIST-TRANS-FILE
004200         AT END
004210             SET TRANS-EOF TO TRUE
004220         NOT AT END
004230             ADD 1 TO WS-TRANS-COUNT
004240             PERFORM 3100-APPLY-ONE-TRANS THRU 3100-EXIT
004250     END-READ.
004260 3000-EXIT.
004270     EXIT.
004280*
004290 3100-APPLY-ONE-TRANS.
004300     EVALUATE HTR-ACTION
004310         WHEN "LIST"
004320             PERFORM 3200-LIST-ALL-VERSIONS THRU 3200-EXIT
004330         WHEN "ASOF"
004340             PERFORM 3300-FIND-ASOF-VERSION THRU 3300-EXIT
004350         WHEN OTHER
004360             ADD 1 TO WS-BAD-TRANS-COUNT
004370             DISPLAY "UNKNOWN ACTION: " HTR-ACTION
004380                     " FOR " HTR-NAME " " HTR-ZIP
004390     END-EVALUATE.
004400 3100-EXIT.
004410     EXIT.
004420*
004430 3110-OPEN-HISTORY.
004440     MOVE 'N' TO WS-HISTORY-EOF-SW
004450     OPEN INPUT MASTER-HISTORY-FILE
004460     IF WS-HISTORY-NOT-FOUND
004470         SET HISTORY-EOF TO TRUE
004480         MOVE 'N' TO WS-HISTORY-OPEN-SW
004490     ELSE
004500         MOVE 'Y' TO WS-HISTORY-OPEN-SW
004510     END-IF.
004520 3110-EXIT.
004530     EXIT.
004540*
004550*    THE OPEN SWITCH, NOT THE FILE STATUS, DECIDES WHETHER THERE
004560*    IS ANYTHING TO CLOSE -- BY THE TIME THE SCAN FINISHES THE
004570*    STATUS HOLDS THE AT-END "10" FROM THE LAST READ.
004580 3120-CLOSE-HISTORY.
004590     IF HISTORY-OPEN
004600         CLOSE MASTER-HISTORY-FILE
004610         MOVE 'N' TO WS-HISTORY-OPEN-SW
004620     END-IF.
004630 3120-EXIT.
004640     EXIT.
004650*
004660*****************************************************************
004670*    3130-BUILD-KEY-CHAIN - START FROM THE KEY ON THE           *
004680*    TRANSACTION AND WALK THE RENAME REGISTER BACKWARD, ONE     *
004690*    CHAIN ENTRY AT A TIME: EACH LINK WHOSE NEW KEY IS THE      *
004700*    ENTRY BEING WALKED CONTRIBUTES THE KEY THAT RENAME OR      *
004710*    MERGE RETIRED.  A SURVIVOR OF SEVERAL MERGES HAS SEVERAL   *
004720*    SUCH LINKS, AND EVERY ONE IS FOLLOWED.  HISTORY LINES      *
004730*    UNDER ANY KEY IN THE CHAIN BELONG TO THE CONTACT.          *
004740*****************************************************************
004750 3130-BUILD-KEY-CHAIN.
004760     MOVE 1 TO WS-CHAIN-COUNT
004770     MOVE HTR-NAME TO WS-CHAIN-NAME (1)
004780     MOVE HTR-ZIP  TO WS-CHAIN-ZIP (1)
004790     MOVE ZERO TO WS-CHAIN-WALK-IDX
004800     PERFORM 3135-EXTEND-KEY-CHAIN THRU 3135-EXIT
004810         UNTIL WS-CHAIN-WALK-IDX >= WS-CHAIN-COUNT
004820            OR WS-CHAIN-COUNT >= WS-MAX-CHAIN.
004830 3130-EXIT.
004840     EXIT.
004850*
004860*    EVERY LINK INTO THE CHAIN ENTRY BEING WALKED ADDS ITS OLD
004870*    KEY -- A RENAME GIVES ONE, EACH MERGE INTO THE KEY ANOTHER.
004880 3135-EXTEND-KEY-CHAIN.
004890     ADD 1 TO WS-CHAIN-WALK-IDX
004900     MOVE ZERO TO WS-LINK-IDX
004910     PERFORM 3136-CHECK-ONE-LINK THRU 3136-EXIT
004920         UNTIL WS-LINK-IDX >= WS-LINK-COUNT
004930            OR WS-CHAIN-COUNT >= WS-MAX-CHAIN.
004940 3135-EXIT.
004950     EXIT.
004960*
004970 3136-CHECK-ONE-LINK.
004980     ADD 1 TO WS-LINK-IDX
004990     IF WS-LNK-NEW-NAME (WS-LINK-IDX)
005000            NOT = WS-CHAIN-NAME (WS-CHAIN-WALK-IDX)
005010        OR WS-LNK-NEW-ZIP (WS-LINK-IDX)
005020            NOT = WS-CHAIN-ZIP (WS-CHAIN-WALK-IDX)
005030         GO TO 3136-EXIT
005040     END-IF
005050*    A KEY ALREADY IN THE CHAIN (A CONTACT RENAMED BACK AGAIN)
005060*    IS NOT ADDED TWICE.
005070     MOVE 'N' TO WS-CHAIN-MATCH-SW
005080     MOVE ZERO TO WS-CHAIN-IDX
005090     PERFORM 3137-COMPARE-LINK-TO-CHAIN THRU 3137-EXIT
005100         UNTIL WS-CHAIN-IDX >= WS-CHAIN-COUNT
005110            OR CHAIN-MATCHED
005120     IF NOT CHAIN-MATCHED
005130         ADD 1 TO WS-CHAIN-COUNT
005140         MOVE WS-LNK-OLD-NAME (WS-LINK-IDX)
005150             TO WS-CHAIN-NAME (WS-CHAIN-COUNT)
005160         MOVE WS-LNK-OLD-ZIP (WS-LINK-IDX)
005170             TO WS-CHAIN-ZIP (WS-CHAIN-COUNT)
005180     END-IF.
005190 3136-EXIT.
005200     EXIT.
005210*
005220 3137-COMPARE-LINK-TO-CHAIN.
005230     ADD 1 TO WS-CHAIN-IDX
005240     IF WS-LNK-OLD-NAME (WS-LINK-IDX)
005250            = WS-CHAIN-NAME (WS-CHAIN-IDX)
005260        AND WS-LNK-OLD-ZIP (WS-LINK-IDX)
005270            = WS-CHAIN-ZIP (WS-CHAIN-IDX)
005280         SET CHAIN-MATCHED TO TRUE
005290     END-IF.
005300 3137-EXIT.
005310     EXIT.
005320*
005330*    DOES THE HISTORY LINE UNDER THE READER BELONG TO ANY KEY
005340*    THE CONTACT HAS LIVED UNDER?
005350 3140-MATCH-KEY-CHAIN.
005360     MOVE 'N' TO WS-CHAIN-MATCH-SW
005370     MOVE ZERO TO WS-CHAIN-IDX
005380     PERFORM 3141-COMPARE-ONE-CHAIN-KEY THRU 3141-EXIT
005390         UNTIL WS-CHAIN-IDX >= WS-CHAIN-COUNT
005400            OR CHAIN-MATCHED.
005410 3140-EXIT.
005420     EXIT.
005430*
005440 3141-COMPARE-ONE-CHAIN-KEY.
005450     ADD 1 TO WS-CHAIN-IDX
005460     IF HIST-NAME = WS-CHAIN-NAME (WS-CHAIN-IDX)
005470        AND HIST-ZIP = WS-CHAIN-ZIP (WS-CHAIN-IDX)
005480         SET CHAIN-MATCHED TO TRUE
005490     END-IF.
005500 3141-EXIT.
005510     EXIT.
005520*
005530*****************************************************************
005540*    3200-LIST-ALL-VERSIONS - EVERY VERSION EVER HELD FOR THE   *
005550*    KEY, OLDEST RETIREMENT FIRST (FILE ORDER), THEN WHATEVER   *
005560*    THE MASTER HOLDS TODAY.  THE VERSION COUNT IS THE CHURN    *
005570*    MEASURE COMPLIANCE KEEPS ASKING FOR.                       *
005580*****************************************************************
005590 3200-LIST-ALL-VERSIONS.
005600     MOVE ZERO TO WS-VERSION-COUNT
005610     DISPLAY "VERSIONS HELD FOR " HTR-NAME " " HTR-ZIP
005620     PERFORM 3130-BUILD-KEY-CHAIN THRU 3130-EXIT
005630     IF WS-CHAIN-COUNT > 1
005640         DISPLAY "  (FOLLOWING " WS-CHAIN-COUNT
005650                 " KEYS ACROSS RENAMES)"
005660     END-IF
005670*    THE ARCHIVES HOLD THE OLDEST RETIREMENTS, SO THEY ARE
005680*    SCANNED AHEAD OF THE LIVE FILE.
005690     PERFORM 3220-LIST-ONE-ARCHIVE THRU 3220-EXIT
005700         VARYING WS-ARCH-SCAN-IDX FROM 1 BY 1
005710             UNTIL WS-ARCH-SCAN-IDX > WS-HIST-ARCH-COUNT
005720     MOVE "master-history.dat" TO WS-HISTORY-FILE-NAME
005730     PERFORM 3110-OPEN-HISTORY THRU 3110-EXIT
005740     PERFORM 3210-LIST-ONE-VERSION THRU 3210-EXIT
005750         UNTIL HISTORY-EOF
005760     PERFORM 3120-CLOSE-HISTORY THRU 3120-EXIT
005770     DISPLAY "  RETIRED VERSIONS. . . . . . " WS-VERSION-COUNT
005780     PERFORM 3400-SHOW-CURRENT-MASTER THRU 3400-EXIT.
005790 3200-EXIT.
005800     EXIT.
005810*
005820 3210-LIST-ONE-VERSION.
005830     READ MASTER-HISTORY-FILE
005840         AT END
005850             SET HISTORY-EOF TO TRUE
005860         NOT AT END
005870             PERFORM 3140-MATCH-KEY-CHAIN THRU 3140-EXIT
005880             IF CHAIN-MATCHED
005890                 ADD 1 TO WS-VERSION-COUNT
005900                 DISPLAY "  " HIST-RUN-DATE " " HIST-ACTION
005910                         " " HIST-ADDR " " HIST-CITY " "
005920                         HIST-STATE " " HIST-CATEGORY " "
005930                         HIST-PHONE " " HIST-EMAIL
005940                 IF HIST-OPERATOR NOT = SPACES
005950                     DISPLAY "      BY " HIST-OPERATOR
005960                             " APPROVED BY " HIST-APPROVER
005970                             " REASON " HIST-REASON
005980                 END-IF
005990             END-IF
006000     END-READ.
006010 3210-EXIT.
006020     EXIT.
006030*
006040 3220-LIST-ONE-ARCHIVE.
006050     MOVE WS-HIST-ARCH-NAME (WS-ARCH-SCAN-IDX)
006060         TO WS-HISTORY-FILE-NAME
006070     PERFORM 3110-OPEN-HISTORY THRU 3110-EXIT
006080     PERFORM 3210-LIST-ONE-VERSION THRU 3210-EXIT
006090         UNTIL HISTORY-EOF
006100     PERFORM 3120-CLOSE-HISTORY THRU 3120-EXIT.
006110 3220-EXIT.
006120     EXIT.
006130*
006140*****************************************************************
006150*    3300-FIND-ASOF-VERSION - THE VERSION ON FILE AS OF THE     *
006160*    ASKED-FOR DATE IS THE MATCHING HISTORY LINE WITH THE       *
006170*    SMALLEST RUN DATE STILL GREATER THAN THAT DATE (IT WAS     *
006180*    CURRENT UNTIL THAT RUN RETIRED IT).  NO SUCH LINE MEANS    *
006190*    NOTHING HAS RETIRED SINCE, SO THE CURRENT MASTER RECORD    *
006200*    IS THE ANSWER.                                             *
006210*****************************************************************
006220 3300-FIND-ASOF-VERSION.
006230     MOVE 'N' TO WS-ASOF-FOUND-SW
006240     MOVE 99999999 TO WS-BEST-DATE
006250     PERFORM 3130-BUILD-KEY-CHAIN THRU 3130-EXIT
006260*    THE BEST CANDIDATE MAY SIT IN A YEARLY ARCHIVE WHEN THE
006270*    ASKED-FOR DATE PREDATES THE LIVE FILE, SO EVERY SOURCE IS
006280*    SCANNED; THE SMALLEST-QUALIFYING-DATE RULE PICKS THE
006290*    ANSWER NO MATTER WHICH FILE SUPPLIES IT.
006300     PERFORM 3320-CHECK-ONE-ARCHIVE THRU 3320-EXIT
006310         VARYING WS-ARCH-SCAN-IDX FROM 1 BY 1
006320             UNTIL WS-ARCH-SCAN-IDX > WS-HIST-ARCH-COUNT
006330     MOVE "master-history.dat" TO WS-HISTORY-FILE-NAME
006340     PERFORM 3110-OPEN-HISTORY THRU 3110-EXIT
006350     PERFORM 3310-CHECK-ONE-VERSION THRU 3310-EXIT
006360         UNTIL HISTORY-EOF
006370     PERFORM 3120-CLOSE-HISTORY THRU 3120-EXIT
006380     IF ASOF-FOUND
006390         DISPLAY "AS OF " HTR-ASOF-DATE " WE HELD FOR "
006400                 HTR-NAME " " HTR-ZIP
006410                 " (RETIRED " WS-BEST-DATE " BY "
006420                 WS-BEST-ACTION "):"
006430         DISPLAY "  ADDR . . . . " WS-BEST-ADDR
006440         DISPLAY "  CITY . . . . " WS-BEST-CITY
006450         DISPLAY "  STATE. . . . " WS-BEST-STATE
006460         DISPLAY "  CATEGORY . . " WS-BEST-CATEGORY
006470         DISPLAY "  PHONE. . . . " WS-BEST-PHONE
006480         DISPLAY "  EMAIL. . . . " WS-BEST-EMAIL
006490     ELSE
006500         DISPLAY "NOTHING RETIRED FOR " HTR-NAME " " HTR-ZIP
006510                 " SINCE " HTR-ASOF-DATE
006520                 " -- CURRENT MASTER IS THE ANSWER"
006530         PERFORM 3400-SHOW-CURRENT-MASTER THRU 3400-EXIT
006540     END-IF.
006550 3300-EXIT.
006560     EXIT.
006570*
006580 3310-CHECK-ONE-VERSION.
006590     READ MASTER-HISTORY-FILE
006600         AT END
006610             SET HISTORY-EOF TO TRUE
006620         NOT AT END
006630             PERFORM 3140-MATCH-KEY-CHAIN THRU 3140-EXIT
006640             IF CHAIN-MATCHED
006650                AND HIST-RUN-DATE > HTR-ASOF-DATE
006660                AND HIST-RUN-DATE < WS-BEST-DATE
006670                 SET ASOF-FOUND TO TRUE
006680                 MOVE HIST-RUN-DATE TO WS-BEST-DATE
006690                 MOVE HIST-ACTION   TO WS-BEST-ACTION
006700                 MOVE HIST-IMAGE    TO WS-BEST-IMAGE
006710             END-IF
006720     END-READ.
006730 3310-EXIT.
006740     EXIT.
006750*
006760 3320-CHECK-ONE-ARCHIVE.
006770     MOVE WS-HIST-ARCH-NAME (WS-ARCH-SCAN-IDX)
006780         TO WS-HISTORY-FILE-NAME
006790     PERFORM 3110-OPEN-HISTORY THRU 3110-EXIT
006800     PERFORM 3310-CHECK-ONE-VERSION THRU 3310-EXIT
006810         UNTIL HISTORY-EOF
006820     PERFORM 3120-CLOSE-HISTORY THRU 3120-EXIT.
006830 3320-EXIT.
006840     EXIT.
006850*
006860 3400-SHOW-CURRENT-MASTER.
006870     MOVE 'N' TO WS-MASTER-FOUND-SW
006880     IF MASTER-AVAILABLE
006890         MOVE HTR-NAME TO MASTER-NAME
006900         MOVE HTR-ZIP  TO MASTER-ZIP
006910         READ MASTER-FILE
006920             INVALID KEY
006930                 MOVE 'N' TO WS-MASTER-FOUND-SW
006940             NOT INVALID KEY
006950                 MOVE 'Y' TO WS-MASTER-FOUND-SW
006960         END-READ
006970     END-IF
006980     IF MASTER-FOUND
006990         DISPLAY "  CURRENT: " MASTER-ADDR " " MASTER-CITY
007000                 " " MASTER-STATE " " MASTER-CATEGORY " "
007010                 MASTER-PHONE " " MASTER-EMAIL
007020     ELSE
007030         DISPLAY "  NO CURRENT MASTER RECORD"
007040     END-IF.
007050 3400-EXIT.
007060     EXIT.
007070*
007080*****************************************************************
007090*    8000-TERMINATE - CLOSE ALL FILES THAT WERE OPENED          *
007100*****************************************************************
007110 8000-TERMINATE.
007120     CLOSE HIST-TRANS-FILE
007130     IF MASTER-AVAILABLE
007140         CLOSE MASTER-FILE
007150     END-IF.
007160 8000-EXIT.
007170     EXIT.
007180*
007190 9000-PRINT-CONTROL-TOTALS.
007200     DISPLAY "CONTACT-HISTORY CONTROL TOTALS"
007210     DISPLAY "------------------------------"
007220     DISPLAY "TRANSACTIONS READ . . . . . . " WS-TRANS-COUNT
007230     DISPLAY "INVALID TRANSACTIONS. . . . . " WS-BAD-TRANS-COUNT
007240     IF WS-LINK-LOST-COUNT > ZERO
007250         DISPLAY "*** RENAME LINKS NOT LOADED - "
007260                 WS-LINK-LOST-COUNT
007270                 " - RAISE WS-MAX-LINK ***"
007280     END-IF.
007290 9000-EXIT.
007300     EXIT.
