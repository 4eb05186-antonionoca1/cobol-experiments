000210*        BROKEN BACK OUT INTO ITS INPUT FIELDS                 *
000220*      - SUPPRESSION-REPORT.CSV ENTRIES                        *
000230*      - THE HOUSEHOLD.CSV ROW THE CONTACT ROLLED INTO         *
000240*      - TOUCH-HISTORY.DAT: EVERY CAMPAIGN LIST THE CONTACT    *
000250*        WAS SENT ON, WITH ITS DATE AND CHANNEL                *
000260*  A CONTACT RENAMED BY CONTACT-MAINT IS FOLLOWED ACROSS THE   *
000270*  KEY CHANGE THROUGH RENAME-LINK.DAT, THE SAME WAY CONTACT-   *
000280*  HISTORY FOLLOWS IT, AND SO IS EVERY DUPLICATE MERGED INTO   *
000290*  IT.  EVERY SOURCE THAT HOLDS NOTHING SAYS SO EXPLICITLY, SO *
000300*  THE PACKET IS COMPLETE EVIDENCE ON ITS OWN.                 *
000310*****************************************************************
000320*
000330*    MODIFICATION HISTORY
000340*    --------------------
000350*    09/02/2026  DAO  ORIGINAL PROGRAM.
000360*    09/02/2026  DAO  THE CURRENT-MASTER SECTION NOW COMES FROM
000370*                     THE READ-ONLY MASTER-SNAPSHOT.DAT MERGE-
000380*                     CSV CUTS AT CLEAN END OF RUN, SO A PACKET
000390*                     NEVER TOUCHES THE LIVE MASTER.
000400*    10/15/2026  DAO  THE KEY CHAIN NOW FOLLOWS EVERY LINK INTO
000410*                     EACH KEY, AS IN CONTACT-HISTORY, SO A
000420*                     SUBJECT'S PACKET ALSO COVERS THE KEYS OF
000430*                     DUPLICATES CONTACT-MAINT MERGED INTO IT.
000440*    10/15/2026  DAO  SUSPENSE ROW LAYOUT CARRIES THE EXTRACT THE
000450*                     ROW CAME IN ON.
000460*    10/15/2026  DAO  PACKET NOW LISTS THE CAMPAIGNS THE SUBJECT
000470*                     WAS SENT, FROM THE KEPT TOUCH-HISTORY.DAT
000480*                     CAMPAIGN-SELECT APPENDS TO.
000490*    10/15/2026  DAO  HISTORY AND CHANGELOG LINES NOW SHOW THE
000500*                     OPERATOR, APPROVER AND REASON CODE STAMPED
000510*                     ON THEM.
000520*    10/15/2026  DAO  THE RENAME REGISTER TABLE NOW HOLDS 20000
000530*                     LINKS, AND ANY LINK IT CANNOT HOLD IS
000540*                     COUNTED AND SHOWN IN THE CONTROL TOTALS.
000550*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT SUBJECT-TRANS-FILE ASSIGN TO "subject-trans.dat"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TRANS-STATUS.
000620*    INQUIRY READS THE READ-ONLY SNAPSHOT MERGE-CSV CUTS AT CLEAN
000630*    END OF RUN, NEVER THE LIVE MASTER.
000640     SELECT MASTER-FILE ASSIGN TO "master-snapshot.dat"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS MASTER-KEY
000680         FILE STATUS IS WS-MASTER-STATUS.
000690*    LIVE FILE AND YEARLY ARCHIVES SHARE THE LAYOUT, SO ONE FD
000700*    READS WHICHEVER NAME IS ASSIGNED, AS IN CONTACT-HISTORY.
000710     SELECT MASTER-HISTORY-FILE
000720         ASSIGN DYNAMIC WS-HISTORY-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-HISTORY-STATUS.
000750     SELECT ARCHIVE-MANIFEST-FILE
000760         ASSIGN TO "archive-manifest.dat"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-MANIFEST-STATUS.
000790     SELECT RENAME-LINK-FILE ASSIGN TO "rename-link.dat"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-LINK-STATUS.
000820     SELECT CHANGE-LOG-FILE ASSIGN TO "changelog.csv"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CHANGELOG-STATUS.
000850     SELECT DELTA-FILE ASSIGN TO "delta.csv"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-DELTA-STATUS.
000880     SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-SUSPENSE-STATUS.
000910     SELECT SUPPRESSION-REPORT-FILE
000920         ASSIGN TO "suppression-report.csv"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-SUP-REPORT-STATUS.
000950     SELECT HOUSEHOLD-FILE ASSIGN TO "household.csv"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-HOUSEHOLD-STATUS.
000980     SELECT TOUCH-HISTORY-FILE ASSIGN TO "touch-history.dat"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-TOUCH-STATUS.
001010*
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  SUBJECT-TRANS-FILE.
001050 01  SUBJECT-TRANS-RECORD.
001060     05  SAT-NAME        PIC X(30).
001070     05  SAT-ZIP         PIC X(05).
001080*
001090 FD  MASTER-FILE.
001100 01  MASTER-RECORD.
001110     05  MASTER-KEY.
001120         10  MASTER-NAME     PIC X(30).
001130         10  MASTER-ZIP      PIC X(05).
001140     05  MASTER-EMAIL        PIC X(30).
001150     05  MASTER-ADDR         PIC X(30).
001160     05  MASTER-CITY         PIC X(20).
001170     05  MASTER-STATE        PIC X(02).
001180     05  MASTER-CATEGORY     PIC X(20).
001190     05  MASTER-PHONE        PIC X(14).
001200*
001210*    SAME LINE LAYOUT MERGE-CSV AND CONTACT-MAINT WRITE, WITH
001220*    THE IMAGE BROKEN BACK OUT INTO THE MASTER-RECORD FIELDS.
001230 FD  MASTER-HISTORY-FILE.
001240 01  MASTER-HISTORY-RECORD.
001250     05  HIST-RUN-DATE   PIC 9(08).
001260     05  HIST-SEP-1      PIC X(01).
001270     05  HIST-ACTION     PIC X(07).
001280     05  HIST-SEP-2      PIC X(01).
001290     05  HIST-IMAGE.
001300         10  HIST-NAME       PIC X(30).
001310         10  HIST-ZIP        PIC X(05).
001320         10  HIST-EMAIL      PIC X(30).
001330         10  HIST-ADDR       PIC X(30).
001340         10  HIST-CITY       PIC X(20).
001350         10  HIST-STATE      PIC X(02).
001360         10  HIST-CATEGORY   PIC X(20).
001370         10  HIST-PHONE      PIC X(14).
001380*    WHO MADE THE CHANGE, WHO APPROVED IT, AND THE REASON CODE.
001390*    LINES WRITTEN BEFORE THE STAMP READ BACK BLANK HERE.
001400     05  HIST-SEP-3      PIC X(01).
001410     05  HIST-OPERATOR   PIC X(08).
001420     05  HIST-SEP-4      PIC X(01).
001430     05  HIST-APPROVER   PIC X(08).
001440     05  HIST-SEP-5      PIC X(01).
001450     05  HIST-REASON     PIC X(04).
001460*
001470 FD  ARCHIVE-MANIFEST-FILE.
001480 01  ARCHIVE-MANIFEST-RECORD.
001490     05  AMF-RUN-DATE    PIC 9(08).
001500     05  AMF-SEP-1       PIC X(01).
001510     05  AMF-FILE-NAME   PIC X(40).
001520     05  AMF-SEP-2       PIC X(01).
001530     05  AMF-ACTION      PIC X(08).
001540     05  AMF-SEP-3       PIC X(01).
001550     05  AMF-COUNT       PIC 9(09).
001560*
001570 FD  RENAME-LINK-FILE.
001580 01  RENAME-LINK-RECORD.
001590     05  LNK-RUN-DATE    PIC 9(08).
001600     05  LNK-SEP-1       PIC X(01).
001610     05  LNK-OLD-NAME    PIC X(30).
001620     05  LNK-OLD-ZIP     PIC X(05).
001630     05  LNK-SEP-2       PIC X(01).
001640     05  LNK-NEW-NAME    PIC X(30).
001650     05  LNK-NEW-ZIP     PIC X(05).
001660*
001670*    THE LOG HAS CARRIED A LEADING RUN DATE SINCE THE RETENTION
001680*    WORK; OLDER LINES START STRAIGHT AT THE ACTION.  BOTH
001690*    VIEWS ARE DEFINED AND THE DATE COLUMNS DECIDE WHICH ONE
001700*    APPLIES.
001710 FD  CHANGE-LOG-FILE.
001720 01  CHANGE-LOG-RECORD.
001730     05  CHG-RUN-DATE    PIC X(08).
001740     05  CHG-SEP-0       PIC X(01).
001750     05  CHG-ACTION      PIC X(07).
001760     05  CHG-SEP-1       PIC X(01).
001770     05  CHG-NAME        PIC X(30).
001780     05  CHG-SEP-2       PIC X(01).
001790     05  CHG-EMAIL       PIC X(30).
001800*    SAME OPERATOR / APPROVER / REASON STAMP; BLANK ON LINES
001810*    WRITTEN BEFORE IT.
001820     05  CHG-SEP-3       PIC X(01).
001830     05  CHG-OPERATOR    PIC X(08).
001840     05  CHG-SEP-4       PIC X(01).
001850     05  CHG-APPROVER    PIC X(08).
001860     05  CHG-SEP-5       PIC X(01).
001870     05  CHG-REASON      PIC X(04).
001880 01  CHANGE-LOG-RECORD-LEGACY.
001890     05  CHL-ACTION      PIC X(07).
001900     05  CHL-SEP-1       PIC X(01).
001910     05  CHL-NAME        PIC X(30).
001920     05  CHL-SEP-2       PIC X(01).
001930     05  CHL-EMAIL       PIC X(30).
001940     05  FILLER          PIC X(09).
001950*
001960*    SAME TWO-ERA TREATMENT FOR THE DELTA FEED: LINES SINCE THE
001970*    GENERATION WORK LEAD WITH DATE, GENERATION, AND SEQUENCE.
001980 FD  DELTA-FILE.
001990 01  DELTA-RECORD.
002000     05  DLT-RUN-DATE    PIC X(08).
002010     05  DLT-SEP-1       PIC X(01).
002020     05  DLT-GENERATION  PIC X(06).
002030     05  DLT-SEP-2       PIC X(01).
002040     05  DLT-SEQ         PIC X(06).
002050     05  DLT-SEP-3       PIC X(01).
002060     05  DLT-ACTION      PIC X(07).
002070     05  DLT-SEP-4       PIC X(01).
002080     05  DLT-IMAGE.
002090         10  DLT-IMG-NAME    PIC X(30).
002100         10  FILLER          PIC X(202).
002110 01  DELTA-RECORD-LEGACY.
002120     05  DLL-ACTION      PIC X(07).
002130     05  DLL-SEP-1       PIC X(01).
002140     05  DLL-IMAGE.
002150         10  DLL-IMG-NAME    PIC X(30).
002160         10  FILLER          PIC X(202).
002170     05  FILLER          PIC X(23).
002180*
002190*    SAME ROW MERGE-CSV KEEPS IN SUSPENSE, WITH THE RAW INPUT
002200*    IMAGE BROKEN OUT INTO ITS FIELDS SO THE PACKET NEVER
002210*    SHOWS AN UNREADABLE 151-BYTE STRING.
002220 FD  SUSPENSE-FILE.
002230 01  SUSPENSE-RECORD.
002240     05  SUS-FIRST-DATE  PIC 9(08).
002250     05  SUS-SEP-1       PIC X(01).
002260     05  SUS-RETRY-COUNT PIC 9(03).
002270     05  SUS-SEP-2       PIC X(01).
002280     05  SUS-REASON      PIC X(70).
002290     05  SUS-SEP-3       PIC X(01).
002300     05  SUS-IMAGE.
002310         10  SUS-NAME        PIC X(30).
002320         10  SUS-ADDR        PIC X(30).
002330         10  SUS-CITY        PIC X(20).
002340         10  SUS-STATE       PIC X(02).
002350         10  SUS-ZIP         PIC X(05).
002360         10  SUS-CATEGORY    PIC X(20).
002370         10  SUS-PHONE       PIC X(14).
002380         10  SUS-EMAIL       PIC X(30).
002390     05  SUS-SEP-4       PIC X(01).
002400     05  SUS-SOURCE      PIC X(30).
002410*
002420 FD  SUPPRESSION-REPORT-FILE.
002430 01  SUPPRESSION-REPORT-RECORD.
002440     05  SPR-RUN-DATE        PIC 9(08).
002450     05  SPR-SEP-1           PIC X(01).
002460     05  SPR-MATCH-TYPE      PIC X(05).
002470     05  SPR-SEP-2           PIC X(01).
002480     05  SPR-NAME            PIC X(30).
002490     05  SPR-SEP-3           PIC X(01).
002500     05  SPR-MATCHED-VALUE   PIC X(30).
002510*
002520 FD  HOUSEHOLD-FILE.
002530 01  HOUSEHOLD-RECORD.
002540     05  HH-NAME             PIC X(30).
002550     05  HH-SEP-1            PIC X(01).
002560     05  HH-ADDRESS          PIC X(70).
002570     05  HH-SEP-2            PIC X(01).
002580     05  HH-MEMBER-COUNT     PIC 9(05).
002590     05  HH-SEP-3            PIC X(01).
002600     05  HH-VALIDATED        PIC X(01).
002610     05  HH-SEP-4            PIC X(01).
002620     05  HH-ZIP              PIC X(05).
002630*
002640*    SAME LINE LAYOUT CAMPAIGN-SELECT APPENDS.
002650 FD  TOUCH-HISTORY-FILE.
002660 01  TOUCH-HISTORY-RECORD.
002670     05  TCH-NAME        PIC X(30).
002680     05  TCH-ZIP         PIC X(05).
002690     05  TCH-SEP-1       PIC X(01).
002700     05  TCH-LIST        PIC X(20).
002710     05  TCH-SEP-2       PIC X(01).
002720     05  TCH-DATE        PIC 9(08).
002730     05  TCH-SEP-3       PIC X(01).
002740     05  TCH-CHANNEL     PIC X(01).
002750         88  TCH-BY-MAIL         VALUE 'M'.
002760*
002770 WORKING-STORAGE SECTION.
002780*
002790*    SWITCHES
002800 01  WS-SWITCHES.
002810     05  WS-TRANS-EOF-SW         PIC X VALUE 'N'.
002820         88  TRANS-EOF                 VALUE 'Y'.
002830     05  WS-TRANS-AVAIL-SW       PIC X VALUE 'N'.
002840         88  TRANS-AVAILABLE           VALUE 'Y'.
002850     05  WS-MASTER-AVAIL-SW      PIC X VALUE 'N'.
002860         88  MASTER-AVAILABLE          VALUE 'Y'.
002870     05  WS-MASTER-FOUND-SW      PIC X VALUE 'N'.
002880         88  MASTER-FOUND              VALUE 'Y'.
002890     05  WS-SOURCE-EOF-SW        PIC X VALUE 'N'.
002900         88  SOURCE-EOF                VALUE 'Y'.
002910     05  WS-LINK-EOF-SW          PIC X VALUE 'N'.
002920         88  LINK-EOF                  VALUE 'Y'.
002930     05  WS-MANIFEST-EOF-SW      PIC X VALUE 'N'.
002940         88  MANIFEST-EOF              VALUE 'Y'.
002950     05  WS-ARCH-KNOWN-SW        PIC X VALUE 'N'.
002960         88  ARCH-NAME-KNOWN           VALUE 'Y'.
002970     05  WS-CHAIN-MATCH-SW       PIC X VALUE 'N'.
002980         88  CHAIN-MATCHED             VALUE 'Y'.
002990*
003000 01  WS-TRANS-STATUS         PIC X(02).
003010     88  WS-TRANS-OK               VALUE '00'.
003020     88  WS-TRANS-NOT-FOUND        VALUE '23', '35'.
003030 01  WS-MASTER-STATUS        PIC X(02).
003040     88  WS-MASTER-OK              VALUE '00'.
003050     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
003060 01  WS-HISTORY-STATUS       PIC X(02).
003070     88  WS-HISTORY-OK             VALUE '00'.
003080     88  WS-HISTORY-NOT-FOUND      VALUE '23', '35'.
003090 01  WS-MANIFEST-STATUS      PIC X(02).
003100     88  WS-MANIFEST-OK            VALUE '00'.
003110     88  WS-MANIFEST-NOT-FOUND     VALUE '23', '35'.
003120 01  WS-LINK-STATUS          PIC X(02).
003130     88  WS-LINK-OK                VALUE '00'.
003140     88  WS-LINK-NOT-FOUND         VALUE '23', '35'.
003150 01  WS-CHANGELOG-STATUS     PIC X(02).
003160     88  WS-CHANGELOG-OK           VALUE '00'.
003170     88  WS-CHANGELOG-NOT-FOUND    VALUE '23', '35'.
003180 01  WS-DELTA-STATUS         PIC X(02).
003190     88  WS-DELTA-OK               VALUE '00'.
003200     88  WS-DELTA-NOT-FOUND        VALUE '23', '35'.
003210 01  WS-SUSPENSE-STATUS      PIC X(02).
003220     88  WS-SUSPENSE-OK            VALUE '00'.
003230     88  WS-SUSPENSE-NOT-FOUND     VALUE '23', '35'.
003240 01  WS-SUP-REPORT-STATUS    PIC X(02).
003250     88  WS-SUP-REPORT-OK          VALUE '00'.
003260     88  WS-SUP-REPORT-NOT-FOUND   VALUE '23', '35'.
003270 01  WS-HOUSEHOLD-STATUS     PIC X(02).
003280     88  WS-HOUSEHOLD-OK           VALUE '00'.
003290     88  WS-HOUSEHOLD-NOT-FOUND    VALUE '23', '35'.
003300 01  WS-TOUCH-STATUS         PIC X(02).
003310     88  WS-TOUCH-OK               VALUE '00'.
003320     88  WS-TOUCH-NOT-FOUND        VALUE '23', '35'.
003330*
003340*    THE HISTORY SOURCE UNDER THE SCAN AND THE ARCHIVE NAMES
003350*    OUT OF THE MANIFEST, AS IN CONTACT-HISTORY.
003360 01  WS-HISTORY-FILE-NAME    PIC X(40).
003370 77  WS-MAX-HIST-ARCH        PIC 9(02) COMP VALUE 20.
003380 77  WS-HIST-ARCH-COUNT      PIC 9(02) COMP VALUE 0.
003390 77  WS-ARCH-IDX             PIC 9(02) COMP VALUE 0.
003400 77  WS-ARCH-SCAN-IDX        PIC 9(02) COMP VALUE 0.
003410 01  WS-HIST-ARCH-TAB.
003420     05  WS-HIST-ARCH-NAME   PIC X(40) OCCURS 20 TIMES.
003430*
003440*    RENAME REGISTER AND THE CHAIN OF KEYS THE SUBJECT HAS
003450*    LIVED UNDER, AS IN CONTACT-HISTORY, OVERFLOW COUNTED.
003460 77  WS-MAX-LINK             PIC 9(05) COMP VALUE 20000.
003470 77  WS-LINK-COUNT           PIC 9(05) COMP VALUE 0.
003480 77  WS-LINK-IDX             PIC 9(05) COMP VALUE 0.
003490 77  WS-LINK-LOST-COUNT      PIC 9(05) COMP VALUE 0.
003500 01  WS-LINK-TAB.
003510     05  WS-LINK-ENTRY       OCCURS 20000 TIMES.
003520         10  WS-LNK-OLD-NAME     PIC X(30).
003530         10  WS-LNK-OLD-ZIP      PIC X(05).
003540         10  WS-LNK-NEW-NAME     PIC X(30).
003550         10  WS-LNK-NEW-ZIP      PIC X(05).
003560 77  WS-MAX-CHAIN            PIC 9(02) COMP VALUE 20.
003570 77  WS-CHAIN-COUNT          PIC 9(02) COMP VALUE 0.
003580 77  WS-CHAIN-IDX            PIC 9(02) COMP VALUE 0.
003590 77  WS-CHAIN-WALK-IDX       PIC 9(02) COMP VALUE 0.
003600 01  WS-KEY-CHAIN.
003610     05  WS-CHAIN-ENTRY      OCCURS 20 TIMES.
003620         10  WS-CHAIN-NAME       PIC X(30).
003630         10  WS-CHAIN-ZIP        PIC X(05).
003640*
003650*    THE NAME (AND, WHERE THE SOURCE CARRIES ONE, ZIP) UNDER
003660*    COMPARISON AGAINST THE CHAIN.
003670 77  WS-WORK-NAME            PIC X(30).
003680 77  WS-WORK-ZIP             PIC X(05).
003690*
003700*    PER-PACKET SOURCE COUNTS, RESET FOR EVERY TRANSACTION.
003710 77  WS-VERSION-COUNT        PIC 9(05) COMP VALUE 0.
003720 77  WS-CHANGELOG-COUNT      PIC 9(05) COMP VALUE 0.
003730 77  WS-DELTA-COUNT          PIC 9(05) COMP VALUE 0.
003740 77  WS-SUSPENSE-COUNT       PIC 9(05) COMP VALUE 0.
003750 77  WS-SUPPRESS-COUNT       PIC 9(05) COMP VALUE 0.
003760 77  WS-HOUSEHOLD-COUNT      PIC 9(05) COMP VALUE 0.
003770 77  WS-TOUCH-COUNT          PIC 9(05) COMP VALUE 0.
003780*
003790*    COUNTERS
003800 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
003810 77  WS-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
003820*
003830 PROCEDURE DIVISION.
003840*
003850 0000-MAINLINE.
003860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003870     IF NOT TRANS-EOF
003880         PERFORM 2000-PROCESS-ALL-TRANS THRU 2000-EXIT
003890     END-IF
003900     PERFORM 8000-TERMINATE THRU 8000-EXIT
003910     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
003920     STOP RUN.
003930*
003940*****************************************************************
003950*    1000-INITIALIZE - OPEN THE TRANSACTION FILE AND THE        *
003960*    MASTER, AND LOAD THE RENAME REGISTER AND THE ARCHIVE       *
003970*    INDEX.  EVERY OTHER SOURCE IS OPENED AND SCANNED PER       *
003980*    TRANSACTION -- PACKET VOLUME IS A HANDFUL A MONTH.         *
003990*****************************************************************
004000 1000-INITIALIZE.
004010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004020     OPEN INPUT SUBJECT-TRANS-FILE
004030     IF WS-TRANS-NOT-FOUND
004040         DISPLAY "SUBJECT-ACCESS: NO SUBJECT-TRANS.DAT PRESENT"
004050         SET TRANS-EOF TO TRUE
004060     ELSE
004070         MOVE 'Y' TO WS-TRANS-AVAIL-SW
004080     END-IF
004090     OPEN INPUT MASTER-FILE
004100     IF WS-MASTER-OK
004110         MOVE 'Y' TO WS-MASTER-AVAIL-SW
004120     ELSE
004130         DISPLAY "SUBJECT-ACCESS: MASTER SNAPSHOT NOT"
004140                 " AVAILABLE (STATUS " WS-MASTER-STATUS
004150                 ") - PACKETS WILL CARRY NO CURRENT-MASTER"
004160                 " SECTION"
004170     END-IF
004180     PERFORM 1070-LOAD-RENAME-LINKS THRU 1070-EXIT
004190     PERFORM 1075-LOAD-ARCHIVE-NAMES THRU 1075-EXIT.
004200 1000-EXIT.
004210     EXIT.
004220*
004230 1070-LOAD-RENAME-LINKS.
004240     MOVE ZERO TO WS-LINK-COUNT
004250     MOVE ZERO TO WS-LINK-LOST-COUNT
004260     MOVE 'N' TO WS-LINK-EOF-SW
004270     OPEN INPUT RENAME-LINK-FILE
004280     IF NOT WS-LINK-NOT-FOUND
004290         PERFORM 1071-READ-ONE-LINK THRU 1071-EXIT
004300             UNTIL LINK-EOF
004310         CLOSE RENAME-LINK-FILE
004320     END-IF.
004330 1070-EXIT.
004340     EXIT.
004350*
004360 1071-READ-ONE-LINK.
004370     READ RENAME-LINK-FILE
004380         AT END
004390             SET LINK-EOF TO TRUE
004400         NOT AT END
004410             IF WS-LINK-COUNT < WS-MAX-LINK
004420                 ADD 1 TO WS-LINK-COUNT
004430                 MOVE LNK-OLD-NAME
004440                     TO WS-LNK-OLD-NAME (WS-LINK-COUNT)
004450                 MOVE LNK-OLD-ZIP
004460                     TO WS-LNK-OLD-ZIP (WS-LINK-COUNT)
004470                 MOVE LNK-NEW-NAME
004480                     TO WS-LNK-NEW-NAME (WS-LINK-COUNT)
004490                 MOVE LNK-NEW-ZIP
004500                     TO WS-LNK-NEW-ZIP (WS-LINK-COUNT)
004510             ELSE
004520                 ADD 1 TO WS-LINK-LOST-COUNT
004530             END-IF
004540     END-READ.
004550 1071-EXIT.
004560     EXIT.
004570*
004580 1075-LOAD-ARCHIVE-NAMES.
004590     MOVE ZERO TO WS-HIST-ARCH-COUNT
004600     MOVE 'N' TO WS-MANIFEST-EOF-SW
004610     OPEN INPUT ARCHIVE-MANIFEST-FILE
004620     IF NOT WS-MANIFEST-NOT-FOUND
004630         PERFORM 1076-READ-ONE-MANIFEST-LINE THRU 1076-EXIT
004640             UNTIL MANIFEST-EOF
004650         CLOSE ARCHIVE-MANIFEST-FILE
004660     END-IF.
004670 1075-EXIT.
004680     EXIT.
004690*
004700 1076-READ-ONE-MANIFEST-LINE.
004710     READ ARCHIVE-MANIFEST-FILE
004720         AT END
004730             SET MANIFEST-EOF TO TRUE
004740         NOT AT END
004750             IF AMF-ACTION = "ARCHIVED"
004760                AND AMF-FILE-NAME (1:15) = "master-history-"
004770                 PERFORM 1077-NOTE-ARCHIVE-NAME THRU 1077-EXIT
004780             END-IF
004790     END-READ.
004800 1076-EXIT.
004810     EXIT.
004820*
004830 1077-NOTE-ARCHIVE-NAME.
004840     MOVE 'N' TO WS-ARCH-KNOWN-SW
004850     MOVE ZERO TO WS-ARCH-IDX
004860     PERFORM 1078-COMPARE-ONE-ARCH-NAME THRU 1078-EXIT
004870         UNTIL WS-ARCH-IDX >= WS-HIST-ARCH-COUNT
004880            OR ARCH-NAME-KNOWN
004890     IF NOT ARCH-NAME-KNOWN
004900        AND WS-HIST-ARCH-COUNT < WS-MAX-HIST-ARCH
004910         ADD 1 TO WS-HIST-ARCH-COUNT
004920         MOVE AMF-FILE-NAME
004930             TO WS-HIST-ARCH-NAME (WS-HIST-ARCH-COUNT)
004940     END-IF.
004950 1077-EXIT.
004960     EXIT.
004970*
004980 1078-COMPARE-ONE-ARCH-NAME.
004990     ADD 1 TO WS-ARCH-IDX
005000     IF WS-HIST-ARCH-NAME (WS-ARCH-IDX) = AMF-FILE-NAME
005010         SET ARCH-NAME-KNOWN TO TRUE
005020     END-IF.
005030 1078-EXIT.
005040     EXIT.
005050*
005060 2000-PROCESS-ALL-TRANS.
005070     PERFORM 3000-PROCESS-ONE-TRANS THRU 3000-EXIT
005080         UNTIL TRANS-EOF.
005090 2000-EXIT.
005100     EXIT.
005110*
005120 3000-PROCESS-ONE-TRANS.
005130     READ SUBJECT-TRANS-FILE
005140         AT END
005150             SET TRANS-EOF TO TRUE
005160         NOT AT END
005170             ADD 1 TO WS-TRANS-COUNT
005180             PERFORM 3100-BUILD-ONE-PACKET THRU 3100-EXIT
005190     END-READ.
005200 3000-EXIT.
005210     EXIT.
005220*
005230*****************************************************************
005240*    3100-BUILD-ONE-PACKET - ONE SECTION PER KEPT SOURCE, IN A  *
005250*    FIXED ORDER, EACH WITH AN EXPLICIT NOTHING-HELD LINE WHEN  *
005260*    EMPTY, SO THE PACKET STANDS ON ITS OWN AS EVIDENCE.        *
005270*****************************************************************
005280 3100-BUILD-ONE-PACKET.
005290     DISPLAY " "
005300     DISPLAY "==============================================="
005310     DISPLAY "SUBJECT-ACCESS PACKET PREPARED " WS-RUN-DATE
005320     DISPLAY "SUBJECT: " SAT-NAME " ZIP " SAT-ZIP
005330     PERFORM 3130-BUILD-KEY-CHAIN THRU 3130-EXIT
005340     IF WS-CHAIN-COUNT > 1
005350         DISPLAY "(FOLLOWING " WS-CHAIN-COUNT
005360                 " KEYS ACROSS RENAMES)"
005370     END-IF
005380     PERFORM 3200-SHOW-CURRENT-MASTER THRU 3200-EXIT
005390     PERFORM 3300-SHOW-RETIRED-VERSIONS THRU 3300-EXIT
005400     PERFORM 3400-SHOW-CHANGELOG-LINES THRU 3400-EXIT
005410     PERFORM 3500-SHOW-DELTA-LINES THRU 3500-EXIT
005420     PERFORM 3600-SHOW-SUSPENSE-ROWS THRU 3600-EXIT
005430     PERFORM 3700-SHOW-SUPPRESSIONS THRU 3700-EXIT
005440     PERFORM 3800-SHOW-HOUSEHOLD THRU 3800-EXIT
005450     PERFORM 3900-SHOW-CAMPAIGN-TOUCHES THRU 3900-EXIT
005460     DISPLAY "END OF PACKET FOR " SAT-NAME.
005470 3100-EXIT.
005480     EXIT.
005490*
005500*    SAME CHAIN WALK CONTACT-HISTORY MAKES: START AT THE KEY ON
005510*    THE TRANSACTION AND FOLLOW THE RENAME REGISTER BACKWARD,
005520*    TAKING EVERY LINK INTO EACH KEY SO THE KEYS OF DUPLICATES
005530*    MERGED INTO THE SUBJECT ARE IN THE PACKET TOO.
005540 3130-BUILD-KEY-CHAIN.
005550     MOVE 1 TO WS-CHAIN-COUNT
005560     MOVE SAT-NAME TO WS-CHAIN-NAME (1)
005570     MOVE SAT-ZIP  TO WS-CHAIN-ZIP (1)
005580     MOVE ZERO TO WS-CHAIN-WALK-IDX
005590     PERFORM 3135-EXTEND-KEY-CHAIN THRU 3135-EXIT
005600         UNTIL WS-CHAIN-WALK-IDX >= WS-CHAIN-COUNT
005610            OR WS-CHAIN-COUNT >= WS-MAX-CHAIN.
005620 3130-EXIT.
005630     EXIT.
005640*
005650*    EVERY LINK INTO THE CHAIN ENTRY BEING WALKED ADDS ITS OLD
005660*    KEY -- A RENAME GIVES ONE, EACH MERGE INTO THE KEY ANOTHER.
005670 3135-EXTEND-KEY-CHAIN.
005680     ADD 1 TO WS-CHAIN-WALK-IDX
005690     MOVE ZERO TO WS-LINK-IDX
005700     PERFORM 3136-CHECK-ONE-LINK THRU 3136-EXIT
005710         UNTIL WS-LINK-IDX >= WS-LINK-COUNT
005720            OR WS-CHAIN-COUNT >= WS-MAX-CHAIN.
005730 3135-EXIT.
005740     EXIT.
005750*
005760 3136-CHECK-ONE-LINK.
005770     ADD 1 TO WS-LINK-IDX
005780     IF WS-LNK-NEW-NAME (WS-LINK-IDX)
005790            NOT = WS-CHAIN-NAME (WS-CHAIN-WALK-IDX)
005800        OR WS-LNK-NEW-ZIP (WS-LINK-IDX)
005810            NOT = WS-CHAIN-ZIP (WS-CHAIN-WALK-IDX)
005820         GO TO 3136-EXIT
005830     END-IF
005840*    A KEY ALREADY IN THE CHAIN (A CONTACT RENAMED BACK AGAIN)
005850*    IS NOT ADDED TWICE.
005860     MOVE 'N' TO WS-CHAIN-MATCH-SW
005870     MOVE ZERO TO WS-CHAIN-IDX
005880     PERFORM 3137-COMPARE-LINK-TO-CHAIN THRU 3137-EXIT
005890         UNTIL WS-CHAIN-IDX >= WS-CHAIN-COUNT
005900            OR CHAIN-MATCHED
005910     IF NOT CHAIN-MATCHED
005920         ADD 1 TO WS-CHAIN-COUNT
005930         MOVE WS-LNK-OLD-NAME (WS-LINK-IDX)
005940             TO WS-CHAIN-NAME (WS-CHAIN-COUNT)
005950         MOVE WS-LNK-OLD-ZIP (WS-LINK-IDX)
005960             TO WS-CHAIN-ZIP (WS-CHAIN-COUNT)
005970     END-IF.
005980 3136-EXIT.
005990     EXIT.
006000*
006010 3137-COMPARE-LINK-TO-CHAIN.
006020     ADD 1 TO WS-CHAIN-IDX
006030     IF WS-LNK-OLD-NAME (WS-LINK-IDX)
006040            = WS-CHAIN-NAME (WS-CHAIN-IDX)
006050        AND WS-LNK-OLD-ZIP (WS-LINK-IDX)
006060            = WS-CHAIN-ZIP (WS-CHAIN-IDX)
006070         SET CHAIN-MATCHED TO TRUE
006080     END-IF.
006090 3137-EXIT.
006100     EXIT.
006110*
006120*    DOES THE KEY IN WS-WORK-NAME/WS-WORK-ZIP BELONG TO THE
006130*    SUBJECT?
006140 3140-MATCH-KEY-TO-CHAIN.
006150     MOVE 'N' TO WS-CHAIN-MATCH-SW
006160     MOVE ZERO TO WS-CHAIN-IDX
006170     PERFORM 3141-COMPARE-ONE-CHAIN-KEY THRU 3141-EXIT
006180         UNTIL WS-CHAIN-IDX >= WS-CHAIN-COUNT
006190            OR CHAIN-MATCHED.
006200 3140-EXIT.
006210     EXIT.
006220*
006230 3141-COMPARE-ONE-CHAIN-KEY.
006240     ADD 1 TO WS-CHAIN-IDX
006250     IF WS-WORK-NAME = WS-CHAIN-NAME (WS-CHAIN-IDX)
006260        AND WS-WORK-ZIP = WS-CHAIN-ZIP (WS-CHAIN-IDX)
006270         SET CHAIN-MATCHED TO TRUE
006280     END-IF.
006290 3141-EXIT.
006300     EXIT.
006310*
006320*    SOME LOGS CARRY ONLY THE NAME, SO THE MATCH IS BY NAME
006330*    ALONE -- THE SECTION HEADING SAYS SO.
006340 3150-MATCH-NAME-TO-CHAIN.
006350     MOVE 'N' TO WS-CHAIN-MATCH-SW
006360     MOVE ZERO TO WS-CHAIN-IDX
006370     PERFORM 3151-COMPARE-ONE-CHAIN-NAME THRU 3151-EXIT
006380         UNTIL WS-CHAIN-IDX >= WS-CHAIN-COUNT
006390            OR CHAIN-MATCHED.
006400 3150-EXIT.
006410     EXIT.
006420*
006430 3151-COMPARE-ONE-CHAIN-NAME.
006440     ADD 1 TO WS-CHAIN-IDX
006450     IF WS-WORK-NAME = WS-CHAIN-NAME (WS-CHAIN-IDX)
006460         SET CHAIN-MATCHED TO TRUE
006470     END-IF.
006480 3151-EXIT.
006490     EXIT.
006500*
006510 3200-SHOW-CURRENT-MASTER.
006520     DISPLAY "-- CURRENT MASTER RECORD"
006530     MOVE 'N' TO WS-MASTER-FOUND-SW
006540     IF MASTER-AVAILABLE
006550         MOVE SAT-NAME TO MASTER-NAME
006560         MOVE SAT-ZIP  TO MASTER-ZIP
006570         READ MASTER-FILE
006580             INVALID KEY
006590                 MOVE 'N' TO WS-MASTER-FOUND-SW
006600             NOT INVALID KEY
006610                 MOVE 'Y' TO WS-MASTER-FOUND-SW
006620         END-READ
006630     END-IF
006640     IF MASTER-FOUND
006650         DISPLAY "   ADDR . . . . " MASTER-ADDR
006660         DISPLAY "   CITY . . . . " MASTER-CITY
006670         DISPLAY "   STATE. . . . " MASTER-STATE
006680         DISPLAY "   CATEGORY . . " MASTER-CATEGORY
006690         DISPLAY "   PHONE. . . . " MASTER-PHONE
006700         DISPLAY "   EMAIL. . . . " MASTER-EMAIL
006710     ELSE
006720         DISPLAY "   NOTHING HELD ON THE CURRENT MASTER"
006730     END-IF.
006740 3200-EXIT.
006750     EXIT.
006760*
006770*****************************************************************
006780*    3300-SHOW-RETIRED-VERSIONS - THE YEARLY ARCHIVES FIRST     *
006790*    (THEY HOLD THE OLDEST RETIREMENTS), THEN THE LIVE FILE.    *
006800*****************************************************************
006810 3300-SHOW-RETIRED-VERSIONS.
006820     DISPLAY "-- RETIRED VERSIONS (MASTER HISTORY AND ARCHIVES)"
006830     MOVE ZERO TO WS-VERSION-COUNT
006840     PERFORM 3320-SCAN-ONE-ARCHIVE THRU 3320-EXIT
006850         VARYING WS-ARCH-SCAN-IDX FROM 1 BY 1
006860             UNTIL WS-ARCH-SCAN-IDX > WS-HIST-ARCH-COUNT
006870     MOVE "master-history.dat" TO WS-HISTORY-FILE-NAME
006880     PERFORM 3330-SCAN-ONE-HISTORY-SOURCE THRU 3330-EXIT
006890     IF WS-VERSION-COUNT = ZERO
006900         DISPLAY "   NOTHING HELD IN MASTER HISTORY"
006910     ELSE
006920         DISPLAY "   RETIRED VERSIONS . . . . . "
006930                 WS-VERSION-COUNT
006940     END-IF.
006950 3300-EXIT.
006960     EXIT.
006970*
006980 3320-SCAN-ONE-ARCHIVE.
006990     MOVE WS-HIST-ARCH-NAME (WS-ARCH-SCAN-IDX)
007000         TO WS-HISTORY-FILE-NAME
007010     PERFORM 3330-SCAN-ONE-HISTORY-SOURCE THRU 3330-EXIT.
007020 3320-EXIT.
007030     EXIT.
007040*
007050 3330-SCAN-ONE-HISTORY-SOURCE.
007060     MOVE 'N' TO WS-SOURCE-EOF-SW
007070     OPEN INPUT MASTER-HISTORY-FILE
007080     IF WS-HISTORY-NOT-FOUND
007090         GO TO 3330-EXIT
007100     END-IF
007110     PERFORM 3340-CHECK-ONE-VERSION THRU 3340-EXIT
007120         UNTIL SOURCE-EOF
007130     CLOSE MASTER-HISTORY-FILE.
007140 3330-EXIT.
007150     EXIT.
007160*
007170 3340-CHECK-ONE-VERSION.
007180     READ MASTER-HISTORY-FILE
007190         AT END
007200             SET SOURCE-EOF TO TRUE
007210         NOT AT END
007220             MOVE HIST-NAME TO WS-WORK-NAME
007230             MOVE HIST-ZIP  TO WS-WORK-ZIP
007240             PERFORM 3140-MATCH-KEY-TO-CHAIN THRU 3140-EXIT
007250             IF CHAIN-MATCHED
007260                 ADD 1 TO WS-VERSION-COUNT
007270                 DISPLAY "   " HIST-RUN-DATE " " HIST-ACTION
007280                         " " HIST-ADDR " " HIST-CITY " "
007290                         HIST-STATE " " HIST-CATEGORY " "
007300                         HIST-PHONE " " HIST-EMAIL
007310                 IF HIST-OPERATOR NOT = SPACES
007320                     DISPLAY "      BY " HIST-OPERATOR
007330                             " APPROVED BY " HIST-APPROVER
007340                             " REASON " HIST-REASON
007350                 END-IF
007360             END-IF
007370     END-READ.
007380 3340-EXIT.
007390     EXIT.
007400*
007410 3400-SHOW-CHANGELOG-LINES.
007420     DISPLAY "-- CHANGELOG ENTRIES (MATCHED BY NAME -- THE LOG"
007430             " CARRIES NO ZIP)"
007440     MOVE ZERO TO WS-CHANGELOG-COUNT
007450     MOVE 'N' TO WS-SOURCE-EOF-SW
007460     OPEN INPUT CHANGE-LOG-FILE
007470     IF WS-CHANGELOG-NOT-FOUND
007480         DISPLAY "   NOTHING HELD -- NO CHANGELOG ON FILE"
007490         GO TO 3400-EXIT
007500     END-IF
007510     PERFORM 3410-CHECK-ONE-CHANGELOG THRU 3410-EXIT
007520         UNTIL SOURCE-EOF
007530     CLOSE CHANGE-LOG-FILE
007540     IF WS-CHANGELOG-COUNT = ZERO
007550         DISPLAY "   NOTHING HELD IN THE CHANGELOG"
007560     END-IF.
007570 3400-EXIT.
007580     EXIT.
007590*
007600 3410-CHECK-ONE-CHANGELOG.
007610     READ CHANGE-LOG-FILE
007620         AT END
007630             SET SOURCE-EOF TO TRUE
007640         NOT AT END
007650             IF CHG-RUN-DATE NUMERIC
007660                 MOVE CHG-NAME TO WS-WORK-NAME
007670             ELSE
007680                 MOVE CHL-NAME TO WS-WORK-NAME
007690             END-IF
007700             PERFORM 3150-MATCH-NAME-TO-CHAIN THRU 3150-EXIT
007710             IF CHAIN-MATCHED
007720                 ADD 1 TO WS-CHANGELOG-COUNT
007730                 IF CHG-RUN-DATE NUMERIC
007740                     DISPLAY "   " CHG-RUN-DATE " " CHG-ACTION
007750                             " " CHG-NAME " " CHG-EMAIL
007760                     IF CHG-OPERATOR NOT = SPACES
007770                         DISPLAY "      BY " CHG-OPERATOR
007780                                 " APPROVED BY " CHG-APPROVER
007790                                 " REASON " CHG-REASON
007800                     END-IF
007810                 ELSE
007820                     DISPLAY "   (UNDATED) " CHL-ACTION
007830                             " " CHL-NAME " " CHL-EMAIL
007840                 END-IF
007850             END-IF
007860     END-READ.
007870 3410-EXIT.
007880     EXIT.
007890*
007900 3500-SHOW-DELTA-LINES.
007910     DISPLAY "-- DELTA FEED ENTRIES (MATCHED BY NAME)"
007920     MOVE ZERO TO WS-DELTA-COUNT
007930     MOVE 'N' TO WS-SOURCE-EOF-SW
007940     OPEN INPUT DELTA-FILE
007950     IF WS-DELTA-NOT-FOUND
007960         DISPLAY "   NOTHING HELD -- NO DELTA FEED ON FILE"
007970         GO TO 3500-EXIT
007980     END-IF
007990     PERFORM 3510-CHECK-ONE-DELTA THRU 3510-EXIT
008000         UNTIL SOURCE-EOF
008010     CLOSE DELTA-FILE
008020     IF WS-DELTA-COUNT = ZERO
008030         DISPLAY "   NOTHING HELD IN THE DELTA FEED"
008040     END-IF.
008050 3500-EXIT.
008060     EXIT.
008070*
008080 3510-CHECK-ONE-DELTA.
008090     READ DELTA-FILE
008100         AT END
008110             SET SOURCE-EOF TO TRUE
008120         NOT AT END
008130             IF DLT-RUN-DATE NUMERIC
008140                AND DLT-GENERATION NUMERIC
008150                 MOVE DLT-IMG-NAME TO WS-WORK-NAME
008160             ELSE
008170                 MOVE DLL-IMG-NAME TO WS-WORK-NAME
008180             END-IF
008190             PERFORM 3150-MATCH-NAME-TO-CHAIN THRU 3150-EXIT
008200             IF CHAIN-MATCHED
008210                 ADD 1 TO WS-DELTA-COUNT
008220                 IF DLT-RUN-DATE NUMERIC
008230                    AND DLT-GENERATION NUMERIC
008240                     DISPLAY "   " DLT-RUN-DATE " GEN "
008250                             DLT-GENERATION " " DLT-ACTION
008260                             " " DLT-IMAGE
008270                 ELSE
008280                     DISPLAY "   (UNDATED) " DLL-ACTION
008290                             " " DLL-IMAGE
008300                 END-IF
008310             END-IF
008320     END-READ.
008330 3510-EXIT.
008340     EXIT.
008350*
008360*    THE ROW'S RAW IMAGE IS SHOWN FIELD BY FIELD -- THE WHOLE
008370*    REASON THE MANUAL HUNT KEPT MISSING SUSPENSE ROWS.
008380 3600-SHOW-SUSPENSE-ROWS.
008390     DISPLAY "-- SUSPENSE ROWS AWAITING CORRECTION"
008400     MOVE ZERO TO WS-SUSPENSE-COUNT
008410     MOVE 'N' TO WS-SOURCE-EOF-SW
008420     OPEN INPUT SUSPENSE-FILE
008430     IF WS-SUSPENSE-NOT-FOUND
008440         DISPLAY "   NOTHING HELD -- NO SUSPENSE FILE"
008450         GO TO 3600-EXIT
008460     END-IF
008470     PERFORM 3610-CHECK-ONE-SUSPENSE THRU 3610-EXIT
008480         UNTIL SOURCE-EOF
008490     CLOSE SUSPENSE-FILE
008500     IF WS-SUSPENSE-COUNT = ZERO
008510         DISPLAY "   NOTHING HELD IN SUSPENSE"
008520     END-IF.
008530 3600-EXIT.
008540     EXIT.
008550*
008560 3610-CHECK-ONE-SUSPENSE.
008570     READ SUSPENSE-FILE
008580         AT END
008590             SET SOURCE-EOF TO TRUE
008600         NOT AT END
008610             MOVE SUS-NAME TO WS-WORK-NAME
008620             MOVE SUS-ZIP  TO WS-WORK-ZIP
008630             PERFORM 3140-MATCH-KEY-TO-CHAIN THRU 3140-EXIT
008640             IF CHAIN-MATCHED
008650                 ADD 1 TO WS-SUSPENSE-COUNT
008660                 DISPLAY "   HELD SINCE " SUS-FIRST-DATE
008670                         " (RETRIES " SUS-RETRY-COUNT ")"
008680                 DISPLAY "     REASON . . " SUS-REASON
008690                 DISPLAY "     ADDR . . . " SUS-ADDR
008700                 DISPLAY "     CITY . . . " SUS-CITY
008710                 DISPLAY "     STATE. . . " SUS-STATE
008720                 DISPLAY "     CATEGORY . " SUS-CATEGORY
008730                 DISPLAY "     PHONE. . . " SUS-PHONE
008740                 DISPLAY "     EMAIL. . . " SUS-EMAIL
008750             END-IF
008760     END-READ.
008770 3610-EXIT.
008780     EXIT.
008790*
008800 3700-SHOW-SUPPRESSIONS.
008810     DISPLAY "-- SUPPRESSION REPORT ENTRIES (MATCHED BY NAME)"
008820     MOVE ZERO TO WS-SUPPRESS-COUNT
008830     MOVE 'N' TO WS-SOURCE-EOF-SW
008840     OPEN INPUT SUPPRESSION-REPORT-FILE
008850     IF WS-SUP-REPORT-NOT-FOUND
008860         DISPLAY "   NOTHING HELD -- NO SUPPRESSION REPORT"
008870         GO TO 3700-EXIT
008880     END-IF
008890     PERFORM 3710-CHECK-ONE-SUPPRESSION THRU 3710-EXIT
008900         UNTIL SOURCE-EOF
008910     CLOSE SUPPRESSION-REPORT-FILE
008920     IF WS-SUPPRESS-COUNT = ZERO
008930         DISPLAY "   NOTHING HELD IN THE SUPPRESSION REPORT"
008940     END-IF.
008950 3700-EXIT.
008960     EXIT.
008970*
008980 3710-CHECK-ONE-SUPPRESSION.
008990     READ SUPPRESSION-REPORT-FILE
009000         AT END
009010             SET SOURCE-EOF TO TRUE
009020         NOT AT END
009030             MOVE SPR-NAME TO WS-WORK-NAME
009040             PERFORM 3150-MATCH-NAME-TO-CHAIN THRU 3150-EXIT
009050             IF CHAIN-MATCHED
009060                 ADD 1 TO WS-SUPPRESS-COUNT
009070                 DISPLAY "   " SPR-RUN-DATE " SUPPRESSED BY "
009080                         SPR-MATCH-TYPE " MATCH ON "
009090                         SPR-MATCHED-VALUE
009100             END-IF
009110     END-READ.
009120 3710-EXIT.
009130     EXIT.
009140*
009150*****************************************************************
009160*    3800-SHOW-HOUSEHOLD - THE HOUSEHOLD ROW IS KEYED ON THE    *
009170*    FINISHED ADDRESS, SO IT CAN ONLY BE FOUND WHEN A CURRENT   *
009180*    MASTER RECORD SUPPLIES ONE: HH-ADDRESS OPENS WITH THE      *
009190*    30-CHARACTER STREET ADDRESS, AND THE ZIP HAS ITS OWN       *
009200*    COLUMN.                                                    *
009210*****************************************************************
009220 3800-SHOW-HOUSEHOLD.
009230     DISPLAY "-- HOUSEHOLD ROLLED INTO"
009240     MOVE ZERO TO WS-HOUSEHOLD-COUNT
009250     IF NOT MASTER-FOUND
009260         DISPLAY "   NO CURRENT ADDRESS TO MATCH -- CONTACT IS"
009270                 " NOT ON THE CURRENT MASTER"
009280         GO TO 3800-EXIT
009290     END-IF
009300     MOVE 'N' TO WS-SOURCE-EOF-SW
009310     OPEN INPUT HOUSEHOLD-FILE
009320     IF WS-HOUSEHOLD-NOT-FOUND
009330         DISPLAY "   NOTHING HELD -- NO HOUSEHOLD EXTRACT ON"
009340                 " FILE"
009350         GO TO 3800-EXIT
009360     END-IF
009370     PERFORM 3810-CHECK-ONE-HOUSEHOLD THRU 3810-EXIT
009380         UNTIL SOURCE-EOF
009390     CLOSE HOUSEHOLD-FILE
009400     IF WS-HOUSEHOLD-COUNT = ZERO
009410         DISPLAY "   NOTHING HELD IN THE HOUSEHOLD EXTRACT"
009420     END-IF.
009430 3800-EXIT.
009440     EXIT.
009450*
009460 3810-CHECK-ONE-HOUSEHOLD.
009470     READ HOUSEHOLD-FILE
009480         AT END
009490             SET SOURCE-EOF TO TRUE
009500         NOT AT END
009510             IF HH-ZIP = MASTER-ZIP
009520                AND HH-ADDRESS (1:30) = MASTER-ADDR
009530                 ADD 1 TO WS-HOUSEHOLD-COUNT
009540                 DISPLAY "   ADDRESSEE. . " HH-NAME
009550                 DISPLAY "   ADDRESS. . . " HH-ADDRESS
009560                 DISPLAY "   MEMBERS. . . " HH-MEMBER-COUNT
009570                 DISPLAY "   VALIDATED. . " HH-VALIDATED
009580             END-IF
009590     END-READ.
009600 3810-EXIT.
009610     EXIT.
009620*
009630*    EVERY CAMPAIGN LIST CAMPAIGN-SELECT SENT THE SUBJECT ON,
009640*    UNDER ANY KEY IN THE CHAIN.
009650 3900-SHOW-CAMPAIGN-TOUCHES.
009660     DISPLAY "-- CAMPAIGN LISTS SENT"
009670     MOVE ZERO TO WS-TOUCH-COUNT
009680     MOVE 'N' TO WS-SOURCE-EOF-SW
009690     OPEN INPUT TOUCH-HISTORY-FILE
009700     IF WS-TOUCH-NOT-FOUND
009710         DISPLAY "   NOTHING HELD -- NO TOUCH HISTORY ON FILE"
009720         GO TO 3900-EXIT
009730     END-IF
009740     PERFORM 3910-CHECK-ONE-TOUCH THRU 3910-EXIT
009750         UNTIL SOURCE-EOF
009760     CLOSE TOUCH-HISTORY-FILE
009770     IF WS-TOUCH-COUNT = ZERO
009780         DISPLAY "   NOTHING HELD IN THE TOUCH HISTORY"
009790     END-IF.
009800 3900-EXIT.
009810     EXIT.
009820*
009830 3910-CHECK-ONE-TOUCH.
009840     READ TOUCH-HISTORY-FILE
009850         AT END
009860             SET SOURCE-EOF TO TRUE
009870         NOT AT END
009880             MOVE TCH-NAME TO WS-WORK-NAME
009890             MOVE TCH-ZIP  TO WS-WORK-ZIP
009900             PERFORM 3140-MATCH-KEY-TO-CHAIN THRU 3140-EXIT
009910             IF CHAIN-MATCHED
009920                 ADD 1 TO WS-TOUCH-COUNT
009930                 IF TCH-BY-MAIL
009940                     DISPLAY "   " TCH-DATE " LIST " TCH-LIST
009950                             " BY MAIL TO " TCH-NAME " " TCH-ZIP
009960                 ELSE
009970                     DISPLAY "   " TCH-DATE " LIST " TCH-LIST
009980                             " BY EMAIL TO " TCH-NAME " " TCH-ZIP
009990                 END-IF
010000             END-IF
010010     END-READ.
010020 3910-EXIT.
010030     EXIT.
010040*
010050*****************************************************************
010060*    8000-TERMINATE - CLOSE WHAT STAYED OPEN ACROSS THE RUN     *
010070*****************************************************************
010080 8000-TERMINATE.
010090     IF TRANS-AVAILABLE
010100         CLOSE SUBJECT-TRANS-FILE
010110     END-IF
010120     IF MASTER-AVAILABLE
010130         CLOSE MASTER-FILE
010140     END-IF.
010150 8000-EXIT.
010160     EXIT.
010170*
010180 9000-PRINT-CONTROL-TOTALS.
010190     DISPLAY " "
010200     DISPLAY "SUBJECT-ACCESS CONTROL TOTALS"
010210     DISPLAY "-----------------------------"
010220     DISPLAY "PACKETS PREPARED. . . . . . . " WS-TRANS-COUNT
010230     IF WS-LINK-LOST-COUNT > ZERO
010240         DISPLAY "*** RENAME LINKS NOT LOADED - "
010250                 WS-LINK-LOST-COUNT
010260                 " - RAISE WS-MAX-LINK ***"
010270     END-IF.
010280 9000-EXIT.
010290     EXIT.
