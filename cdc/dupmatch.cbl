000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DUPLICATE-MATCH.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. DATA SERVICES - CONTACT EXTRACTS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*  DUPLICATE-MATCH                                              *
000100*  PERIODIC PROBABLE-DUPLICATE PASS OVER THE WHOLE MASTER.      *
000110*  THE NIGHTLY DEDUPE AND MASTER-KEY ONLY TREAT TWO CONTACTS AS *
000120*  ONE PERSON WHEN NAME AND ZIP MATCH EXACTLY, SO "ROBERT       *
000130*  SMITH", "SMITH, ROBERT" AND "BOB SMITH" AT ONE ADDRESS, OR A *
000140*  PERSON WHO MOVED ZIPS BUT KEPT THE SAME EMAIL OR PHONE, LIVE *
000150*  ON AS SEPARATE CONTACTS.  THIS PROGRAM READS THE READ-ONLY   *
000160*  MASTER-SNAPSHOT.DAT AND PAIRS UP CONTACTS THAT SHARE:        *
000170*      - THE SAME EMAIL (CASE IGNORED)                          *
000180*      - THE SAME PHONE, AS ITS 10 BARE DIGITS                  *
000190*      - THE SAME STREET ADDRESS AND ZIP, WHEN THE NAMES ARE    *
000200*        SIMILAR (SAME LAST NAME; SAME FIRST NAME, INITIAL, OR  *
000210*        NICKNAME PER THE KEPT NICKNAME-REFERENCE.DAT)          *
000220*  EACH PAIR IS SCORED ON ITS EVIDENCE AND WRITTEN TO THE       *
000230*  DUP-REVIEW.CSV QUEUE WITH BOTH CONTACTS SIDE BY SIDE AND A   *
000240*  PROPOSED SURVIVOR.  A READY-MADE CONTACT-MAINT MERGE         *
000250*  TRANSACTION FOR EVERY QUEUED PAIR GOES TO DUP-MERGE-         *
000260*  TRANS.DAT: THE DATA STEWARD STRIKES THE PAIRS NOT APPROVED   *
000270*  AND RUNS THE REST AS MAINT-TRANS.DAT, WHICH CONSOLIDATES     *
000280*  EACH PAIR IN ONE STEP.  PAIRS THE STEWARD DECLINES ARE       *
000290*  APPENDED TO THE KEPT DUP-DECLINED.DAT SO THEY ARE NOT        *
000300*  QUEUED AGAIN.                                                *
000310*****************************************************************
000320*
000330*    MODIFICATION HISTORY
000340*    --------------------
000350*    10/15/2026  DAO  ORIGINAL PROGRAM.
000360*    10/15/2026  DAO  DUP-MERGE-TRANS.DAT LINES NOW CARRY
000370*                     CONTACT-MAINT'S OPERATOR AND REASON CODE
000380*                     COLUMNS: REASON "DUPL", OPERATOR LEFT FOR
000390*                     THE STEWARD WHO RUNS THEM.
000400*    10/15/2026  DAO  NICKNAME REFERENCE LINES BEYOND THE TABLE
000410*                     ARE NOW COUNTED AND REPORTED AT END OF JOB
000420*                     INSTEAD OF BEING DROPPED SILENTLY.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470*    THE READ-ONLY SNAPSHOT MERGE-CSV CUTS AT CLEAN END OF RUN,
000480*    NEVER THE LIVE MASTER, THE SAME AS MASTER-SUMMARY.
000490     SELECT MASTER-FILE ASSIGN TO "master-snapshot.dat"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS MASTER-KEY
000530         FILE STATUS IS WS-MASTER-STATUS.
000540*    MAINTAINED NICKNAME-TO-FORMAL-NAME REFERENCE (BOB/ROBERT).
000550*    A MISSING FILE JUST MEANS FIRST NAMES MATCH AS SPELLED.
000560     SELECT NICKNAME-REFERENCE-FILE
000570         ASSIGN TO "nickname-reference.dat"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-NICK-REF-STATUS.
000600*    KEPT REGISTER OF PAIRS THE STEWARD HAS DECLINED, ONE LINE
000610*    PER PAIR, APPENDED BY HAND.  A DECLINED PAIR IS NEVER
000620*    QUEUED AGAIN, IN EITHER ORDER.
000630     SELECT DUP-DECLINED-FILE ASSIGN TO "dup-declined.dat"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-DECLINED-STATUS.
000660*    ONE LINE PER MATCH KEY PER CONTACT, SORTED SO CONTACTS
000670*    SHARING A KEY ARRIVE TOGETHER.
000680     SELECT MATCH-KEY-FILE ASSIGN TO "dup-matchkey.dat"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-MATCH-KEY-STATUS.
000710     SELECT MATCH-KEY-SORTED-FILE
000720         ASSIGN TO "dup-matchkey-sorted.dat"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-MK-SORTED-STATUS.
000750*    SORT WORK AREA FOR THE MATCH-KEY SORT.
000760     SELECT MK-SORT-FILE ASSIGN TO "mksortwork".
000770*    ONE LINE PER PIECE OF EVIDENCE FOR A CANDIDATE PAIR,
000780*    SORTED SO ALL THE EVIDENCE FOR ONE PAIR ARRIVES TOGETHER.
000790     SELECT PAIR-FILE ASSIGN TO "dup-pair.dat"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PAIR-STATUS.
000820     SELECT PAIR-SORTED-FILE ASSIGN TO "dup-pair-sorted.dat"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-PR-SORTED-STATUS.
000850*    SORT WORK AREA FOR THE PAIR SORT.
000860     SELECT PR-SORT-FILE ASSIGN TO "prsortwork".
000870*    THE REVIEW QUEUE, REBUILT EVERY RUN.
000880     SELECT DUP-REVIEW-FILE ASSIGN TO "dup-review.csv"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900*    ONE CONTACT-MAINT MERGE TRANSACTION PER QUEUED PAIR, IN
000910*    MAINT-TRANS.DAT LAYOUT.  REBUILT EVERY RUN.
000920     SELECT DUP-MERGE-TRANS-FILE ASSIGN TO "dup-merge-trans.dat"
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  MASTER-FILE.
000980 01  MASTER-RECORD.
000990     05  MASTER-KEY.
001000         10  MASTER-NAME     PIC X(30).
001010         10  MASTER-ZIP      PIC X(05).
001020     05  MASTER-EMAIL        PIC X(30).
001030     05  MASTER-ADDR         PIC X(30).
001040     05  MASTER-CITY         PIC X(20).
001050     05  MASTER-STATE        PIC X(02).
001060     05  MASTER-CATEGORY     PIC X(20).
001070     05  MASTER-PHONE        PIC X(14).
001080*
001090*    NICKNAME AS WRITTEN, THEN THE FORMAL FIRST NAME IT IS
001100*    COMPARED AS.
001110 FD  NICKNAME-REFERENCE-FILE.
001120 01  NICKNAME-REFERENCE-RECORD.
001130     05  NKR-NICKNAME        PIC X(15).
001140     05  NKR-SEP             PIC X(01).
001150     05  NKR-FORMAL          PIC X(15).
001160*
001170*    THE TWO KEYS OF A DECLINED PAIR, IN EITHER ORDER.
001180 FD  DUP-DECLINED-FILE.
001190 01  DUP-DECLINED-RECORD.
001200     05  DCL-NAME-1          PIC X(30).
001210     05  DCL-ZIP-1           PIC X(05).
001220     05  DCL-SEP             PIC X(01).
001230     05  DCL-NAME-2          PIC X(30).
001240     05  DCL-ZIP-2           PIC X(05).
001250*
001260*    MK-TYPE SAYS WHICH KEY THE LINE CARRIES: 'E' THE UPPER-
001270*    CASED EMAIL, 'P' THE 10 PHONE DIGITS, 'A' THE UPPER-CASED
001280*    STREET ADDRESS FOLLOWED BY THE ZIP.  THE CONTACT'S KEY
001290*    AND ITS PARSED FIRST AND LAST NAMES RIDE ALONG SO A GROUP
001300*    CAN BE PAIRED WITHOUT GOING BACK TO THE MASTER.
001310 FD  MATCH-KEY-FILE.
001320 01  MATCH-KEY-RECORD.
001330     05  MK-TYPE             PIC X(01).
001340     05  MK-VALUE            PIC X(35).
001350     05  MK-NAME             PIC X(30).
001360     05  MK-ZIP              PIC X(05).
001370     05  MK-FIRST            PIC X(15).
001380     05  MK-LAST             PIC X(20).
001390*
001400 FD  MATCH-KEY-SORTED-FILE.
001410 01  MATCH-KEY-SORTED-RECORD.
001420     05  MKR-TYPE            PIC X(01).
001430     05  MKR-VALUE           PIC X(35).
001440     05  MKR-NAME            PIC X(30).
001450     05  MKR-ZIP             PIC X(05).
001460     05  MKR-FIRST           PIC X(15).
001470     05  MKR-LAST            PIC X(20).
001480*
001490 SD  MK-SORT-FILE.
001500 01  MK-SORT-RECORD.
001510     05  MKS-TYPE            PIC X(01).
001520     05  MKS-VALUE           PIC X(35).
001530     05  MKS-CONTACT-KEY     PIC X(35).
001540     05  FILLER              PIC X(35).
001550*
001560*    THE LOWER CONTACT KEY ALWAYS COMES FIRST, SO EVIDENCE FOR
001570*    ONE PAIR FOUND UNDER DIFFERENT MATCH KEYS SORTS TOGETHER.
001580 FD  PAIR-FILE.
001590 01  PAIR-RECORD.
001600     05  PR-KEY-1.
001610         10  PR-NAME-1       PIC X(30).
001620         10  PR-ZIP-1        PIC X(05).
001630     05  PR-KEY-2.
001640         10  PR-NAME-2       PIC X(30).
001650         10  PR-ZIP-2        PIC X(05).
001660     05  PR-TYPE             PIC X(01).
001670     05  PR-NAME-SIMILAR     PIC X(01).
001680*
001690 FD  PAIR-SORTED-FILE.
001700 01  PAIR-SORTED-RECORD.
001710     05  PRR-PAIR-KEY.
001720         10  PRR-NAME-1      PIC X(30).
001730         10  PRR-ZIP-1       PIC X(05).
001740         10  PRR-NAME-2      PIC X(30).
001750         10  PRR-ZIP-2       PIC X(05).
001760     05  PRR-TYPE            PIC X(01).
001770     05  PRR-NAME-SIMILAR    PIC X(01).
001780*
001790 SD  PR-SORT-FILE.
001800 01  PR-SORT-RECORD.
001810     05  PRS-PAIR-KEY        PIC X(70).
001820     05  FILLER              PIC X(02).
001830*
001840*    ONE LINE PER QUEUED PAIR: THE EVIDENCE FLAGS, THE PROPOSED
001850*    SURVIVOR AND THE CONTACT IT WOULD RETIRE, AND THE EMAIL,
001860*    PHONE AND STREET ADDRESS OF EACH FOR THE STEWARD TO WEIGH.
001870 FD  DUP-REVIEW-FILE.
001880 01  DUP-REVIEW-RECORD.
001890     05  DRV-PAIR-NO         PIC 9(05).
001900     05  DRV-SEP-1           PIC X(01).
001910     05  DRV-SCORE           PIC 9(03).
001920     05  DRV-SEP-2           PIC X(01).
001930     05  DRV-EMAIL-MATCH     PIC X(01).
001940     05  DRV-PHONE-MATCH     PIC X(01).
001950     05  DRV-ADDR-MATCH      PIC X(01).
001960     05  DRV-NAME-SIMILAR    PIC X(01).
001970     05  DRV-SEP-3           PIC X(01).
001980     05  DRV-KEEP-NAME       PIC X(30).
001990     05  DRV-SEP-4           PIC X(01).
002000     05  DRV-KEEP-ZIP        PIC X(05).
002010     05  DRV-SEP-5           PIC X(01).
002020     05  DRV-KEEP-EMAIL      PIC X(30).
002030     05  DRV-SEP-6           PIC X(01).
002040     05  DRV-KEEP-PHONE      PIC X(14).
002050     05  DRV-SEP-7           PIC X(01).
002060     05  DRV-KEEP-ADDR       PIC X(30).
002070     05  DRV-SEP-8           PIC X(01).
002080     05  DRV-RETIRE-NAME     PIC X(30).
002090     05  DRV-SEP-9           PIC X(01).
002100     05  DRV-RETIRE-ZIP      PIC X(05).
002110     05  DRV-SEP-10          PIC X(01).
002120     05  DRV-RETIRE-EMAIL    PIC X(30).
002130     05  DRV-SEP-11          PIC X(01).
002140     05  DRV-RETIRE-PHONE    PIC X(14).
002150     05  DRV-SEP-12          PIC X(01).
002160     05  DRV-RETIRE-ADDR     PIC X(30).
002170*
002180*    SAME LAYOUT AS CONTACT-MAINT'S MAINT-TRANS-RECORD, MERGE
002190*    VIEW: THE KEY TO RETIRE, THEN THE SURVIVOR'S KEY.
002200 FD  DUP-MERGE-TRANS-FILE.
002210 01  DUP-MERGE-TRANS-RECORD.
002220     05  DMT-ACTION          PIC X(07).
002230     05  DMT-NAME            PIC X(30).
002240     05  DMT-ZIP             PIC X(05).
002250     05  DMT-NEW-NAME        PIC X(30).
002260     05  DMT-NEW-ZIP         PIC X(05).
002270     05  FILLER              PIC X(05).
002280*    THE STEWARD WHO RUNS THE APPROVED PAIRS PUTS THEIR OWN
002290*    OPERATOR ID HERE; THE REASON CODE IS SET FOR THEM.
002300     05  DMT-OPERATOR        PIC X(08).
002310     05  DMT-REASON          PIC X(04).
002320*
002330 WORKING-STORAGE SECTION.
002340*
002350*    SWITCHES
002360 01  WS-SWITCHES.
002370     05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
002380         88  MASTER-EOF                VALUE 'Y'.
002390     05  WS-MASTER-AVAIL-SW      PIC X VALUE 'N'.
002400         88  MASTER-AVAILABLE          VALUE 'Y'.
002410     05  WS-NICK-REF-EOF-SW      PIC X VALUE 'N'.
002420         88  NICK-REF-EOF              VALUE 'Y'.
002430     05  WS-NICK-FOUND-SW        PIC X VALUE 'N'.
002440         88  NICK-FOUND                VALUE 'Y'.
002450     05  WS-DECLINED-EOF-SW      PIC X VALUE 'N'.
002460         88  DECLINED-EOF              VALUE 'Y'.
002470     05  WS-PAIR-DECLINED-SW     PIC X VALUE 'N'.
002480         88  PAIR-DECLINED             VALUE 'Y'.
002490     05  WS-MK-SORTED-EOF-SW     PIC X VALUE 'N'.
002500         88  MK-SORTED-EOF             VALUE 'Y'.
002510     05  WS-PR-SORTED-EOF-SW     PIC X VALUE 'N'.
002520         88  PR-SORTED-EOF             VALUE 'Y'.
002530     05  WS-NAMES-SIMILAR-SW     PIC X VALUE 'N'.
002540         88  NAMES-SIMILAR             VALUE 'Y'.
002550     05  WS-PAIR-READ-SW         PIC X VALUE 'N'.
002560         88  PAIR-BOTH-READ            VALUE 'Y'.
002570     05  WS-COMMA-SEEN-SW        PIC X VALUE 'N'.
002580         88  COMMA-SEEN                VALUE 'Y'.
002590*
002600 01  WS-MASTER-STATUS        PIC X(02).
002610     88  WS-MASTER-OK              VALUE '00'.
002620     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
002630 01  WS-NICK-REF-STATUS      PIC X(02).
002640     88  WS-NICK-REF-OK            VALUE '00'.
002650     88  WS-NICK-REF-NOT-FOUND     VALUE '23', '35'.
002660 01  WS-DECLINED-STATUS      PIC X(02).
002670     88  WS-DECLINED-OK            VALUE '00'.
002680     88  WS-DECLINED-NOT-FOUND     VALUE '23', '35'.
002690 01  WS-MATCH-KEY-STATUS     PIC X(02).
002700     88  WS-MATCH-KEY-OK           VALUE '00'.
002710 01  WS-MK-SORTED-STATUS     PIC X(02).
002720     88  WS-MK-SORTED-OK           VALUE '00'.
002730 01  WS-PAIR-STATUS          PIC X(02).
002740     88  WS-PAIR-OK                VALUE '00'.
002750 01  WS-PR-SORTED-STATUS     PIC X(02).
002760     88  WS-PR-SORTED-OK           VALUE '00'.
002770*
002780*    NICKNAME REFERENCE, LOADED ONCE AT START-UP.  A REFERENCE
002790*    LONGER THAN THE TABLE STILL LOADS THE FIRST WS-MAX-NICK-
002800*    REF LINES; THE REST ARE COUNTED AND REPORTED.
002810 77  WS-MAX-NICK-REF         PIC 9(03) COMP VALUE 500.
002820 77  WS-NICK-REF-COUNT       PIC 9(03) COMP VALUE 0.
002830 77  WS-NICK-REF-IDX         PIC 9(03) COMP VALUE 0.
002840 77  WS-NICK-REF-DROPPED     PIC 9(05) COMP VALUE 0.
002850 01  WS-NICK-REF-TAB.
002860     05  WS-NICK-REF-ENTRY   OCCURS 500 TIMES.
002870         10  WS-NICK-REF-NICKNAME PIC X(15).
002880         10  WS-NICK-REF-FORMAL   PIC X(15).
002890*
002900*    DECLINED PAIRS, LOADED ONCE AT START-UP.  A REGISTER
002910*    LONGER THAN THE TABLE STILL LOADS THE FIRST WS-MAX-
002920*    DECLINED LINES; THE REST ARE COUNTED AND REPORTED.
002930 77  WS-MAX-DECLINED         PIC 9(04) COMP VALUE 2000.
002940 77  WS-DECLINED-COUNT       PIC 9(04) COMP VALUE 0.
002950 77  WS-DECLINED-IDX         PIC 9(04) COMP VALUE 0.
002960 77  WS-DECLINED-LOST-COUNT  PIC 9(05) COMP VALUE 0.
002970 01  WS-DECLINED-TAB.
002980     05  WS-DECLINED-ENTRY   OCCURS 2000 TIMES.
002990         10  WS-DCL-KEY-1        PIC X(35).
003000         10  WS-DCL-KEY-2        PIC X(35).
003010*
003020*    NAME PARSING WORK AREA.  THE NAME IS UPPER-CASED, ITS
003030*    PERIODS BLANKED, AND SPLIT INTO WORDS; A COMMA MEANS
003040*    "LAST, FIRST", OTHERWISE THE FIRST WORD IS THE FIRST NAME
003050*    AND THE LAST WORD (SKIPPING A JR/SR/II/III/IV SUFFIX) THE
003060*    LAST NAME.
003070 01  WS-PARSE-NAME           PIC X(30).
003080 01  WS-NAME-WORK.
003090     05  WS-NAME-CHAR-IDX        PIC 9(02) COMP VALUE 0.
003100     05  WS-NAME-WORD-COUNT      PIC 9(02) COMP VALUE 0.
003110     05  WS-NAME-WORD-LEN        PIC 9(02) COMP VALUE 0.
003120     05  WS-NAME-COMMA-WORDS     PIC 9(02) COMP VALUE 0.
003130     05  WS-NAME-LAST-IDX        PIC 9(02) COMP VALUE 0.
003140 77  WS-MAX-NAME-WORD        PIC 9(02) COMP VALUE 8.
003150 01  WS-NAME-WORD-TAB.
003160     05  WS-NAME-WORD        PIC X(20) OCCURS 8 TIMES.
003170 01  WS-NAME-FIRST           PIC X(15).
003180 01  WS-NAME-LAST            PIC X(20).
003190     88  WS-NAME-SUFFIX            VALUE "JR", "SR", "II",
003200                                         "III", "IV".
003210*
003220*    PHONE DIGIT WORK AREA.  UP TO 11 DIGITS ARE KEPT SO A
003230*    LEADING COUNTRY CODE 1 CAN BE DROPPED; ANYTHING ELSE THAT
003240*    IS NOT 10 DIGITS GIVES NO PHONE KEY.
003250 01  WS-PHONE-WORK.
003260     05  WS-PHONE-DIGITS         PIC X(11).
003270     05  WS-PHONE-DIGIT-COUNT    PIC 9(02) COMP VALUE 0.
003280     05  WS-PHONE-CHAR-IDX       PIC 9(02) COMP VALUE 0.
003290*
003300*    ONE MATCH-KEY GROUP HELD FOR PAIRING.  A VALUE SHARED BY
003310*    MORE CONTACTS THAN THE TABLE HOLDS (A SWITCHBOARD NUMBER,
003320*    A SHARED OFFICE MAILBOX, AN APARTMENT BLOCK) SAYS NOTHING
003330*    ABOUT ANY ONE PAIR AND IS SKIPPED AND REPORTED.
003340 77  WS-MAX-GROUP            PIC 9(03) COMP VALUE 20.
003350 77  WS-GRP-SIZE             PIC 9(05) COMP VALUE 0.
003360 77  WS-GRP-I                PIC 9(03) COMP VALUE 0.
003370 77  WS-GRP-J                PIC 9(03) COMP VALUE 0.
003380 77  WS-GRP-J-START          PIC 9(03) COMP VALUE 0.
003390 77  WS-GRP-TYPE             PIC X(01).
003400 77  WS-GRP-VALUE            PIC X(35).
003410 01  WS-GRP-TAB.
003420     05  WS-GRP-ENTRY        OCCURS 20 TIMES.
003430         10  WS-GRP-KEY          PIC X(35).
003440         10  WS-GRP-FIRST        PIC X(15).
003450         10  WS-GRP-LAST         PIC X(20).
003460*
003470*    THE PAIR BEING SCORED AND ITS EVIDENCE.
003480 01  WS-CUR-PAIR-KEY         PIC X(70).
003490 01  WS-CUR-PAIR-KEYS REDEFINES WS-CUR-PAIR-KEY.
003500     05  WS-CUR-KEY-1        PIC X(35).
003510     05  WS-CUR-KEY-2        PIC X(35).
003520 01  WS-EVIDENCE.
003530     05  WS-EV-EMAIL         PIC X(01).
003540     05  WS-EV-PHONE         PIC X(01).
003550     05  WS-EV-ADDR          PIC X(01).
003560     05  WS-EV-NAME          PIC X(01).
003570*    EVIDENCE WEIGHTS.  A SIMILAR NAME ONLY EVER ADDS TO A
003580*    SHARED VALUE; ON ITS OWN IT IS NOT EVIDENCE.
003590 77  WS-WEIGHT-EMAIL         PIC 9(03) COMP VALUE 50.
003600 77  WS-WEIGHT-PHONE         PIC 9(03) COMP VALUE 40.
003610 77  WS-WEIGHT-ADDR          PIC 9(03) COMP VALUE 30.
003620 77  WS-WEIGHT-NAME          PIC 9(03) COMP VALUE 20.
003630 77  WS-PAIR-SCORE           PIC 9(03) COMP VALUE 0.
003640*    BOTH CONTACTS OF THE PAIR AS THE SNAPSHOT HOLDS THEM, AND
003650*    HOW MANY OF THEIR KEPT FIELDS ARE FILLED IN.
003660 01  WS-CONTACT-1            PIC X(151).
003670 01  WS-CONTACT-1-R REDEFINES WS-CONTACT-1.
003680     05  WS-C1-NAME          PIC X(30).
003690     05  WS-C1-ZIP           PIC X(05).
003700     05  WS-C1-EMAIL         PIC X(30).
003710     05  WS-C1-ADDR          PIC X(30).
003720     05  WS-C1-CITY          PIC X(20).
003730     05  WS-C1-STATE         PIC X(02).
003740     05  WS-C1-CATEGORY      PIC X(20).
003750     05  WS-C1-PHONE         PIC X(14).
003760 01  WS-CONTACT-2            PIC X(151).
003770 01  WS-CONTACT-2-R REDEFINES WS-CONTACT-2.
003780     05  WS-C2-NAME          PIC X(30).
003790     05  WS-C2-ZIP           PIC X(05).
003800     05  WS-C2-EMAIL         PIC X(30).
003810     05  WS-C2-ADDR          PIC X(30).
003820     05  WS-C2-CITY          PIC X(20).
003830     05  WS-C2-STATE         PIC X(02).
003840     05  WS-C2-CATEGORY      PIC X(20).
003850     05  WS-C2-PHONE         PIC X(14).
003860 77  WS-FILLED-1             PIC 9(02) COMP VALUE 0.
003870 77  WS-FILLED-2             PIC 9(02) COMP VALUE 0.
003880*
003890*    COUNTERS
003900 77  WS-CONTACT-COUNT        PIC 9(09) COMP VALUE 0.
003910 77  WS-MATCH-KEY-COUNT      PIC 9(09) COMP VALUE 0.
003920 77  WS-COMMON-VALUE-COUNT   PIC 9(07) COMP VALUE 0.
003930 77  WS-EVIDENCE-COUNT       PIC 9(09) COMP VALUE 0.
003940 77  WS-CANDIDATE-COUNT      PIC 9(07) COMP VALUE 0.
003950 77  WS-DECLINED-SKIP-COUNT  PIC 9(07) COMP VALUE 0.
003960 77  WS-VANISHED-COUNT       PIC 9(07) COMP VALUE 0.
003970 77  WS-QUEUED-COUNT         PIC 9(05) COMP VALUE 0.
003980 77  WS-QUEUED-EMAIL-COUNT   PIC 9(05) COMP VALUE 0.
003990 77  WS-QUEUED-PHONE-COUNT   PIC 9(05) COMP VALUE 0.
004000 77  WS-QUEUED-ADDR-COUNT    PIC 9(05) COMP VALUE 0.
004010*
004020 PROCEDURE DIVISION.
004030*
004040 0000-MAINLINE.
004050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004060     IF MASTER-AVAILABLE
004070         PERFORM 2000-BUILD-MATCH-KEYS THRU 2000-EXIT
004080         PERFORM 3000-FIND-CANDIDATE-PAIRS THRU 3000-EXIT
004090         PERFORM 4000-BUILD-REVIEW-QUEUE THRU 4000-EXIT
004100     END-IF
004110     PERFORM 8000-TERMINATE THRU 8000-EXIT
004120     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
004130     STOP RUN.
004140*
004150*****************************************************************
004160*    1000-INITIALIZE - OPEN THE SNAPSHOT AND LOAD THE NICKNAME  *
004170*    REFERENCE AND THE DECLINED-PAIR REGISTER.  NO SNAPSHOT     *
004180*    MEANS NOTHING TO MATCH, BUT THE RUN STILL ENDS CLEANLY.    *
004190*****************************************************************
004200 1000-INITIALIZE.
004210     OPEN INPUT MASTER-FILE
004220     IF WS-MASTER-OK
004230         MOVE 'Y' TO WS-MASTER-AVAIL-SW
004240     ELSE
004250         DISPLAY "DUPLICATE-MATCH: MASTER SNAPSHOT NOT"
004260                 " AVAILABLE (STATUS " WS-MASTER-STATUS
004270                 ") - RUN THE NIGHTLY MERGE TO CUT ONE"
004280         SET MASTER-EOF TO TRUE
004290     END-IF
004300     PERFORM 1090-LOAD-NICKNAME-REFERENCE THRU 1090-EXIT
004310     PERFORM 1080-LOAD-DECLINED-PAIRS THRU 1080-EXIT.
004320 1000-EXIT.
004330     EXIT.
004340*
004350 1080-LOAD-DECLINED-PAIRS.
004360     MOVE ZERO TO WS-DECLINED-COUNT
004370     MOVE 'N' TO WS-DECLINED-EOF-SW
004380     OPEN INPUT DUP-DECLINED-FILE
004390     IF NOT WS-DECLINED-NOT-FOUND
004400         PERFORM 1081-READ-ONE-DECLINED-PAIR THRU 1081-EXIT
004410             UNTIL DECLINED-EOF
004420         CLOSE DUP-DECLINED-FILE
004430     END-IF.
004440 1080-EXIT.
004450     EXIT.
004460*
004470 1081-READ-ONE-DECLINED-PAIR.
004480     READ DUP-DECLINED-FILE
004490         AT END
004500             SET DECLINED-EOF TO TRUE
004510         NOT AT END
004520             IF WS-DECLINED-COUNT < WS-MAX-DECLINED
004530                 ADD 1 TO WS-DECLINED-COUNT
004540                 MOVE DCL-NAME-1
004550                     TO WS-DCL-KEY-1 (WS-DECLINED-COUNT) (1:30)
004560                 MOVE DCL-ZIP-1
004570                     TO WS-DCL-KEY-1 (WS-DECLINED-COUNT) (31:5)
004580                 MOVE DCL-NAME-2
004590                     TO WS-DCL-KEY-2 (WS-DECLINED-COUNT) (1:30)
004600                 MOVE DCL-ZIP-2
004610                     TO WS-DCL-KEY-2 (WS-DECLINED-COUNT) (31:5)
004620             ELSE
004630                 ADD 1 TO WS-DECLINED-LOST-COUNT
004640             END-IF
004650     END-READ.
004660 1081-EXIT.
004670     EXIT.
004680*
004690 1090-LOAD-NICKNAME-REFERENCE.
004700     MOVE ZERO TO WS-NICK-REF-COUNT
004710     MOVE 'N' TO WS-NICK-REF-EOF-SW
004720     OPEN INPUT NICKNAME-REFERENCE-FILE
004730     IF NOT WS-NICK-REF-NOT-FOUND
004740         PERFORM 1091-READ-ONE-NICKNAME THRU 1091-EXIT
004750             UNTIL NICK-REF-EOF
004760         CLOSE NICKNAME-REFERENCE-FILE
004770     END-IF.
004780 1090-EXIT.
004790     EXIT.
004800*
004810 1091-READ-ONE-NICKNAME.
004820     READ NICKNAME-REFERENCE-FILE
004830         AT END
004840             SET NICK-REF-EOF TO TRUE
004850         NOT AT END
004860             IF WS-NICK-REF-COUNT < WS-MAX-NICK-REF
004870                 ADD 1 TO WS-NICK-REF-COUNT
004880                 INSPECT NICKNAME-REFERENCE-RECORD
004890                     CONVERTING "abcdefghijklmnopqrstuvwxyz"
004900                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004910                 MOVE NKR-NICKNAME
004920                     TO WS-NICK-REF-NICKNAME (WS-NICK-REF-COUNT)
004930                 MOVE NKR-FORMAL
004940                     TO WS-NICK-REF-FORMAL (WS-NICK-REF-COUNT)
004950             ELSE
004960                 ADD 1 TO WS-NICK-REF-DROPPED
004970             END-IF
004980     END-READ.
004990 1091-EXIT.
005000     EXIT.
005010*
005020*****************************************************************
005030*    2000-BUILD-MATCH-KEYS - ONE FORWARD PASS OVER THE SNAPSHOT,*
005040*    WRITING AN EMAIL, PHONE AND ADDRESS MATCH KEY FOR EVERY    *
005050*    CONTACT THAT HAS ONE.                                      *
005060*****************************************************************
005070 2000-BUILD-MATCH-KEYS.
005080     OPEN OUTPUT MATCH-KEY-FILE
005090     MOVE LOW-VALUES TO MASTER-KEY
005100     START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
005110         INVALID KEY
005120             SET MASTER-EOF TO TRUE
005130         NOT INVALID KEY
005140             MOVE 'N' TO WS-MASTER-EOF-SW
005150     END-START
005160     PERFORM 2100-KEY-ONE-CONTACT THRU 2100-EXIT
005170         UNTIL MASTER-EOF
005180     CLOSE MATCH-KEY-FILE.
005190 2000-EXIT.
005200     EXIT.
005210*
005220 2100-KEY-ONE-CONTACT.
005230     READ MASTER-FILE NEXT RECORD
005240         AT END
005250             SET MASTER-EOF TO TRUE
005260             GO TO 2100-EXIT
005270     END-READ
005280     ADD 1 TO WS-CONTACT-COUNT
005290     PERFORM 2110-PARSE-NAME THRU 2110-EXIT
005300     MOVE MASTER-NAME   TO MK-NAME
005310     MOVE MASTER-ZIP    TO MK-ZIP
005320     MOVE WS-NAME-FIRST TO MK-FIRST
005330     MOVE WS-NAME-LAST  TO MK-LAST
005340     IF MASTER-EMAIL NOT = SPACES
005350         MOVE "E" TO MK-TYPE
005360         MOVE MASTER-EMAIL TO MK-VALUE
005370         INSPECT MK-VALUE
005380             CONVERTING "abcdefghijklmnopqrstuvwxyz"
005390                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005400         PERFORM 2190-WRITE-MATCH-KEY THRU 2190-EXIT
005410     END-IF
005420     PERFORM 2130-EXTRACT-PHONE-DIGITS THRU 2130-EXIT
005430     IF WS-PHONE-DIGIT-COUNT = 11
005440        AND WS-PHONE-DIGITS (1:1) = "1"
005450         MOVE WS-PHONE-DIGITS (2:10) TO WS-PHONE-DIGITS
005460         MOVE 10 TO WS-PHONE-DIGIT-COUNT
005470     END-IF
005480     IF WS-PHONE-DIGIT-COUNT = 10
005490         MOVE "P" TO MK-TYPE
005500         MOVE WS-PHONE-DIGITS (1:10) TO MK-VALUE
005510         PERFORM 2190-WRITE-MATCH-KEY THRU 2190-EXIT
005520     END-IF
005530     IF MASTER-ADDR NOT = SPACES
005540         MOVE "A" TO MK-TYPE
005550         MOVE MASTER-ADDR TO MK-VALUE
005560         MOVE MASTER-ZIP  TO MK-VALUE (31:5)
005570         INSPECT MK-VALUE
005580             CONVERTING "abcdefghijklmnopqrstuvwxyz"
005590                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005600         PERFORM 2190-WRITE-MATCH-KEY THRU 2190-EXIT
005610     END-IF.
005620 2100-EXIT.
005630     EXIT.
005640*
005650*    SPLIT THE NAME INTO WORDS AND PICK OUT THE FIRST AND LAST
005660*    NAMES, THEN CARRY THE FIRST NAME THROUGH THE NICKNAME
005670*    REFERENCE SO BOB AND ROBERT COMPARE EQUAL.
005680 2110-PARSE-NAME.
005690     MOVE MASTER-NAME TO WS-PARSE-NAME
005700     INSPECT WS-PARSE-NAME
005710         CONVERTING "abcdefghijklmnopqrstuvwxyz."
005720                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ "
005730     MOVE SPACES TO WS-NAME-WORD-TAB
005740     MOVE SPACES TO WS-NAME-FIRST
005750     MOVE SPACES TO WS-NAME-LAST
005760     MOVE ZERO TO WS-NAME-WORD-COUNT
005770     MOVE ZERO TO WS-NAME-WORD-LEN
005780     MOVE ZERO TO WS-NAME-COMMA-WORDS
005790     MOVE 'N' TO WS-COMMA-SEEN-SW
005800     PERFORM 2115-SCAN-ONE-NAME-CHAR THRU 2115-EXIT
005810         VARYING WS-NAME-CHAR-IDX FROM 1 BY 1
005820             UNTIL WS-NAME-CHAR-IDX > 30
005830     IF WS-NAME-WORD-COUNT = ZERO
005840         GO TO 2110-EXIT
005850     END-IF
005860     IF COMMA-SEEN AND WS-NAME-COMMA-WORDS > ZERO
005870        AND WS-NAME-WORD-COUNT > WS-NAME-COMMA-WORDS
005880         MOVE WS-NAME-WORD (1) TO WS-NAME-LAST
005890         MOVE WS-NAME-WORD (WS-NAME-COMMA-WORDS + 1)
005900             TO WS-NAME-FIRST
005910     ELSE
005920         MOVE WS-NAME-WORD (1) TO WS-NAME-FIRST
005930         MOVE WS-NAME-WORD-COUNT TO WS-NAME-LAST-IDX
005940         MOVE WS-NAME-WORD (WS-NAME-LAST-IDX) TO WS-NAME-LAST
005950         IF WS-NAME-SUFFIX AND WS-NAME-LAST-IDX > 2
005960             SUBTRACT 1 FROM WS-NAME-LAST-IDX
005970             MOVE WS-NAME-WORD (WS-NAME-LAST-IDX)
005980                 TO WS-NAME-LAST
005990         END-IF
006000     END-IF
006010     PERFORM 2120-MAP-NICKNAME THRU 2120-EXIT.
006020 2110-EXIT.
006030     EXIT.
006040*
006050*    A SPACE OR A COMMA ENDS THE WORD BEING BUILT; ANY OTHER
006060*    CHARACTER IS ADDED TO IT.  WORDS PAST THE TABLE ARE
006070*    DROPPED -- THE FIRST AND LAST ARE ALL THAT MATTER.
006080 2115-SCAN-ONE-NAME-CHAR.
006090     IF WS-PARSE-NAME (WS-NAME-CHAR-IDX:1) = SPACE
006100         MOVE ZERO TO WS-NAME-WORD-LEN
006110         GO TO 2115-EXIT
006120     END-IF
006130     IF WS-PARSE-NAME (WS-NAME-CHAR-IDX:1) = ","
006140         MOVE ZERO TO WS-NAME-WORD-LEN
006150         IF NOT COMMA-SEEN
006160             SET COMMA-SEEN TO TRUE
006170             MOVE WS-NAME-WORD-COUNT TO WS-NAME-COMMA-WORDS
006180         END-IF
006190         GO TO 2115-EXIT
006200     END-IF
006210     IF WS-NAME-WORD-LEN = ZERO
006220         IF WS-NAME-WORD-COUNT >= WS-MAX-NAME-WORD
006230             GO TO 2115-EXIT
006240         END-IF
006250         ADD 1 TO WS-NAME-WORD-COUNT
006260     END-IF
006270     ADD 1 TO WS-NAME-WORD-LEN
006280     IF WS-NAME-WORD-LEN <= 20
006290         MOVE WS-PARSE-NAME (WS-NAME-CHAR-IDX:1)
006300             TO WS-NAME-WORD (WS-NAME-WORD-COUNT)
006310                (WS-NAME-WORD-LEN:1)
006320     END-IF.
006330 2115-EXIT.
006340     EXIT.
006350*
006360 2120-MAP-NICKNAME.
006370     IF WS-NICK-REF-COUNT = ZERO OR WS-NAME-FIRST = SPACES
006380         GO TO 2120-EXIT
006390     END-IF
006400     MOVE ZERO TO WS-NICK-REF-IDX
006410     MOVE 'N' TO WS-NICK-FOUND-SW
006420     PERFORM 2121-COMPARE-ONE-NICKNAME THRU 2121-EXIT
006430         UNTIL WS-NICK-REF-IDX >= WS-NICK-REF-COUNT
006440            OR NICK-FOUND
006450     IF NICK-FOUND
006460         MOVE WS-NICK-REF-FORMAL (WS-NICK-REF-IDX)
006470             TO WS-NAME-FIRST
006480     END-IF.
006490 2120-EXIT.
006500     EXIT.
006510*
006520 2121-COMPARE-ONE-NICKNAME.
006530     ADD 1 TO WS-NICK-REF-IDX
006540     IF WS-NICK-REF-NICKNAME (WS-NICK-REF-IDX) = WS-NAME-FIRST
006550         SET NICK-FOUND TO TRUE
006560     END-IF.
006570 2121-EXIT.
006580     EXIT.
006590*
006600*    PULL THE DIGIT CHARACTERS OUT OF MASTER-PHONE, IN ORDER.
006610*    COUNTING CONTINUES PAST THE 11 KEPT SO A LONGER NUMBER IS
006620*    NOT MISTAKEN FOR A GOOD ONE.
006630 2130-EXTRACT-PHONE-DIGITS.
006640     MOVE SPACES TO WS-PHONE-DIGITS
006650     MOVE ZERO TO WS-PHONE-DIGIT-COUNT
006660     PERFORM 2131-EXTRACT-ONE-PHONE-CHAR THRU 2131-EXIT
006670         VARYING WS-PHONE-CHAR-IDX FROM 1 BY 1
006680             UNTIL WS-PHONE-CHAR-IDX > 14.
006690 2130-EXIT.
006700     EXIT.
006710*
006720 2131-EXTRACT-ONE-PHONE-CHAR.
006730     IF MASTER-PHONE (WS-PHONE-CHAR-IDX:1) IS NUMERIC
006740         ADD 1 TO WS-PHONE-DIGIT-COUNT
006750         IF WS-PHONE-DIGIT-COUNT <= 11
006760             MOVE MASTER-PHONE (WS-PHONE-CHAR-IDX:1)
006770                 TO WS-PHONE-DIGITS (WS-PHONE-DIGIT-COUNT:1)
006780         END-IF
006790     END-IF.
006800 2131-EXIT.
006810     EXIT.
006820*
006830 2190-WRITE-MATCH-KEY.
006840     WRITE MATCH-KEY-RECORD
006850     ADD 1 TO WS-MATCH-KEY-COUNT.
006860 2190-EXIT.
006870     EXIT.
006880*
006890*****************************************************************
006900*    3000-FIND-CANDIDATE-PAIRS - SORT THE MATCH KEYS SO EVERY   *
006910*    CONTACT SHARING A VALUE ARRIVES TOGETHER, THEN PAIR OFF    *
006920*    EACH GROUP.  EVERY PAIR IN AN EMAIL OR PHONE GROUP IS      *
006930*    EVIDENCE; A PAIR IN AN ADDRESS GROUP ONLY COUNTS IF THE    *
006940*    NAMES ARE SIMILAR, SINCE A HOUSEHOLD SHARES AN ADDRESS.    *
006950*****************************************************************
006960 3000-FIND-CANDIDATE-PAIRS.
006970     SORT MK-SORT-FILE
006980         ON ASCENDING KEY MKS-TYPE
006990                          MKS-VALUE
007000                          MKS-CONTACT-KEY
007010         USING MATCH-KEY-FILE
007020         GIVING MATCH-KEY-SORTED-FILE
007030     MOVE 'N' TO WS-MK-SORTED-EOF-SW
007040     OPEN INPUT MATCH-KEY-SORTED-FILE
007050     OPEN OUTPUT PAIR-FILE
007060     PERFORM 3900-READ-ONE-MATCH-KEY THRU 3900-EXIT
007070     PERFORM 3100-PAIR-ONE-GROUP THRU 3100-EXIT
007080         UNTIL MK-SORTED-EOF
007090     CLOSE MATCH-KEY-SORTED-FILE
007100     CLOSE PAIR-FILE.
007110 3000-EXIT.
007120     EXIT.
007130*
007140*    THE KEY UNDER THE READER OPENS A NEW GROUP.  MEMBERS ARE
007150*    TAKEN UNTIL THE VALUE CHANGES, THEN THE GROUP IS PAIRED.
007160 3100-PAIR-ONE-GROUP.
007170     MOVE MKR-TYPE  TO WS-GRP-TYPE
007180     MOVE MKR-VALUE TO WS-GRP-VALUE
007190     MOVE ZERO TO WS-GRP-SIZE
007200     PERFORM 3110-TAKE-ONE-MEMBER THRU 3110-EXIT
007210         UNTIL MK-SORTED-EOF
007220            OR MKR-TYPE NOT = WS-GRP-TYPE
007230            OR MKR-VALUE NOT = WS-GRP-VALUE
007240     IF WS-GRP-SIZE < 2
007250         GO TO 3100-EXIT
007260     END-IF
007270     IF WS-GRP-SIZE > WS-MAX-GROUP
007280         ADD 1 TO WS-COMMON-VALUE-COUNT
007290         DISPLAY "VALUE TOO COMMON TO MATCH ON: " WS-GRP-TYPE
007300                 " " WS-GRP-VALUE " (" WS-GRP-SIZE
007310                 " CONTACTS)"
007320         GO TO 3100-EXIT
007330     END-IF
007340     PERFORM 3120-PAIR-ONE-MEMBER THRU 3120-EXIT
007350         VARYING WS-GRP-I FROM 1 BY 1
007360             UNTIL WS-GRP-I >= WS-GRP-SIZE.
007370 3100-EXIT.
007380     EXIT.
007390*
007400 3110-TAKE-ONE-MEMBER.
007410     ADD 1 TO WS-GRP-SIZE
007420     IF WS-GRP-SIZE <= WS-MAX-GROUP
007430         MOVE MKR-NAME  TO WS-GRP-KEY (WS-GRP-SIZE) (1:30)
007440         MOVE MKR-ZIP   TO WS-GRP-KEY (WS-GRP-SIZE) (31:5)
007450         MOVE MKR-FIRST TO WS-GRP-FIRST (WS-GRP-SIZE)
007460         MOVE MKR-LAST  TO WS-GRP-LAST (WS-GRP-SIZE)
007470     END-IF
007480     PERFORM 3900-READ-ONE-MATCH-KEY THRU 3900-EXIT.
007490 3110-EXIT.
007500     EXIT.
007510*
007520 3120-PAIR-ONE-MEMBER.
007530     COMPUTE WS-GRP-J-START = WS-GRP-I + 1
007540     PERFORM 3130-PAIR-TWO-MEMBERS THRU 3130-EXIT
007550         VARYING WS-GRP-J FROM WS-GRP-J-START BY 1
007560             UNTIL WS-GRP-J > WS-GRP-SIZE.
007570 3120-EXIT.
007580     EXIT.
007590*
007600*    WRITE ONE PIECE OF EVIDENCE FOR MEMBERS I AND J, LOWER
007610*    CONTACT KEY FIRST.
007620 3130-PAIR-TWO-MEMBERS.
007630     PERFORM 3140-COMPARE-NAMES THRU 3140-EXIT
007640     IF WS-GRP-TYPE = "A" AND NOT NAMES-SIMILAR
007650         GO TO 3130-EXIT
007660     END-IF
007670     IF WS-GRP-KEY (WS-GRP-I) < WS-GRP-KEY (WS-GRP-J)
007680         MOVE WS-GRP-KEY (WS-GRP-I) TO PR-KEY-1
007690         MOVE WS-GRP-KEY (WS-GRP-J) TO PR-KEY-2
007700     ELSE
007710         MOVE WS-GRP-KEY (WS-GRP-J) TO PR-KEY-1
007720         MOVE WS-GRP-KEY (WS-GRP-I) TO PR-KEY-2
007730     END-IF
007740     MOVE WS-GRP-TYPE TO PR-TYPE
007750     MOVE WS-NAMES-SIMILAR-SW TO PR-NAME-SIMILAR
007760     WRITE PAIR-RECORD
007770     ADD 1 TO WS-EVIDENCE-COUNT.
007780 3130-EXIT.
007790     EXIT.
007800*
007810*    SIMILAR = SAME LAST NAME, AND THE FIRST NAMES (AFTER THE
007820*    NICKNAME MAPPING) ARE EQUAL OR ONE IS JUST THE OTHER'S
007830*    INITIAL.
007840 3140-COMPARE-NAMES.
007850     MOVE 'N' TO WS-NAMES-SIMILAR-SW
007860     IF WS-GRP-LAST (WS-GRP-I) = SPACES
007870        OR WS-GRP-FIRST (WS-GRP-I) = SPACES
007880        OR WS-GRP-FIRST (WS-GRP-J) = SPACES
007890        OR WS-GRP-LAST (WS-GRP-I) NOT = WS-GRP-LAST (WS-GRP-J)
007900         GO TO 3140-EXIT
007910     END-IF
007920     IF WS-GRP-FIRST (WS-GRP-I) = WS-GRP-FIRST (WS-GRP-J)
007930         SET NAMES-SIMILAR TO TRUE
007940         GO TO 3140-EXIT
007950     END-IF
007960     IF WS-GRP-FIRST (WS-GRP-I) (1:1)
007970            = WS-GRP-FIRST (WS-GRP-J) (1:1)
007980        AND (WS-GRP-FIRST (WS-GRP-I) (2:) = SPACES
007990          OR WS-GRP-FIRST (WS-GRP-J) (2:) = SPACES)
008000         SET NAMES-SIMILAR TO TRUE
008010     END-IF.
008020 3140-EXIT.
008030     EXIT.
008040*
008050 3900-READ-ONE-MATCH-KEY.
008060     READ MATCH-KEY-SORTED-FILE
008070         AT END
008080             SET MK-SORTED-EOF TO TRUE
008090     END-READ.
008100 3900-EXIT.
008110     EXIT.
008120*
008130*****************************************************************
008140*    4000-BUILD-REVIEW-QUEUE - SORT THE EVIDENCE BY PAIR, SCORE *
008150*    EACH PAIR ON EVERYTHING FOUND FOR IT, AND QUEUE IT FOR THE *
008160*    STEWARD UNLESS IT HAS ALREADY BEEN DECLINED.               *
008170*****************************************************************
008180 4000-BUILD-REVIEW-QUEUE.
008190     SORT PR-SORT-FILE
008200         ON ASCENDING KEY PRS-PAIR-KEY
008210         USING PAIR-FILE
008220         GIVING PAIR-SORTED-FILE
008230     MOVE 'N' TO WS-PR-SORTED-EOF-SW
008240     OPEN INPUT PAIR-SORTED-FILE
008250     OPEN OUTPUT DUP-REVIEW-FILE
008260     OPEN OUTPUT DUP-MERGE-TRANS-FILE
008270     MOVE "," TO DRV-SEP-1
008280     MOVE "," TO DRV-SEP-2
008290     MOVE "," TO DRV-SEP-3
008300     MOVE "," TO DRV-SEP-4
008310     MOVE "," TO DRV-SEP-5
008320     MOVE "," TO DRV-SEP-6
008330     MOVE "," TO DRV-SEP-7
008340     MOVE "," TO DRV-SEP-8
008350     MOVE "," TO DRV-SEP-9
008360     MOVE "," TO DRV-SEP-10
008370     MOVE "," TO DRV-SEP-11
008380     MOVE "," TO DRV-SEP-12
008390     PERFORM 4900-READ-ONE-PAIR-LINE THRU 4900-EXIT
008400     PERFORM 4100-SCORE-ONE-PAIR THRU 4100-EXIT
008410         UNTIL PR-SORTED-EOF
008420     CLOSE PAIR-SORTED-FILE
008430     CLOSE DUP-REVIEW-FILE
008440     CLOSE DUP-MERGE-TRANS-FILE.
008450 4000-EXIT.
008460     EXIT.
008470*
008480 4100-SCORE-ONE-PAIR.
008490     MOVE PRR-PAIR-KEY TO WS-CUR-PAIR-KEY
008500     MOVE "NNNN" TO WS-EVIDENCE
008510     PERFORM 4110-TAKE-ONE-EVIDENCE THRU 4110-EXIT
008520         UNTIL PR-SORTED-EOF
008530            OR PRR-PAIR-KEY NOT = WS-CUR-PAIR-KEY
008540     ADD 1 TO WS-CANDIDATE-COUNT
008550     PERFORM 4200-CHECK-DECLINED THRU 4200-EXIT
008560     IF PAIR-DECLINED
008570         ADD 1 TO WS-DECLINED-SKIP-COUNT
008580         GO TO 4100-EXIT
008590     END-IF
008600     MOVE ZERO TO WS-PAIR-SCORE
008610     IF WS-EV-EMAIL = "Y"
008620         ADD WS-WEIGHT-EMAIL TO WS-PAIR-SCORE
008630     END-IF
008640     IF WS-EV-PHONE = "Y"
008650         ADD WS-WEIGHT-PHONE TO WS-PAIR-SCORE
008660     END-IF
008670     IF WS-EV-ADDR = "Y"
008680         ADD WS-WEIGHT-ADDR TO WS-PAIR-SCORE
008690     END-IF
008700     IF WS-EV-NAME = "Y"
008710         ADD WS-WEIGHT-NAME TO WS-PAIR-SCORE
008720     END-IF
008730     PERFORM 4300-READ-PAIR-CONTACTS THRU 4300-EXIT
008740     IF NOT PAIR-BOTH-READ
008750         ADD 1 TO WS-VANISHED-COUNT
008760         GO TO 4100-EXIT
008770     END-IF
008780     PERFORM 4400-WRITE-REVIEW-LINE THRU 4400-EXIT.
008790 4100-EXIT.
008800     EXIT.
008810*
008820 4110-TAKE-ONE-EVIDENCE.
008830     EVALUATE PRR-TYPE
008840         WHEN "E"
008850             MOVE "Y" TO WS-EV-EMAIL
008860         WHEN "P"
008870             MOVE "Y" TO WS-EV-PHONE
008880         WHEN "A"
008890             MOVE "Y" TO WS-EV-ADDR
008900     END-EVALUATE
008910     IF PRR-NAME-SIMILAR = "Y"
008920         MOVE "Y" TO WS-EV-NAME
008930     END-IF
008940     PERFORM 4900-READ-ONE-PAIR-LINE THRU 4900-EXIT.
008950 4110-EXIT.
008960     EXIT.
008970*
008980 4200-CHECK-DECLINED.
008990     MOVE 'N' TO WS-PAIR-DECLINED-SW
009000     MOVE ZERO TO WS-DECLINED-IDX
009010     PERFORM 4210-COMPARE-ONE-DECLINED THRU 4210-EXIT
009020         UNTIL WS-DECLINED-IDX >= WS-DECLINED-COUNT
009030            OR PAIR-DECLINED.
009040 4200-EXIT.
009050     EXIT.
009060*
009070 4210-COMPARE-ONE-DECLINED.
009080     ADD 1 TO WS-DECLINED-IDX
009090     IF (WS-DCL-KEY-1 (WS-DECLINED-IDX) = WS-CUR-KEY-1
009100         AND WS-DCL-KEY-2 (WS-DECLINED-IDX) = WS-CUR-KEY-2)
009110        OR (WS-DCL-KEY-1 (WS-DECLINED-IDX) = WS-CUR-KEY-2
009120         AND WS-DCL-KEY-2 (WS-DECLINED-IDX) = WS-CUR-KEY-1)
009130         SET PAIR-DECLINED TO TRUE
009140     END-IF.
009150 4210-EXIT.
009160     EXIT.
009170*
009180*    BOTH CONTACTS AS THE SNAPSHOT HOLDS THEM.  THEY WERE BOTH
009190*    SEEN ON THE FORWARD PASS, SO A MISS HERE IS ONLY REPORTED.
009200 4300-READ-PAIR-CONTACTS.
009210     MOVE 'N' TO WS-PAIR-READ-SW
009220     MOVE WS-CUR-KEY-1 TO MASTER-KEY
009230     READ MASTER-FILE
009240         INVALID KEY
009250             GO TO 4300-EXIT
009260     END-READ
009270     MOVE MASTER-RECORD TO WS-CONTACT-1
009280     MOVE WS-CUR-KEY-2 TO MASTER-KEY
009290     READ MASTER-FILE
009300         INVALID KEY
009310             GO TO 4300-EXIT
009320     END-READ
009330     MOVE MASTER-RECORD TO WS-CONTACT-2
009340     SET PAIR-BOTH-READ TO TRUE.
009350 4300-EXIT.
009360     EXIT.
009370*
009380*    THE PROPOSED SURVIVOR IS THE CONTACT WITH MORE OF ITS
009390*    KEPT FIELDS FILLED IN (THE LOWER KEY ON A TIE); THE MERGE
009400*    STILL FILLS ITS BLANKS FROM THE OTHER.  THE STEWARD MAY
009410*    SWAP THE TWO KEYS ON THE TRANSACTION BEFORE RUNNING IT.
009420 4400-WRITE-REVIEW-LINE.
009430     MOVE ZERO TO WS-FILLED-1
009440     MOVE ZERO TO WS-FILLED-2
009450     PERFORM 4410-COUNT-FILLED-FIELDS THRU 4410-EXIT
009460     ADD 1 TO WS-QUEUED-COUNT
009470     MOVE WS-QUEUED-COUNT TO DRV-PAIR-NO
009480     MOVE WS-PAIR-SCORE   TO DRV-SCORE
009490     MOVE WS-EV-EMAIL     TO DRV-EMAIL-MATCH
009500     MOVE WS-EV-PHONE     TO DRV-PHONE-MATCH
009510     MOVE WS-EV-ADDR      TO DRV-ADDR-MATCH
009520     MOVE WS-EV-NAME      TO DRV-NAME-SIMILAR
009530     IF WS-FILLED-2 > WS-FILLED-1
009540         MOVE WS-C2-NAME  TO DRV-KEEP-NAME
009550         MOVE WS-C2-ZIP   TO DRV-KEEP-ZIP
009560         MOVE WS-C2-EMAIL TO DRV-KEEP-EMAIL
009570         MOVE WS-C2-PHONE TO DRV-KEEP-PHONE
009580         MOVE WS-C2-ADDR  TO DRV-KEEP-ADDR
009590         MOVE WS-C1-NAME  TO DRV-RETIRE-NAME
009600         MOVE WS-C1-ZIP   TO DRV-RETIRE-ZIP
009610         MOVE WS-C1-EMAIL TO DRV-RETIRE-EMAIL
009620         MOVE WS-C1-PHONE TO DRV-RETIRE-PHONE
009630         MOVE WS-C1-ADDR  TO DRV-RETIRE-ADDR
009640     ELSE
009650         MOVE WS-C1-NAME  TO DRV-KEEP-NAME
009660         MOVE WS-C1-ZIP   TO DRV-KEEP-ZIP
009670         MOVE WS-C1-EMAIL TO DRV-KEEP-EMAIL
009680         MOVE WS-C1-PHONE TO DRV-KEEP-PHONE
009690         MOVE WS-C1-ADDR  TO DRV-KEEP-ADDR
009700         MOVE WS-C2-NAME  TO DRV-RETIRE-NAME
009710         MOVE WS-C2-ZIP   TO DRV-RETIRE-ZIP
009720         MOVE WS-C2-EMAIL TO DRV-RETIRE-EMAIL
009730         MOVE WS-C2-PHONE TO DRV-RETIRE-PHONE
009740         MOVE WS-C2-ADDR  TO DRV-RETIRE-ADDR
009750     END-IF
009760     WRITE DUP-REVIEW-RECORD
009770     MOVE SPACES TO DUP-MERGE-TRANS-RECORD
009780     MOVE "MERGE" TO DMT-ACTION
009790     MOVE DRV-RETIRE-NAME TO DMT-NAME
009800     MOVE DRV-RETIRE-ZIP  TO DMT-ZIP
009810     MOVE DRV-KEEP-NAME   TO DMT-NEW-NAME
009820     MOVE DRV-KEEP-ZIP    TO DMT-NEW-ZIP
009830     MOVE "DUPL" TO DMT-REASON
009840     WRITE DUP-MERGE-TRANS-RECORD
009850     IF WS-EV-EMAIL = "Y"
009860         ADD 1 TO WS-QUEUED-EMAIL-COUNT
009870     END-IF
009880     IF WS-EV-PHONE = "Y"
009890         ADD 1 TO WS-QUEUED-PHONE-COUNT
009900     END-IF
009910     IF WS-EV-ADDR = "Y"
009920         ADD 1 TO WS-QUEUED-ADDR-COUNT
009930     END-IF.
009940 4400-EXIT.
009950     EXIT.
009960*
009970 4410-COUNT-FILLED-FIELDS.
009980     IF WS-C1-EMAIL NOT = SPACES
009990         ADD 1 TO WS-FILLED-1
010000     END-IF
010010     IF WS-C1-ADDR NOT = SPACES
010020         ADD 1 TO WS-FILLED-1
010030     END-IF
010040     IF WS-C1-CITY NOT = SPACES
010050         ADD 1 TO WS-FILLED-1
010060     END-IF
010070     IF WS-C1-STATE NOT = SPACES
010080         ADD 1 TO WS-FILLED-1
010090     END-IF
010100     IF WS-C1-CATEGORY NOT = SPACES
010110         ADD 1 TO WS-FILLED-1
010120     END-IF
010130     IF WS-C1-PHONE NOT = SPACES
010140         ADD 1 TO WS-FILLED-1
010150     END-IF
010160     IF WS-C2-EMAIL NOT = SPACES
010170         ADD 1 TO WS-FILLED-2
010180     END-IF
010190     IF WS-C2-ADDR NOT = SPACES
010200         ADD 1 TO WS-FILLED-2
010210     END-IF
010220     IF WS-C2-CITY NOT = SPACES
010230         ADD 1 TO WS-FILLED-2
010240     END-IF
010250     IF WS-C2-STATE NOT = SPACES
010260         ADD 1 TO WS-FILLED-2
010270     END-IF
010280     IF WS-C2-CATEGORY NOT = SPACES
010290         ADD 1 TO WS-FILLED-2
010300     END-IF
010310     IF WS-C2-PHONE NOT = SPACES
010320         ADD 1 TO WS-FILLED-2
010330     END-IF.
010340 4410-EXIT.
010350     EXIT.
010360*
010370 4900-READ-ONE-PAIR-LINE.
010380     READ PAIR-SORTED-FILE
010390         AT END
010400             SET PR-SORTED-EOF TO TRUE
010410     END-READ.
010420 4900-EXIT.
010430     EXIT.
010440*
010450*****************************************************************
010460*    8000-TERMINATE - CLOSE THE SNAPSHOT IF IT OPENED           *
010470*****************************************************************
010480 8000-TERMINATE.
010490     IF MASTER-AVAILABLE
010500         CLOSE MASTER-FILE
010510     END-IF.
010520 8000-EXIT.
010530     EXIT.
010540*
010550*****************************************************************
010560*    9000-PRINT-CONTROL-TOTALS - ONE LINE PER OUTCOME SO THE    *
010570*    STEWARD CAN SIZE THE REVIEW BEFORE OPENING THE QUEUE.      *
010580*****************************************************************
010590 9000-PRINT-CONTROL-TOTALS.
010600     DISPLAY "DUPLICATE-MATCH CONTROL TOTALS"
010610     DISPLAY "------------------------------"
010620     DISPLAY "CONTACTS SCANNED. . . . . . . " WS-CONTACT-COUNT
010630     DISPLAY "MATCH KEYS BUILT. . . . . . . " WS-MATCH-KEY-COUNT
010640     DISPLAY "VALUES TOO COMMON TO MATCH. . "
010650             WS-COMMON-VALUE-COUNT
010660     DISPLAY "CANDIDATE PAIRS FOUND . . . . " WS-CANDIDATE-COUNT
010670     DISPLAY "PAIRS PREVIOUSLY DECLINED . . "
010680             WS-DECLINED-SKIP-COUNT
010690     DISPLAY "PAIRS QUEUED FOR REVIEW . . . " WS-QUEUED-COUNT
010700     DISPLAY "  WITH SAME EMAIL . . . . . . "
010710             WS-QUEUED-EMAIL-COUNT
010720     DISPLAY "  WITH SAME PHONE . . . . . . "
010730             WS-QUEUED-PHONE-COUNT
010740     DISPLAY "  WITH SIMILAR NAME AT ADDRESS"
010750             WS-QUEUED-ADDR-COUNT
010760     IF WS-VANISHED-COUNT > ZERO
010770         DISPLAY "PAIRS NOT RE-READ FROM SNAPSHOT"
010780                 WS-VANISHED-COUNT
010790     END-IF
010800     IF WS-DECLINED-LOST-COUNT > ZERO
010810         DISPLAY "WARNING: " WS-DECLINED-LOST-COUNT
010820                 " DECLINED PAIRS NOT LOADED - RAISE"
010830                 " WS-MAX-DECLINED"
010840     END-IF
010850     IF WS-NICK-REF-DROPPED > ZERO
010860         DISPLAY "WARNING: " WS-NICK-REF-DROPPED
010870                 " NICKNAMES NOT LOADED - RAISE"
010880                 " WS-MAX-NICK-REF"
010890     END-IF.
010900 9000-EXIT.
010910     EXIT.
