000250*      PURGE   - RETIRE A ROW THAT WILL NEVER BE FIXABLE; THE   *
000260*                ROW IS LOGGED TO THE KEPT SUSPENSE-PURGE.CSV   *
000270*                BEFORE IT GOES                                 *
000280*      APPROVE - LET A QUEUED PURGE GO AHEAD (SECOND OPERATOR)  *
000290*      DECLINE - DISCARD A QUEUED PURGE (SECOND OPERATOR)       *
000300*  EVERY TRANSACTION NAMES AN OPERATOR, WHO MUST BE ACTIVE ON   *
000310*  OPERATOR-ROSTER.DAT, AND EVERY FIX OR PURGE A REASON CODE.   *
000320*  A PURGE IS NOT APPLIED BUT QUEUED ON SUS-PENDING.DAT FOR A   *
000330*  DIFFERENT OPERATOR TO APPROVE OR DECLINE; UNDECIDED ITEMS    *
000340*  EXPIRE AFTER THE DAYS ON APPROVAL-PARM.DAT.  EVERY STEP      *
000350*  GOES TO THE APPROVAL-LOG.CSV CONTACT-MAINT KEEPS.            *
000360*  THE WHOLE BATCH IS APPLIED IN ONE PASS: EVERY SUSPENSE ROW   *
000370*  IS READ ONCE, TESTED AGAINST EVERY TRANSACTION, AND WRITTEN  *
000380*  (FIXED OR UNCHANGED) TO A NEW GENERATION THAT REPLACES       *
000390*  SUSPENSE.DAT AT CLEAN END -- THE SAME BUILD-THEN-PROMOTE     *
000400*  IDIOM THE NIGHTLY MERGE USES, SO A CRASH MID-BATCH LEAVES    *
000410*  THE LIVE FILE UNTOUCHED.                                     *
000420*****************************************************************
000430*
000440*    MODIFICATION HISTORY
000450*    --------------------
000460*    09/02/2026  DAO  ORIGINAL PROGRAM.
000470*    09/02/2026  DAO  THE BATCH NOW CHECKS MERGE-CSV'S SINGLE-
000480*                     WRITER TOKEN (RUN-TOKEN.DAT) FIRST AND
000490*                     REFUSES WHILE THE NIGHTLY RUN IS ACTIVE --
000500*                     THE RUN RECYCLES AND REWRITES SUSPENSE
000510*                     ITSELF.
000520*    10/15/2026  DAO  SUSPENSE ROWS NOW END WITH THE EXTRACT THE
000530*                     ROW CAME IN ON; IT IS CARRIED THROUGH A
000540*                     FIX UNCHANGED.
000550*    10/15/2026  DAO  EVERY TRANSACTION NOW CARRIES AN OPERATOR
000560*                     ID, CHECKED AGAINST THE KEPT OPERATOR-
000570*                     ROSTER.DAT, AND A REASON CODE.  A PURGE NOW
000580*                     WAITS ON SUS-PENDING.DAT UNTIL A DIFFERENT
000590*                     OPERATOR APPROVES OR DECLINES IT, AND ITEMS
000600*                     LEFT UNDECIDED PAST THE DAYS ON APPROVAL-
000610*                     PARM.DAT EXPIRE.  SUSPENSE-PURGE.CSV LINES
000620*                     NOW END WITH THE OPERATOR, APPROVER, AND
000630*                     REASON CODE.
000640*    10/15/2026  DAO  AN APPROVED PURGE IS NOW LOGGED APPROVED,
000650*                     AND TAKEN OFF THE QUEUE, ONLY ONCE THE NEW
000660*                     GENERATION SHOWS ITS ROW WAS PURGED; IF THE
000670*                     ROW HAD GONE IT IS LOGGED FAILED WITH THE
000680*                     REASON IN THE NEW APPROVAL-LOG DETAIL
000690*                     COLUMN.
000700*
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT SUS-TRANS-FILE ASSIGN TO "sus-trans.dat"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-TRANS-STATUS.
000770*    SAME KEPT SUSPENSE THE NIGHTLY MERGE RECYCLES.
000780     SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-SUSPENSE-STATUS.
000810*    THE GENERATION BEING BUILT THIS BATCH, PROMOTED OVER
000820*    SUSPENSE.DAT ONLY AT CLEAN END.  A SEPARATE NAME FROM THE
000830*    NIGHTLY MERGE'S SUSPENSE-NEW.DAT SO THE TWO CAN NEVER
000840*    TRAMPLE EACH OTHER.
000850     SELECT SUSPENSE-WORK-FILE ASSIGN TO "suspense-maint.dat"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-SUS-WORK-STATUS.
000880*    KEPT, APPEND-ONLY LOG OF EVERY PURGED ROW: WHEN IT WAS
000890*    PURGED, WHAT IT HAD BEEN HELD FOR, AND THE FULL IMAGE, SO
000900*    A PURGE IS NEVER A SILENT DELETION.
000910     SELECT PURGE-LOG-FILE ASSIGN TO "suspense-purge.csv"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-PURGE-STATUS.
000940*    THE NIGHTLY MERGE'S SINGLE-WRITER TOKEN.  WHILE IT READS
000950*    ACTIVE THE BATCH IS REFUSED -- THE RUN RECYCLES AND
000960*    REWRITES SUSPENSE ITSELF.
000970     SELECT RUN-TOKEN-FILE ASSIGN TO "run-token.dat"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-TOKEN-STATUS.
001000*    SAME KEPT OPERATOR ROSTER CONTACT-MAINT CHECKS.  NO ROSTER
001010*    MEANS EVERY TRANSACTION IS REFUSED.
001020     SELECT OPERATOR-ROSTER-FILE ASSIGN TO "operator-roster.dat"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-ROSTER-STATUS.
001050*    SAME OPTIONAL EXPIRY PARAMETER CONTACT-MAINT READS; MISSING
001060*    MEANS 7 DAYS.
001070     SELECT APPROVAL-PARM-FILE ASSIGN TO "approval-parm.dat"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-APR-PARM-STATUS.
001100*    KEPT QUEUE OF PURGES WAITING FOR A SECOND OPERATOR, KEYED
001110*    ON THE ITEM NUMBER HANDED OUT WHEN EACH WAS QUEUED.
001120     SELECT PENDING-FILE ASSIGN TO "sus-pending.dat"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS PND-ID
001160         FILE STATUS IS WS-PENDING-STATUS.
001170*    KEPT COUNTER OF THE LAST PENDING ITEM NUMBER HANDED OUT.
001180     SELECT PENDING-CONTROL-FILE ASSIGN TO "sus-pending-ctl.dat"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-PND-CTL-STATUS.
001210*    KEPT AUDIT TRAIL OF EVERY ITEM QUEUED, APPROVED, DECLINED,
001220*    OR EXPIRED, SHARED WITH CONTACT-MAINT.  APPENDED, NEVER
001230*    TRUNCATED.
001240     SELECT APPROVAL-LOG-FILE ASSIGN TO "approval-log.csv"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-APPROVAL-LOG-STATUS.
001270*
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  SUS-TRANS-FILE.
001310 01  SUS-TRANS-RECORD.
001320     05  SMT-ACTION      PIC X(07).
001330     05  SMT-NAME        PIC X(30).
001340     05  SMT-ZIP         PIC X(05).
001350*    FIELD NAME AND REPLACEMENT VALUE FOR FIX; SELECTOR AND
001360*    SELECTOR VALUE FOR LIST.
001370     05  SMT-FIELD       PIC X(10).
001380     05  SMT-VALUE       PIC X(30).
001390*    APPROVE AND DECLINE CARRY THE PENDING ITEM NUMBER IN THE
001400*    FIRST SIX COLUMNS OF THE VALUE.
001410     05  SMT-VALUE-A REDEFINES SMT-VALUE.
001420         10  SMT-PENDING-ID  PIC X(06).
001430         10  FILLER          PIC X(24).
001440*    EVERY TRANSACTION: THE OPERATOR WHO ENTERED IT (CHECKED
001450*    AGAINST THE ROSTER) AND, FOR FIX, PURGE, APPROVE, AND
001460*    DECLINE, THE REASON CODE.
001470     05  SMT-OPERATOR    PIC X(08).
001480     05  SMT-REASON      PIC X(04).
001490*
001500*    SAME ROW THE NIGHTLY MERGE KEEPS, WITH THE IMAGE BROKEN
001510*    OUT INTO ITS INPUT FIELDS SO A FIX LANDS IN ONE FIELD AND
001520*    NOWHERE ELSE.
001530 FD  SUSPENSE-FILE.
001540 01  SUSPENSE-RECORD.
001550     05  SUS-FIRST-DATE  PIC 9(08).
001560     05  SUS-SEP-1       PIC X(01).
001570     05  SUS-RETRY-COUNT PIC 9(03).
001580     05  SUS-SEP-2       PIC X(01).
001590     05  SUS-REASON      PIC X(70).
001600     05  SUS-SEP-3       PIC X(01).
001610     05  SUS-IMAGE.
001620         10  SUS-NAME        PIC X(30).
001630         10  SUS-ADDR        PIC X(30).
001640         10  SUS-CITY        PIC X(20).
001650         10  SUS-STATE       PIC X(02).
001660         10  SUS-ZIP         PIC X(05).
001670         10  SUS-CATEGORY    PIC X(20).
001680         10  SUS-PHONE       PIC X(14).
001690         10  SUS-EMAIL       PIC X(30).
001700*    THE EXTRACT THE ROW FIRST CAME IN ON, CARRIED THROUGH
001710*    UNCHANGED.
001720     05  SUS-SEP-4       PIC X(01).
001730     05  SUS-SOURCE      PIC X(30).
001740*
001750*    SAME LAYOUT, NEXT GENERATION.
001760 FD  SUSPENSE-WORK-FILE.
001770 01  SUSPENSE-WORK-RECORD.
001780     05  SWK-FIRST-DATE  PIC 9(08).
001790     05  SWK-SEP-1       PIC X(01).
001800     05  SWK-RETRY-COUNT PIC 9(03).
001810     05  SWK-SEP-2       PIC X(01).
001820     05  SWK-REASON      PIC X(70).
001830     05  SWK-SEP-3       PIC X(01).
001840     05  SWK-IMAGE       PIC X(151).
001850     05  SWK-SEP-4       PIC X(01).
001860     05  SWK-SOURCE      PIC X(30).
001870*
001880 FD  PURGE-LOG-FILE.
001890 01  PURGE-LOG-RECORD.
001900     05  PRG-RUN-DATE    PIC 9(08).
001910     05  PRG-SEP-1       PIC X(01).
001920     05  PRG-FIRST-DATE  PIC 9(08).
001930     05  PRG-SEP-2       PIC X(01).
001940     05  PRG-REASON      PIC X(70).
001950     05  PRG-SEP-3       PIC X(01).
001960     05  PRG-IMAGE       PIC X(151).
001970*    WHO ENTERED THE PURGE, THE SECOND OPERATOR WHO APPROVED
001980*    IT, AND THE ENTERING OPERATOR'S REASON CODE.
001990     05  PRG-SEP-4       PIC X(01).
002000     05  PRG-OPERATOR    PIC X(08).
002010     05  PRG-SEP-5       PIC X(01).
002020     05  PRG-APPROVER    PIC X(08).
002030     05  PRG-SEP-6       PIC X(01).
002040     05  PRG-REASON-CODE PIC X(04).
002050*
002060*    SAME LINE MERGE-CSV'S 7820-WRITE-RUN-TOKEN WRITES.
002070 FD  RUN-TOKEN-FILE.
002080 01  RUN-TOKEN-RECORD.
002090     05  TOK-STATE       PIC X(07).
002100         88  TOKEN-ACTIVE        VALUE "ACTIVE".
002110     05  TOK-SEP-1       PIC X(01).
002120     05  TOK-RUN-DATE    PIC 9(08).
002130     05  TOK-SEP-2       PIC X(01).
002140     05  TOK-START-TIME  PIC 9(06).
002150*
002160*    SAME ROSTER LINE CONTACT-MAINT READS: ID, STATUS (A =
002170*    ACTIVE), NAME.
002180 FD  OPERATOR-ROSTER-FILE.
002190 01  OPERATOR-ROSTER-RECORD.
002200     05  OPR-ID          PIC X(08).
002210     05  OPR-SEP-1       PIC X(01).
002220     05  OPR-STATUS      PIC X(01).
002230     05  OPR-SEP-2       PIC X(01).
002240     05  OPR-NAME        PIC X(30).
002250*
002260 FD  APPROVAL-PARM-FILE.
002270 01  APPROVAL-PARM-RECORD.
002280     05  APR-EXPIRY-DAYS PIC X(03).
002290*
002300*    SAME PENDING-ITEM LAYOUT AS CONTACT-MAINT'S QUEUE: ITEM
002310*    NUMBER, DATE QUEUED, MAKER, REASON, AND THE TRANSACTION.
002320 FD  PENDING-FILE.
002330 01  PENDING-RECORD.
002340     05  PND-ID          PIC 9(06).
002350     05  PND-QUEUED-DATE PIC 9(08).
002360     05  PND-MAKER       PIC X(08).
002370     05  PND-REASON      PIC X(04).
002380     05  PND-TRANS.
002390         10  PND-ACTION  PIC X(07).
002400         10  PND-NAME    PIC X(30).
002410         10  PND-ZIP     PIC X(05).
002420         10  PND-DETAIL  PIC X(40).
002430*
002440 FD  PENDING-CONTROL-FILE.
002450 01  PENDING-CONTROL-RECORD.
002460     05  PCT-LAST-ID     PIC 9(06).
002470*
002480*    SAME APPROVAL-LOG LINE CONTACT-MAINT WRITES; THE DETAIL
002490*    COLUMN SAYS WHY AN APPROVED PURGE FAILED.
002500 FD  APPROVAL-LOG-FILE.
002510 01  APPROVAL-LOG-RECORD.
002520     05  APL-RUN-DATE    PIC 9(08).
002530     05  APL-SEP-1       PIC X(01).
002540     05  APL-QUEUE       PIC X(08).
002550     05  APL-SEP-2       PIC X(01).
002560     05  APL-ID          PIC 9(06).
002570     05  APL-SEP-3       PIC X(01).
002580     05  APL-OUTCOME     PIC X(08).
002590     05  APL-SEP-4       PIC X(01).
002600     05  APL-QUEUED-DATE PIC 9(08).
002610     05  APL-SEP-5       PIC X(01).
002620     05  APL-MAKER       PIC X(08).
002630     05  APL-SEP-6       PIC X(01).
002640     05  APL-REASON      PIC X(04).
002650     05  APL-SEP-7       PIC X(01).
002660     05  APL-CHECKER     PIC X(08).
002670     05  APL-SEP-8       PIC X(01).
002680     05  APL-CHECK-REASON PIC X(04).
002690     05  APL-SEP-9       PIC X(01).
002700     05  APL-TRANS       PIC X(82).
002710     05  APL-SEP-10      PIC X(01).
002720     05  APL-DETAIL      PIC X(40).
002730*
002740 WORKING-STORAGE SECTION.
002750*
002760*    SWITCHES
002770 01  WS-SWITCHES.
002780     05  WS-TRANS-EOF-SW         PIC X VALUE 'N'.
002790         88  TRANS-EOF                 VALUE 'Y'.
002800     05  WS-TRANS-AVAIL-SW       PIC X VALUE 'N'.
002810         88  TRANS-AVAILABLE           VALUE 'Y'.
002820     05  WS-SUSPENSE-AVAIL-SW    PIC X VALUE 'N'.
002830         88  SUSPENSE-AVAILABLE        VALUE 'Y'.
002840     05  WS-SUSPENSE-EOF-SW      PIC X VALUE 'N'.
002850         88  SUSPENSE-EOF              VALUE 'Y'.
002860     05  WS-WORK-EOF-SW          PIC X VALUE 'N'.
002870         88  WORK-EOF                  VALUE 'Y'.
002880     05  WS-ROW-PURGED-SW        PIC X VALUE 'N'.
002890         88  ROW-PURGED                VALUE 'Y'.
002900     05  WS-FIELD-KNOWN-SW       PIC X VALUE 'N'.
002910         88  FIELD-KNOWN               VALUE 'Y'.
002920     05  WS-SELECTED-SW          PIC X VALUE 'N'.
002930         88  ROW-SELECTED              VALUE 'Y'.
002940     05  WS-REASON-HIT-SW        PIC X VALUE 'N'.
002950         88  REASON-TEXT-FOUND         VALUE 'Y'.
002960     05  WS-RUN-ACTIVE-SW        PIC X VALUE 'N'.
002970         88  NIGHTLY-RUN-ACTIVE        VALUE 'Y'.
002980     05  WS-OPERATOR-OK-SW       PIC X VALUE 'N'.
002990         88  OPERATOR-ON-ROSTER        VALUE 'Y'.
003000     05  WS-ROSTER-EOF-SW        PIC X VALUE 'N'.
003010         88  ROSTER-EOF                VALUE 'Y'.
003020     05  WS-PENDING-EOF-SW       PIC X VALUE 'N'.
003030         88  PENDING-EOF               VALUE 'Y'.
003040     05  WS-QUEUE-OPEN-SW        PIC X VALUE 'N'.
003050         88  QUEUE-OPENED              VALUE 'Y'.
003060     05  WS-IN-BATCH-SW          PIC X VALUE 'N'.
003070         88  ITEM-IN-BATCH             VALUE 'Y'.
003080*
003090 01  WS-TRANS-STATUS         PIC X(02).
003100     88  WS-TRANS-OK               VALUE '00'.
003110     88  WS-TRANS-NOT-FOUND        VALUE '23', '35'.
003120 01  WS-SUSPENSE-STATUS      PIC X(02).
003130     88  WS-SUSPENSE-OK            VALUE '00'.
003140     88  WS-SUSPENSE-NOT-FOUND     VALUE '23', '35'.
003150 01  WS-SUS-WORK-STATUS      PIC X(02).
003160     88  WS-SUS-WORK-OK            VALUE '00'.
003170     88  WS-SUS-WORK-NOT-FOUND     VALUE '23', '35'.
003180 01  WS-PURGE-STATUS         PIC X(02).
003190     88  WS-PURGE-OK               VALUE '00'.
003200     88  WS-PURGE-NOT-FOUND        VALUE '23', '35'.
003210 01  WS-TOKEN-STATUS         PIC X(02).
003220     88  WS-TOKEN-OK               VALUE '00'.
003230     88  WS-TOKEN-NOT-FOUND        VALUE '23', '35'.
003240 01  WS-ROSTER-STATUS        PIC X(02).
003250     88  WS-ROSTER-OK              VALUE '00'.
003260     88  WS-ROSTER-NOT-FOUND       VALUE '23', '35'.
003270 01  WS-APR-PARM-STATUS      PIC X(02).
003280     88  WS-APR-PARM-OK            VALUE '00'.
003290     88  WS-APR-PARM-NOT-FOUND     VALUE '23', '35'.
003300 01  WS-PENDING-STATUS       PIC X(02).
003310     88  WS-PENDING-OK             VALUE '00'.
003320     88  WS-PENDING-NOT-FOUND      VALUE '23', '35'.
003330 01  WS-PND-CTL-STATUS       PIC X(02).
003340     88  WS-PND-CTL-OK             VALUE '00'.
003350     88  WS-PND-CTL-NOT-FOUND      VALUE '23', '35'.
003360 01  WS-APPROVAL-LOG-STATUS  PIC X(02).
003370     88  WS-APPROVAL-LOG-OK        VALUE '00'.
003380     88  WS-APPROVAL-LOG-NOT-FOUND VALUE '23', '35'.
003390*
003400*    THE BATCH, LOADED UP FRONT SO THE ONE PASS OVER SUSPENSE
003410*    CAN TEST EVERY ROW AGAINST EVERY TRANSACTION.  OVERFLOW
003420*    TRANSACTIONS ARE REFUSED LOUDLY -- SILENTLY SKIPPING A
003430*    CORRECTION WOULD SEND SOMEONE BACK TO HAND-EDITING.
003440 77  WS-MAX-TRANS            PIC 9(03) COMP VALUE 100.
003450 77  WS-TRANS-TAB-COUNT      PIC 9(03) COMP VALUE 0.
003460 77  WS-TRANS-IDX            PIC 9(03) COMP VALUE 0.
003470 77  WS-TRANS-LOST-COUNT     PIC 9(03) COMP VALUE 0.
003480 01  WS-TRANS-TAB.
003490     05  WS-TRANS-ENTRY      OCCURS 100 TIMES.
003500         10  WS-TRN-ACTION       PIC X(07).
003510         10  WS-TRN-NAME         PIC X(30).
003520         10  WS-TRN-ZIP          PIC X(05).
003530         10  WS-TRN-FIELD        PIC X(10).
003540         10  WS-TRN-VALUE        PIC X(30).
003550         10  WS-TRN-APPLIED      PIC X(01).
003560*            Q = A PURGE TO BE QUEUED FOR A SECOND OPERATOR WHEN
003570*            ITS ROW GOES BY; A = APPLY AS USUAL.  THE STAMP IS
003580*            WHO ENTERED IT, WHO APPROVED IT, AND WHY; AN
003590*            APPROVED PURGE ALSO CARRIES ITS PENDING ITEM
003600*            NUMBER AND THE APPROVER'S REASON, SO THE ITEM IS
003610*            SETTLED ONCE THE BATCH SHOWS WHETHER IT APPLIED.
003620         10  WS-TRN-MODE         PIC X(01).
003630             88  WS-TRN-QUEUE          VALUE 'Q'.
003640         10  WS-TRN-OPERATOR     PIC X(08).
003650         10  WS-TRN-APPROVER     PIC X(08).
003660         10  WS-TRN-REASON       PIC X(04).
003670         10  WS-TRN-PENDING-ID   PIC 9(06).
003680         10  WS-TRN-CHECK-REASON PIC X(04).
003690*    THE MODE AND STAMP FOR THE TRANSACTION BEING HELD, AND THE
003700*    ENTRY THAT PURGED THE CURRENT ROW.
003710 01  WS-HOLD-STAMP.
003720     05  WS-HOLD-MODE            PIC X(01).
003730     05  WS-HOLD-OPERATOR        PIC X(08).
003740     05  WS-HOLD-APPROVER        PIC X(08).
003750     05  WS-HOLD-REASON          PIC X(04).
003760     05  WS-HOLD-PENDING-ID      PIC 9(06).
003770     05  WS-HOLD-CHECK-REASON    PIC X(04).
003780 77  WS-PURGE-TRANS-IDX      PIC 9(03) COMP VALUE 0.
003790*
003800*    OPERATOR ROSTER, LOADED ONCE AT START.
003810 77  WS-MAX-OPERATOR         PIC 9(05) COMP VALUE 500.
003820 77  WS-OPERATOR-COUNT       PIC 9(05) COMP VALUE 0.
003830 77  WS-OPERATOR-LOST        PIC 9(05) COMP VALUE 0.
003840 77  WS-OPR-IDX              PIC 9(05) COMP VALUE 0.
003850 01  WS-OPERATOR-TABLE.
003860     05  WS-OPERATOR-ENTRY OCCURS 500 TIMES.
003870         10  WS-OPR-ID           PIC X(08).
003880         10  WS-OPR-STATUS       PIC X(01).
003890*    THE OPERATOR DECIDING A PENDING ITEM AND THEIR REASON CODE,
003900*    BLANK ON QUEUED AND EXPIRED LINES.
003910 01  WS-CHECKER.
003920     05  WS-CHECKER-ID           PIC X(08).
003930     05  WS-CHECKER-REASON       PIC X(04).
003940*    WHY AN APPROVED PURGE WAS NOT APPLIED, FOR ITS FAILED LINE.
003950 77  WS-APPLY-FAIL-REASON    PIC X(40).
003960*    PENDING-ITEM AGING: DAYS ALLOWED AND THE LAST ITEM NUMBER
003970*    CLAIMED.
003980 77  WS-EXPIRY-DAYS          PIC 9(03) VALUE 7.
003990 77  WS-LAST-PENDING-ID      PIC 9(06) VALUE 0.
004000 77  WS-PND-DAY-NUM          PIC 9(07) COMP VALUE 0.
004010 77  WS-PND-AGE-DAYS         PIC S9(07) COMP VALUE 0.
004020*
004030*    AGING AND REASON-SELECTOR WORK AREAS.  DAY NUMBERS DRIVE
004040*    THE AGE TEST, AS IN THE NIGHTLY MERGE'S AGING SUMMARY.
004050 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
004060 77  WS-RUN-DAY-NUM          PIC 9(07) COMP VALUE 0.
004070 77  WS-SUS-DAY-NUM          PIC 9(07) COMP VALUE 0.
004080 77  WS-SUS-AGE-DAYS         PIC S9(07) COMP VALUE 0.
004090 01  WS-AGE-LIMIT-X          PIC X(03).
004100 01  WS-AGE-LIMIT-9 REDEFINES WS-AGE-LIMIT-X
004110                             PIC 9(03).
004120 77  WS-SEL-LEN              PIC 9(02) COMP VALUE 0.
004130 77  WS-SEL-CHAR-IDX         PIC 9(02) COMP VALUE 0.
004140 77  WS-REASON-POS           PIC 9(02) COMP VALUE 0.
004150*
004160*    COUNTERS
004170 77  WS-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
004180 77  WS-ROW-COUNT            PIC 9(05) COMP VALUE 0.
004190 77  WS-LISTED-COUNT         PIC 9(05) COMP VALUE 0.
004200 77  WS-SHOWN-COUNT          PIC 9(05) COMP VALUE 0.
004210 77  WS-FIXED-COUNT          PIC 9(05) COMP VALUE 0.
004220 77  WS-PURGED-COUNT         PIC 9(05) COMP VALUE 0.
004230 77  WS-KEPT-COUNT           PIC 9(05) COMP VALUE 0.
004240 77  WS-NOT-FOUND-COUNT      PIC 9(05) COMP VALUE 0.
004250 77  WS-BAD-TRANS-COUNT      PIC 9(05) COMP VALUE 0.
004260 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE 0.
004270 77  WS-QUEUED-COUNT         PIC 9(05) COMP VALUE 0.
004280 77  WS-APPROVED-COUNT       PIC 9(05) COMP VALUE 0.
004290 77  WS-DECLINED-COUNT       PIC 9(05) COMP VALUE 0.
004300 77  WS-FAILED-COUNT         PIC 9(05) COMP VALUE 0.
004310 77  WS-EXPIRED-COUNT        PIC 9(05) COMP VALUE 0.
004320 77  WS-AWAITING-COUNT       PIC 9(05) COMP VALUE 0.
004330*
004340 PROCEDURE DIVISION.
004350*
004360 0000-MAINLINE.
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004380     IF TRANS-AVAILABLE AND SUSPENSE-AVAILABLE
004390         PERFORM 2000-APPLY-BATCH-TO-SUSPENSE THRU 2000-EXIT
004400         PERFORM 8100-PROMOTE-NEW-GENERATION THRU 8100-EXIT
004410         PERFORM 8150-SETTLE-APPROVED-PURGES THRU 8150-EXIT
004420         PERFORM 8200-REPORT-UNMATCHED-TRANS THRU 8200-EXIT
004430     END-IF
004440     PERFORM 8000-TERMINATE THRU 8000-EXIT
004450     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
004460     STOP RUN.
004470*
004480*****************************************************************
004490*    1000-INITIALIZE - LOAD THE BATCH, PROVE SUSPENSE EXISTS,   *
004500*    AND OPEN THE NEW GENERATION AND THE PURGE LOG.             *
004510*****************************************************************
004520 1000-INITIALIZE.
004530*    THE NIGHT BELONGS TO MERGE-CSV: WHILE ITS TOKEN IS ACTIVE
004540*    NOTHING IS OPENED AND THE BATCH IS REFUSED.
004550     PERFORM 1050-CHECK-RUN-TOKEN THRU 1050-EXIT
004560     IF NIGHTLY-RUN-ACTIVE
004570         GO TO 1000-EXIT
004580     END-IF
004590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004600     COMPUTE WS-RUN-DAY-NUM =
004610         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
004620     PERFORM 1200-LOAD-OPERATOR-ROSTER THRU 1200-EXIT
004630     PERFORM 1250-LOAD-APPROVAL-PARM THRU 1250-EXIT
004640*    THE APPROVAL LOG IS KEPT EVIDENCE, SO IT IS ALWAYS EXTENDED;
004650*    THE PENDING QUEUE IS CREATED EMPTY THE FIRST TIME IT IS
004660*    NEEDED.  AGING RUNS EVERY TIME, TRANSACTIONS OR NOT.
004670     OPEN EXTEND APPROVAL-LOG-FILE
004680     IF WS-APPROVAL-LOG-NOT-FOUND
004690         OPEN OUTPUT APPROVAL-LOG-FILE
004700     END-IF
004710     OPEN I-O PENDING-FILE
004720     IF WS-PENDING-NOT-FOUND
004730         OPEN OUTPUT PENDING-FILE
004740         CLOSE PENDING-FILE
004750         OPEN I-O PENDING-FILE
004760     END-IF
004770     SET QUEUE-OPENED TO TRUE
004780     MOVE "," TO APL-SEP-1
004790     MOVE "," TO APL-SEP-2
004800     MOVE "," TO APL-SEP-3
004810     MOVE "," TO APL-SEP-4
004820     MOVE "," TO APL-SEP-5
004830     MOVE "," TO APL-SEP-6
004840     MOVE "," TO APL-SEP-7
004850     MOVE "," TO APL-SEP-8
004860     MOVE "," TO APL-SEP-9
004870     MOVE "," TO APL-SEP-10
004880     PERFORM 1300-EXPIRE-PENDING-ITEMS THRU 1300-EXIT
004890*    SUSPENSE IS PROVED BEFORE THE BATCH IS LOADED, SO AN APPROVE
004900*    IS NEVER TAKEN OFF THE QUEUE IN A BATCH THAT CANNOT APPLY IT.
004910     OPEN INPUT SUSPENSE-FILE
004920     IF WS-SUSPENSE-OK
004930         MOVE 'Y' TO WS-SUSPENSE-AVAIL-SW
004940     ELSE
004950         DISPLAY "SUSPENSE-MAINT: SUSPENSE.DAT NOT AVAILABLE"
004960                 " (STATUS " WS-SUSPENSE-STATUS ")"
004970     END-IF
004980     OPEN INPUT SUS-TRANS-FILE
004990     IF WS-TRANS-OK
005000         MOVE 'Y' TO WS-TRANS-AVAIL-SW
005010         PERFORM 1100-LOAD-ALL-TRANS THRU 1100-EXIT
005020         CLOSE SUS-TRANS-FILE
005030     ELSE
005040         DISPLAY "SUSPENSE-MAINT: NO SUS-TRANS.DAT PRESENT"
005050     END-IF
005060     IF TRANS-AVAILABLE AND SUSPENSE-AVAILABLE
005070         OPEN OUTPUT SUSPENSE-WORK-FILE
005080*        THE PURGE LOG IS KEPT EVIDENCE, SO IT IS ALWAYS
005090*        EXTENDED; "FILE NOT FOUND" ON THE EXTEND MEANS CREATE.
005100         OPEN EXTEND PURGE-LOG-FILE
005110         IF WS-PURGE-NOT-FOUND
005120             OPEN OUTPUT PURGE-LOG-FILE
005130         END-IF
005140         MOVE "," TO PRG-SEP-1
005150         MOVE "," TO PRG-SEP-2
005160         MOVE "," TO PRG-SEP-3
005170         MOVE "," TO PRG-SEP-4
005180         MOVE "," TO PRG-SEP-5
005190         MOVE "," TO PRG-SEP-6
005200         MOVE "," TO SWK-SEP-1
005210         MOVE "," TO SWK-SEP-2
005220         MOVE "," TO SWK-SEP-3
005230         MOVE "," TO SWK-SEP-4
005240     END-IF.
005250 1000-EXIT.
005260     EXIT.
005270*
005280*    A MISSING TOKEN FILE JUST MEANS THE NIGHTLY MERGE HAS
005290*    NEVER RUN WITH ONE -- NOTHING TO WAIT FOR.
005300 1050-CHECK-RUN-TOKEN.
005310     OPEN INPUT RUN-TOKEN-FILE
005320     IF WS-TOKEN-NOT-FOUND
005330         GO TO 1050-EXIT
005340     END-IF
005350     READ RUN-TOKEN-FILE
005360         AT END
005370             CONTINUE
005380         NOT AT END
005390             IF TOKEN-ACTIVE
005400                 MOVE 'Y' TO WS-RUN-ACTIVE-SW
005410                 DISPLAY "SUSPENSE-MAINT: NIGHTLY RUN IN"
005420                         " PROGRESS, STARTED "
005430                         TOK-START-TIME (1:2) ":"
005440                         TOK-START-TIME (3:2)
005450                         " - TRY AGAIN AFTER IT COMPLETES"
005460             END-IF
005470     END-READ
005480     CLOSE RUN-TOKEN-FILE.
005490 1050-EXIT.
005500     EXIT.
005510*
005520 1100-LOAD-ALL-TRANS.
005530     PERFORM 1110-READ-ONE-TRANS THRU 1110-EXIT
005540         UNTIL TRANS-EOF.
005550 1100-EXIT.
005560     EXIT.
005570*
005580 1110-READ-ONE-TRANS.
005590     READ SUS-TRANS-FILE
005600         AT END
005610             SET TRANS-EOF TO TRUE
005620         NOT AT END
005630             ADD 1 TO WS-TRANS-COUNT
005640             PERFORM 1120-HOLD-ONE-TRANS THRU 1120-EXIT
005650     END-READ.
005660 1110-EXIT.
005670     EXIT.
005680*
005690 1120-HOLD-ONE-TRANS.
005700     IF SMT-ACTION NOT = "LIST"
005710        AND SMT-ACTION NOT = "SHOW"
005720        AND SMT-ACTION NOT = "FIX"
005730        AND SMT-ACTION NOT = "PURGE"
005740        AND SMT-ACTION NOT = "APPROVE"
005750        AND SMT-ACTION NOT = "DECLINE"
005760         ADD 1 TO WS-BAD-TRANS-COUNT
005770         DISPLAY "UNKNOWN ACTION: " SMT-ACTION
005780                 " FOR " SMT-NAME " " SMT-ZIP
005790         GO TO 1120-EXIT
005800     END-IF
005810     PERFORM 1130-CHECK-OPERATOR THRU 1130-EXIT
005820     IF NOT OPERATOR-ON-ROSTER
005830         ADD 1 TO WS-REFUSED-COUNT
005840         DISPLAY "REFUSED - OPERATOR '" SMT-OPERATOR
005850                 "' NOT ACTIVE ON THE ROSTER: " SMT-ACTION
005860                 " " SMT-NAME " " SMT-ZIP
005870         GO TO 1120-EXIT
005880     END-IF
005890     IF SMT-REASON = SPACES
005900        AND SMT-ACTION NOT = "LIST"
005910        AND SMT-ACTION NOT = "SHOW"
005920         ADD 1 TO WS-REFUSED-COUNT
005930         DISPLAY "REFUSED - NO REASON CODE: " SMT-ACTION
005940                 " " SMT-NAME " " SMT-ZIP
005950         GO TO 1120-EXIT
005960     END-IF
005970     IF SMT-ACTION = "APPROVE" OR SMT-ACTION = "DECLINE"
005980         PERFORM 1150-DECIDE-PENDING-ITEM THRU 1150-EXIT
005990         GO TO 1120-EXIT
006000     END-IF
006010*    A PURGE IS HELD TO BE QUEUED, NOT APPLIED, WHEN ITS ROW
006020*    GOES BY; EVERYTHING ELSE APPLIES UNDER THE OPERATOR'S STAMP.
006030     IF SMT-ACTION = "PURGE"
006040         MOVE 'Q' TO WS-HOLD-MODE
006050     ELSE
006060         MOVE 'A' TO WS-HOLD-MODE
006070     END-IF
006080     MOVE SMT-OPERATOR TO WS-HOLD-OPERATOR
006090     MOVE SPACES       TO WS-HOLD-APPROVER
006100     MOVE SMT-REASON   TO WS-HOLD-REASON
006110     MOVE ZERO         TO WS-HOLD-PENDING-ID
006120     MOVE SPACES       TO WS-HOLD-CHECK-REASON
006130     PERFORM 1140-ADD-TO-BATCH THRU 1140-EXIT.
006140 1120-EXIT.
006150     EXIT.
006160*
006170*    THE OPERATOR MUST BE ON THE ROSTER WITH STATUS A.
006180 1130-CHECK-OPERATOR.
006190     MOVE 'N' TO WS-OPERATOR-OK-SW
006200     IF SMT-OPERATOR = SPACES
006210         GO TO 1130-EXIT
006220     END-IF
006230     MOVE 1 TO WS-OPR-IDX
006240     PERFORM 1131-CHECK-ONE-OPERATOR THRU 1131-EXIT
006250         UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
006260            OR OPERATOR-ON-ROSTER.
006270 1130-EXIT.
006280     EXIT.
006290*
006300 1131-CHECK-ONE-OPERATOR.
006310     IF WS-OPR-ID (WS-OPR-IDX) = SMT-OPERATOR
006320        AND WS-OPR-STATUS (WS-OPR-IDX) = "A"
006330         MOVE 'Y' TO WS-OPERATOR-OK-SW
006340     END-IF
006350     ADD 1 TO WS-OPR-IDX.
006360 1131-EXIT.
006370     EXIT.
006380*
006390*    HOLD THE TRANSACTION IN THE RECORD AREA, WITH THE MODE AND
006400*    STAMP IN WS-HOLD-STAMP, FOR THE ONE PASS.
006410 1140-ADD-TO-BATCH.
006420     IF WS-TRANS-TAB-COUNT < WS-MAX-TRANS
006430         ADD 1 TO WS-TRANS-TAB-COUNT
006440         MOVE SMT-ACTION TO WS-TRN-ACTION (WS-TRANS-TAB-COUNT)
006450         MOVE SMT-NAME   TO WS-TRN-NAME (WS-TRANS-TAB-COUNT)
006460         MOVE SMT-ZIP    TO WS-TRN-ZIP (WS-TRANS-TAB-COUNT)
006470         MOVE SMT-FIELD  TO WS-TRN-FIELD (WS-TRANS-TAB-COUNT)
006480         MOVE SMT-VALUE  TO WS-TRN-VALUE (WS-TRANS-TAB-COUNT)
006490         MOVE 'N'        TO WS-TRN-APPLIED (WS-TRANS-TAB-COUNT)
006500         MOVE WS-HOLD-MODE
006510                         TO WS-TRN-MODE (WS-TRANS-TAB-COUNT)
006520         MOVE WS-HOLD-OPERATOR
006530                         TO WS-TRN-OPERATOR (WS-TRANS-TAB-COUNT)
006540         MOVE WS-HOLD-APPROVER
006550                         TO WS-TRN-APPROVER (WS-TRANS-TAB-COUNT)
006560         MOVE WS-HOLD-REASON
006570                         TO WS-TRN-REASON (WS-TRANS-TAB-COUNT)
006580         MOVE WS-HOLD-PENDING-ID
006590                         TO WS-TRN-PENDING-ID (WS-TRANS-TAB-COUNT)
006600         MOVE WS-HOLD-CHECK-REASON
006610                     TO WS-TRN-CHECK-REASON (WS-TRANS-TAB-COUNT)
006620     ELSE
006630         ADD 1 TO WS-TRANS-LOST-COUNT
006640         DISPLAY "*** BATCH FULL - " SMT-ACTION " FOR "
006650                 SMT-NAME " NOT APPLIED - RAISE WS-MAX-TRANS ***"
006660     END-IF.
006670 1140-EXIT.
006680     EXIT.
006690*
006700*****************************************************************
006710*    1150-DECIDE-PENDING-ITEM - A SECOND OPERATOR APPROVES OR   *
006720*    DECLINES A QUEUED PURGE.  THE OPERATOR WHO QUEUED IT CAN   *
006730*    NEVER DECIDE IT.  AN APPROVED PURGE JOINS THIS BATCH, TO   *
006740*    BE APPLIED IN THE ONE PASS STAMPED WITH BOTH OPERATORS.    *
006750*    IT STAYS ON THE QUEUE UNTIL 8150 SEES WHETHER IT APPLIED.  *
006760*    AN ITEM IS DECIDED ONCE PER BATCH.                         *
006770*****************************************************************
006780 1150-DECIDE-PENDING-ITEM.
006790     IF SMT-PENDING-ID NOT NUMERIC
006800         ADD 1 TO WS-BAD-TRANS-COUNT
006810         DISPLAY SMT-ACTION " REFUSED - NO PENDING ITEM NUMBER"
006820         GO TO 1150-EXIT
006830     END-IF
006840     MOVE SMT-PENDING-ID TO PND-ID
006850     READ PENDING-FILE
006860         INVALID KEY
006870             ADD 1 TO WS-BAD-TRANS-COUNT
006880             DISPLAY SMT-ACTION " REFUSED - NO PENDING ITEM "
006890                     SMT-PENDING-ID " (ALREADY DECIDED, EXPIRED,"
006900                     " OR NEVER QUEUED)"
006910             GO TO 1150-EXIT
006920     END-READ
006930     IF PND-MAKER = SMT-OPERATOR
006940         ADD 1 TO WS-REFUSED-COUNT
006950         DISPLAY SMT-ACTION " REFUSED - ITEM " PND-ID
006960                 " WAS QUEUED BY " PND-MAKER
006970                 "; A DIFFERENT OPERATOR MUST DECIDE IT"
006980         GO TO 1150-EXIT
006990     END-IF
007000     PERFORM 1160-FIND-ITEM-IN-BATCH THRU 1160-EXIT
007010     IF ITEM-IN-BATCH
007020         ADD 1 TO WS-BAD-TRANS-COUNT
007030         DISPLAY SMT-ACTION " REFUSED - ITEM " PND-ID
007040                 " IS ALREADY APPROVED IN THIS BATCH"
007050         GO TO 1150-EXIT
007060     END-IF
007070     MOVE SMT-OPERATOR TO WS-CHECKER-ID
007080     MOVE SMT-REASON   TO WS-CHECKER-REASON
007090     IF SMT-ACTION = "DECLINE"
007100         MOVE "DECLINED" TO APL-OUTCOME
007110         PERFORM 4900-WRITE-APPROVAL-LOG THRU 4900-EXIT
007120         DISPLAY "DECLINED ITEM " PND-ID ": " PND-ACTION " "
007130                 PND-NAME " " PND-ZIP " (QUEUED BY " PND-MAKER ")"
007140         DELETE PENDING-FILE RECORD
007150         ADD 1 TO WS-DECLINED-COUNT
007160         SUBTRACT 1 FROM WS-AWAITING-COUNT
007170         GO TO 1150-EXIT
007180     END-IF
007190*    AN APPROVAL STAYS ON THE QUEUE UNLESS THIS BATCH CAN
007200*    ACTUALLY CARRY IT OUT.
007210     IF NOT SUSPENSE-AVAILABLE
007220        OR WS-TRANS-TAB-COUNT NOT < WS-MAX-TRANS
007230         ADD 1 TO WS-BAD-TRANS-COUNT
007240         DISPLAY "APPROVE OF ITEM " PND-ID " NOT TAKEN - SUSPENSE"
007250                 " UNAVAILABLE OR BATCH FULL; ITEM STAYS QUEUED"
007260         GO TO 1150-EXIT
007270     END-IF
007280     DISPLAY "APPROVED ITEM " PND-ID ": " PND-ACTION " "
007290             PND-NAME " " PND-ZIP " (QUEUED BY " PND-MAKER ")"
007300     MOVE 'A'           TO WS-HOLD-MODE
007310     MOVE PND-MAKER     TO WS-HOLD-OPERATOR
007320     MOVE WS-CHECKER-ID TO WS-HOLD-APPROVER
007330     MOVE PND-REASON    TO WS-HOLD-REASON
007340     MOVE PND-ID        TO WS-HOLD-PENDING-ID
007350     MOVE WS-CHECKER-REASON TO WS-HOLD-CHECK-REASON
007360     MOVE PND-TRANS     TO SUS-TRANS-RECORD
007370     PERFORM 1140-ADD-TO-BATCH THRU 1140-EXIT.
007380 1150-EXIT.
007390     EXIT.
007400*
007410*    IS THE PENDING ITEM IN THE RECORD AREA ALREADY IN THE BATCH?
007420 1160-FIND-ITEM-IN-BATCH.
007430     MOVE 'N' TO WS-IN-BATCH-SW
007440     PERFORM 1161-CHECK-ONE-BATCH-ITEM THRU 1161-EXIT
007450         VARYING WS-TRANS-IDX FROM 1 BY 1
007460             UNTIL WS-TRANS-IDX > WS-TRANS-TAB-COUNT
007470                OR ITEM-IN-BATCH.
007480 1160-EXIT.
007490     EXIT.
007500*
007510 1161-CHECK-ONE-BATCH-ITEM.
007520     IF WS-TRN-PENDING-ID (WS-TRANS-IDX) = PND-ID
007530         SET ITEM-IN-BATCH TO TRUE
007540     END-IF.
007550 1161-EXIT.
007560     EXIT.
007570*
007580*****************************************************************
007590*    1200-LOAD-OPERATOR-ROSTER - HOLD EVERY ROSTER LINE SO EACH *
007600*    TRANSACTION'S OPERATOR CAN BE CHECKED.  A MISSING ROSTER   *
007610*    LEAVES THE TABLE EMPTY, WHICH REFUSES EVERY TRANSACTION.   *
007620*****************************************************************
007630 1200-LOAD-OPERATOR-ROSTER.
007640     OPEN INPUT OPERATOR-ROSTER-FILE
007650     IF WS-ROSTER-NOT-FOUND
007660         DISPLAY "SUSPENSE-MAINT: NO OPERATOR-ROSTER.DAT - EVERY"
007670                 " TRANSACTION WILL BE REFUSED"
007680         GO TO 1200-EXIT
007690     END-IF
007700     PERFORM 1210-HOLD-ONE-OPERATOR THRU 1210-EXIT
007710         UNTIL ROSTER-EOF
007720     CLOSE OPERATOR-ROSTER-FILE
007730     IF WS-OPERATOR-LOST > 0
007740         DISPLAY "*** OPERATOR ROSTER OVER " WS-MAX-OPERATOR
007750                 " - " WS-OPERATOR-LOST
007760                 " OPERATORS NOT LOADED ***"
007770     END-IF.
007780 1200-EXIT.
007790     EXIT.
007800*
007810 1210-HOLD-ONE-OPERATOR.
007820     READ OPERATOR-ROSTER-FILE
007830         AT END
007840             SET ROSTER-EOF TO TRUE
007850             GO TO 1210-EXIT
007860     END-READ
007870     IF OPR-ID = SPACES
007880         GO TO 1210-EXIT
007890     END-IF
007900     IF WS-OPERATOR-COUNT NOT < WS-MAX-OPERATOR
007910         ADD 1 TO WS-OPERATOR-LOST
007920         GO TO 1210-EXIT
007930     END-IF
007940     ADD 1 TO WS-OPERATOR-COUNT
007950     MOVE OPR-ID     TO WS-OPR-ID (WS-OPERATOR-COUNT)
007960     MOVE OPR-STATUS TO WS-OPR-STATUS (WS-OPERATOR-COUNT).
007970 1210-EXIT.
007980     EXIT.
007990*
008000*    A MISSING OR NON-NUMERIC PARAMETER LEAVES THE 7-DAY DEFAULT.
008010 1250-LOAD-APPROVAL-PARM.
008020     OPEN INPUT APPROVAL-PARM-FILE
008030     IF WS-APR-PARM-NOT-FOUND
008040         GO TO 1250-EXIT
008050     END-IF
008060     READ APPROVAL-PARM-FILE
008070         AT END
008080             CONTINUE
008090         NOT AT END
008100             IF APR-EXPIRY-DAYS NUMERIC
008110                 MOVE APR-EXPIRY-DAYS TO WS-EXPIRY-DAYS
008120             END-IF
008130     END-READ
008140     CLOSE APPROVAL-PARM-FILE.
008150 1250-EXIT.
008160     EXIT.
008170*
008180*****************************************************************
008190*    1300-EXPIRE-PENDING-ITEMS - WALK THE PENDING QUEUE.  AN    *
008200*    ITEM WAITING MORE THAN THE ALLOWED DAYS IS LOGGED EXPIRED, *
008210*    REPORTED, AND DROPPED UNAPPLIED; THE REST ARE COUNTED AS   *
008220*    STILL AWAITING A SECOND OPERATOR.                          *
008230*****************************************************************
008240 1300-EXPIRE-PENDING-ITEMS.
008250     MOVE 'N' TO WS-PENDING-EOF-SW
008260     MOVE ZERO TO PND-ID
008270     START PENDING-FILE KEY IS NOT LESS THAN PND-ID
008280         INVALID KEY
008290             SET PENDING-EOF TO TRUE
008300     END-START
008310     PERFORM 1310-AGE-ONE-PENDING-ITEM THRU 1310-EXIT
008320         UNTIL PENDING-EOF.
008330 1300-EXIT.
008340     EXIT.
008350*
008360 1310-AGE-ONE-PENDING-ITEM.
008370     READ PENDING-FILE NEXT RECORD
008380         AT END
008390             SET PENDING-EOF TO TRUE
008400             GO TO 1310-EXIT
008410     END-READ
008420     COMPUTE WS-PND-DAY-NUM =
008430         FUNCTION INTEGER-OF-DATE(PND-QUEUED-DATE)
008440     COMPUTE WS-PND-AGE-DAYS = WS-RUN-DAY-NUM - WS-PND-DAY-NUM
008450     IF WS-PND-AGE-DAYS NOT > WS-EXPIRY-DAYS
008460         ADD 1 TO WS-AWAITING-COUNT
008470         GO TO 1310-EXIT
008480     END-IF
008490     MOVE SPACES TO WS-CHECKER
008500     MOVE "EXPIRED" TO APL-OUTCOME
008510     PERFORM 4900-WRITE-APPROVAL-LOG THRU 4900-EXIT
008520     DISPLAY "EXPIRED UNAPPROVED ITEM " PND-ID ": " PND-ACTION
008530             " " PND-NAME " " PND-ZIP " QUEUED " PND-QUEUED-DATE
008540             " BY " PND-MAKER
008550     DELETE PENDING-FILE RECORD
008560     ADD 1 TO WS-EXPIRED-COUNT.
008570 1310-EXIT.
008580     EXIT.
008590*
008600*****************************************************************
008610*    2000-APPLY-BATCH-TO-SUSPENSE - THE ONE PASS: EVERY ROW IS  *
008620*    READ, TESTED AGAINST EVERY TRANSACTION, AND WRITTEN TO     *
008630*    THE NEW GENERATION UNLESS A PURGE RETIRED IT.              *
008640*****************************************************************
008650 2000-APPLY-BATCH-TO-SUSPENSE.
008660     PERFORM 3000-PROCESS-ONE-ROW THRU 3000-EXIT
008670         UNTIL SUSPENSE-EOF
008680     CLOSE SUSPENSE-FILE
008690     CLOSE SUSPENSE-WORK-FILE.
008700 2000-EXIT.
008710     EXIT.
008720*
008730 3000-PROCESS-ONE-ROW.
008740     READ SUSPENSE-FILE
008750         AT END
008760             SET SUSPENSE-EOF TO TRUE
008770         NOT AT END
008780             ADD 1 TO WS-ROW-COUNT
008790             MOVE 'N' TO WS-ROW-PURGED-SW
008800             MOVE ZERO TO WS-PURGE-TRANS-IDX
008810             PERFORM 3100-APPLY-ONE-TRANS THRU 3100-EXIT
008820                 VARYING WS-TRANS-IDX FROM 1 BY 1
008830                     UNTIL WS-TRANS-IDX > WS-TRANS-TAB-COUNT
008840             IF ROW-PURGED
008850                 PERFORM 3500-LOG-PURGED-ROW THRU 3500-EXIT
008860                 ADD 1 TO WS-PURGED-COUNT
008870             ELSE
008880                 MOVE SUS-FIRST-DATE  TO SWK-FIRST-DATE
008890                 MOVE SUS-RETRY-COUNT TO SWK-RETRY-COUNT
008900                 MOVE SUS-REASON      TO SWK-REASON
008910                 MOVE SUS-IMAGE       TO SWK-IMAGE
008920                 MOVE SUS-SOURCE      TO SWK-SOURCE
008930                 WRITE SUSPENSE-WORK-RECORD
008940                 ADD 1 TO WS-KEPT-COUNT
008950             END-IF
008960     END-READ.
008970 3000-EXIT.
008980     EXIT.
008990*
009000 3100-APPLY-ONE-TRANS.
009010     EVALUATE WS-TRN-ACTION (WS-TRANS-IDX)
009020         WHEN "LIST"
009030             PERFORM 3200-TEST-LIST-SELECTOR THRU 3200-EXIT
009040             IF ROW-SELECTED
009050                 ADD 1 TO WS-LISTED-COUNT
009060                 MOVE 'Y' TO WS-TRN-APPLIED (WS-TRANS-IDX)
009070                 DISPLAY "  " SUS-NAME " " SUS-ZIP
009080                         " HELD SINCE " SUS-FIRST-DATE
009090                         " (RETRIES " SUS-RETRY-COUNT ") "
009100                         SUS-REASON
009110             END-IF
009120         WHEN "SHOW"
009130             IF SUS-NAME = WS-TRN-NAME (WS-TRANS-IDX)
009140                AND SUS-ZIP = WS-TRN-ZIP (WS-TRANS-IDX)
009150                 MOVE 'Y' TO WS-TRN-APPLIED (WS-TRANS-IDX)
009160                 PERFORM 3300-SHOW-ONE-ROW THRU 3300-EXIT
009170             END-IF
009180         WHEN "FIX"
009190             IF SUS-NAME = WS-TRN-NAME (WS-TRANS-IDX)
009200                AND SUS-ZIP = WS-TRN-ZIP (WS-TRANS-IDX)
009210                 MOVE 'Y' TO WS-TRN-APPLIED (WS-TRANS-IDX)
009220                 PERFORM 3400-FIX-ONE-FIELD THRU 3400-EXIT
009230             END-IF
009240         WHEN "PURGE"
009250             IF SUS-NAME = WS-TRN-NAME (WS-TRANS-IDX)
009260                AND SUS-ZIP = WS-TRN-ZIP (WS-TRANS-IDX)
009270                 IF WS-TRN-QUEUE (WS-TRANS-IDX)
009280                     IF WS-TRN-APPLIED (WS-TRANS-IDX) = 'N'
009290                         PERFORM 3600-QUEUE-PURGE THRU 3600-EXIT
009300                     END-IF
009310                 ELSE
009320                     SET ROW-PURGED TO TRUE
009330                     MOVE WS-TRANS-IDX TO WS-PURGE-TRANS-IDX
009340                 END-IF
009350                 MOVE 'Y' TO WS-TRN-APPLIED (WS-TRANS-IDX)
009360             END-IF
009370     END-EVALUATE.
009380 3100-EXIT.
009390     EXIT.
009400*
009410*****************************************************************
009420*    3200-TEST-LIST-SELECTOR - A BLANK FIELD TAKES EVERY ROW;   *
009430*    "REASON" TAKES ROWS WHOSE REASON CONTAINS THE VALUE TEXT;  *
009440*    "AGE" TAKES ROWS HELD AT LEAST THE GIVEN NUMBER OF DAYS.   *
009450*****************************************************************
009460 3200-TEST-LIST-SELECTOR.
009470     MOVE 'N' TO WS-SELECTED-SW
009480     EVALUATE WS-TRN-FIELD (WS-TRANS-IDX)
009490         WHEN SPACES
009500             SET ROW-SELECTED TO TRUE
009510         WHEN "REASON"
009520             PERFORM 3210-SEARCH-REASON-TEXT THRU 3210-EXIT
009530             IF REASON-TEXT-FOUND
009540                 SET ROW-SELECTED TO TRUE
009550             END-IF
009560         WHEN "AGE"
009570             MOVE WS-TRN-VALUE (WS-TRANS-IDX) (1:3)
009580                 TO WS-AGE-LIMIT-X
009590             IF WS-AGE-LIMIT-X NUMERIC
009600                 COMPUTE WS-SUS-DAY-NUM =
009610                     FUNCTION INTEGER-OF-DATE(SUS-FIRST-DATE)
009620                 COMPUTE WS-SUS-AGE-DAYS =
009630                     WS-RUN-DAY-NUM - WS-SUS-DAY-NUM
009640                 IF WS-SUS-AGE-DAYS >= WS-AGE-LIMIT-9
009650                     SET ROW-SELECTED TO TRUE
009660                 END-IF
009670             END-IF
009680         WHEN OTHER
009690             CONTINUE
009700     END-EVALUATE.
009710 3200-EXIT.
009720     EXIT.
009730*
009740*    DOES THE SELECTOR TEXT APPEAR ANYWHERE IN THE REASON?
009750*    THE TEXT'S USED LENGTH IS FOUND BY THE SAME BACKWARD SCAN
009760*    THE NIGHTLY MERGE USES ON ITS FIXED-WIDTH FIELDS.
009770 3210-SEARCH-REASON-TEXT.
009780     MOVE 'N' TO WS-REASON-HIT-SW
009790     PERFORM 3220-FIND-SELECTOR-LEN THRU 3220-EXIT
009800     IF WS-SEL-LEN = ZERO
009810         GO TO 3210-EXIT
009820     END-IF
009830     PERFORM 3230-COMPARE-AT-ONE-POS THRU 3230-EXIT
009840         VARYING WS-REASON-POS FROM 1 BY 1
009850             UNTIL WS-REASON-POS > 70 - WS-SEL-LEN + 1
009860                OR REASON-TEXT-FOUND.
009870 3210-EXIT.
009880     EXIT.
009890*
009900 3220-FIND-SELECTOR-LEN.
009910     PERFORM 3221-STEP-BACKWARD THRU 3221-EXIT
009920         VARYING WS-SEL-CHAR-IDX FROM 30 BY -1
009930             UNTIL WS-SEL-CHAR-IDX < 1
009940                OR WS-TRN-VALUE (WS-TRANS-IDX)
009950                   (WS-SEL-CHAR-IDX:1) NOT = SPACE
009960     MOVE WS-SEL-CHAR-IDX TO WS-SEL-LEN.
009970 3220-EXIT.
009980     EXIT.
009990*
010000 3221-STEP-BACKWARD.
010010     CONTINUE.
010020 3221-EXIT.
010030     EXIT.
010040*
010050 3230-COMPARE-AT-ONE-POS.
010060     IF SUS-REASON (WS-REASON-POS:WS-SEL-LEN)
010070            = WS-TRN-VALUE (WS-TRANS-IDX) (1:WS-SEL-LEN)
010080         SET REASON-TEXT-FOUND TO TRUE
010090     END-IF.
010100 3230-EXIT.
010110     EXIT.
010120*
010130 3300-SHOW-ONE-ROW.
010140     ADD 1 TO WS-SHOWN-COUNT
010150     DISPLAY "SUSPENSE ROW FOR " SUS-NAME " " SUS-ZIP
010160     DISPLAY "  FIRST FAILED " SUS-FIRST-DATE
010170             " (RETRIES " SUS-RETRY-COUNT ")"
010180     DISPLAY "  REASON . . . " SUS-REASON
010190     DISPLAY "  ADDR . . . . " SUS-ADDR
010200     DISPLAY "  CITY . . . . " SUS-CITY
010210     DISPLAY "  STATE. . . . " SUS-STATE
010220     DISPLAY "  ZIP. . . . . " SUS-ZIP
010230     DISPLAY "  CATEGORY . . " SUS-CATEGORY
010240     DISPLAY "  PHONE. . . . " SUS-PHONE
010250     DISPLAY "  EMAIL. . . . " SUS-EMAIL.
010260 3300-EXIT.
010270     EXIT.
010280*
010290*****************************************************************
010300*    3400-FIX-ONE-FIELD - LAND THE REPLACEMENT IN EXACTLY ONE   *
010310*    NAMED FIELD OF THE IMAGE.  THE FIXED ROW GOES BACK OUT     *
010320*    THROUGH THE NEW GENERATION AND IS RE-PRESENTED TO          *
010330*    VALIDATION BY THE NEXT NIGHTLY RUN AS USUAL.               *
010340*****************************************************************
010350 3400-FIX-ONE-FIELD.
010360     MOVE 'Y' TO WS-FIELD-KNOWN-SW
010370     EVALUATE WS-TRN-FIELD (WS-TRANS-IDX)
010380         WHEN "NAME"
010390             MOVE WS-TRN-VALUE (WS-TRANS-IDX) TO SUS-NAME
010400         WHEN "ADDR"
010410             MOVE WS-TRN-VALUE (WS-TRANS-IDX) TO SUS-ADDR
010420         WHEN "CITY"
010430             MOVE WS-TRN-VALUE (WS-TRANS-IDX) TO SUS-CITY
010440         WHEN "STATE"
010450             MOVE WS-TRN-VALUE (WS-TRANS-IDX) TO SUS-STATE
010460         WHEN "ZIP"
010470             MOVE WS-TRN-VALUE (WS-TRANS-IDX) TO SUS-ZIP
010480         WHEN "CATEGORY"
010490             MOVE WS-TRN-VALUE (WS-TRANS-IDX) TO SUS-CATEGORY
010500         WHEN "PHONE"
010510             MOVE WS-TRN-VALUE (WS-TRANS-IDX) TO SUS-PHONE
010520         WHEN "EMAIL"
010530             MOVE WS-TRN-VALUE (WS-TRANS-IDX) TO SUS-EMAIL
010540         WHEN OTHER
010550             MOVE 'N' TO WS-FIELD-KNOWN-SW
010560     END-EVALUATE
010570     IF FIELD-KNOWN
010580         ADD 1 TO WS-FIXED-COUNT
010590         DISPLAY "FIXED " WS-TRN-FIELD (WS-TRANS-IDX)
010600                 " FOR " SUS-NAME " " SUS-ZIP " BY "
010610                 WS-TRN-OPERATOR (WS-TRANS-IDX) " REASON "
010620                 WS-TRN-REASON (WS-TRANS-IDX)
010630     ELSE
010640         ADD 1 TO WS-BAD-TRANS-COUNT
010650         DISPLAY "UNKNOWN FIELD: " WS-TRN-FIELD (WS-TRANS-IDX)
010660                 " FOR " WS-TRN-NAME (WS-TRANS-IDX) " "
010670                 WS-TRN-ZIP (WS-TRANS-IDX)
010680     END-IF.
010690 3400-EXIT.
010700     EXIT.
010710*
010720 3500-LOG-PURGED-ROW.
010730     MOVE WS-RUN-DATE     TO PRG-RUN-DATE
010740     MOVE SUS-FIRST-DATE  TO PRG-FIRST-DATE
010750     MOVE SUS-REASON      TO PRG-REASON
010760     MOVE SUS-IMAGE       TO PRG-IMAGE
010770     MOVE WS-TRN-OPERATOR (WS-PURGE-TRANS-IDX) TO PRG-OPERATOR
010780     MOVE WS-TRN-APPROVER (WS-PURGE-TRANS-IDX) TO PRG-APPROVER
010790     MOVE WS-TRN-REASON (WS-PURGE-TRANS-IDX)   TO PRG-REASON-CODE
010800     WRITE PURGE-LOG-RECORD
010810     DISPLAY "PURGED " SUS-NAME " " SUS-ZIP
010820             " (HELD SINCE " SUS-FIRST-DATE ")".
010830 3500-EXIT.
010840     EXIT.
010850*
010860*****************************************************************
010870*    3600-QUEUE-PURGE - THE ROW A PURGE NAMES HAS GONE BY: HOLD *
010880*    THE PURGE ON THE PENDING QUEUE UNDER A NEW ITEM NUMBER FOR *
010890*    A SECOND OPERATOR, AND KEEP THE ROW.                       *
010900*****************************************************************
010910 3600-QUEUE-PURGE.
010920     PERFORM 4150-CLAIM-PENDING-ID THRU 4150-EXIT
010930     MOVE WS-LAST-PENDING-ID TO PND-ID
010940     MOVE WS-RUN-DATE        TO PND-QUEUED-DATE
010950     MOVE WS-TRN-OPERATOR (WS-TRANS-IDX) TO PND-MAKER
010960     MOVE WS-TRN-REASON (WS-TRANS-IDX)   TO PND-REASON
010970     MOVE WS-TRN-ACTION (WS-TRANS-IDX)   TO PND-ACTION
010980     MOVE WS-TRN-NAME (WS-TRANS-IDX)     TO PND-NAME
010990     MOVE WS-TRN-ZIP (WS-TRANS-IDX)      TO PND-ZIP
011000     MOVE WS-TRN-FIELD (WS-TRANS-IDX)    TO PND-DETAIL (1:10)
011010     MOVE WS-TRN-VALUE (WS-TRANS-IDX)    TO PND-DETAIL (11:30)
011020     WRITE PENDING-RECORD
011030         INVALID KEY
011040             ADD 1 TO WS-BAD-TRANS-COUNT
011050             DISPLAY "*** PENDING ITEM " PND-ID
011060                     " ALREADY ON FILE -"
011070                     " CHECK SUS-PENDING-CTL.DAT ***"
011080             GO TO 3600-EXIT
011090     END-WRITE
011100     MOVE SPACES TO WS-CHECKER
011110     MOVE "QUEUED" TO APL-OUTCOME
011120     PERFORM 4900-WRITE-APPROVAL-LOG THRU 4900-EXIT
011130     ADD 1 TO WS-QUEUED-COUNT
011140     ADD 1 TO WS-AWAITING-COUNT
011150     DISPLAY "QUEUED FOR APPROVAL AS ITEM " PND-ID ": PURGE "
011160             SUS-NAME " " SUS-ZIP.
011170 3600-EXIT.
011180     EXIT.
011190*
011200*    READ THE KEPT ITEM COUNTER, STEP IT, AND WRITE IT STRAIGHT
011210*    BACK, ONE NUMBER PER QUEUED ITEM.
011220 4150-CLAIM-PENDING-ID.
011230     MOVE ZERO TO WS-LAST-PENDING-ID
011240     OPEN INPUT PENDING-CONTROL-FILE
011250     IF NOT WS-PND-CTL-NOT-FOUND
011260         READ PENDING-CONTROL-FILE
011270             AT END
011280                 CONTINUE
011290             NOT AT END
011300                 MOVE PCT-LAST-ID TO WS-LAST-PENDING-ID
011310         END-READ
011320         CLOSE PENDING-CONTROL-FILE
011330     END-IF
011340     ADD 1 TO WS-LAST-PENDING-ID
011350     OPEN OUTPUT PENDING-CONTROL-FILE
011360     MOVE WS-LAST-PENDING-ID TO PCT-LAST-ID
011370     WRITE PENDING-CONTROL-RECORD
011380     CLOSE PENDING-CONTROL-FILE.
011390 4150-EXIT.
011400     EXIT.
011410*
011420*    ONE APPROVAL-LOG LINE FOR THE PENDING ITEM IN THE RECORD
011430*    AREA; THE CALLER SETS THE OUTCOME AND THE CHECKER.
011440 4900-WRITE-APPROVAL-LOG.
011450     MOVE WS-RUN-DATE       TO APL-RUN-DATE
011460     MOVE "SUSPENSE"        TO APL-QUEUE
011470     MOVE PND-ID            TO APL-ID
011480     MOVE PND-QUEUED-DATE   TO APL-QUEUED-DATE
011490     MOVE PND-MAKER         TO APL-MAKER
011500     MOVE PND-REASON        TO APL-REASON
011510     MOVE WS-CHECKER-ID     TO APL-CHECKER
011520     MOVE WS-CHECKER-REASON TO APL-CHECK-REASON
011530     MOVE PND-TRANS         TO APL-TRANS
011540     MOVE SPACES            TO APL-DETAIL
011550     IF APL-OUTCOME = "FAILED"
011560         MOVE WS-APPLY-FAIL-REASON TO APL-DETAIL
011570     END-IF
011580     WRITE APPROVAL-LOG-RECORD.
011590 4900-EXIT.
011600     EXIT.
011610*
011620*****************************************************************
011630*    8100-PROMOTE-NEW-GENERATION - THE BATCH COMPLETED, SO THE  *
011640*    NEW GENERATION REPLACES SUSPENSE.DAT, THE SAME PROMOTE     *
011650*    THE NIGHTLY MERGE MAKES AT CLEAN END OF RUN.               *
011660*****************************************************************
011670 8100-PROMOTE-NEW-GENERATION.
011680     MOVE 'N' TO WS-WORK-EOF-SW
011690     OPEN INPUT SUSPENSE-WORK-FILE
011700     OPEN OUTPUT SUSPENSE-FILE
011710     PERFORM 8110-COPY-ONE-ROW-BACK THRU 8110-EXIT
011720         UNTIL WORK-EOF
011730     CLOSE SUSPENSE-WORK-FILE
011740     CLOSE SUSPENSE-FILE.
011750 8100-EXIT.
011760     EXIT.
011770*
011780 8110-COPY-ONE-ROW-BACK.
011790     READ SUSPENSE-WORK-FILE
011800         AT END
011810             SET WORK-EOF TO TRUE
011820         NOT AT END
011830             WRITE SUSPENSE-RECORD FROM SUSPENSE-WORK-RECORD
011840     END-READ.
011850 8110-EXIT.
011860     EXIT.
011870*
011880*****************************************************************
011890*    8150-SETTLE-APPROVED-PURGES - THE NEW GENERATION IS IN,    *
011900*    SO EACH APPROVED PURGE IS NOW LOGGED FOR WHAT IT DID:      *
011910*    APPROVED IF ITS ROW WENT BY AND WAS PURGED, FAILED IF THE  *
011920*    ROW WAS NO LONGER IN SUSPENSE.  EITHER WAY THE ITEM LEAVES *
011930*    THE QUEUE, THE FAILED LINE BEING ITS RECORD -- THERE IS NO *
011940*    ROW LEFT FOR IT TO PURGE.                                  *
011950*****************************************************************
011960 8150-SETTLE-APPROVED-PURGES.
011970     PERFORM 8160-SETTLE-ONE-APPROVAL THRU 8160-EXIT
011980         VARYING WS-TRANS-IDX FROM 1 BY 1
011990             UNTIL WS-TRANS-IDX > WS-TRANS-TAB-COUNT.
012000 8150-EXIT.
012010     EXIT.
012020*
012030 8160-SETTLE-ONE-APPROVAL.
012040     IF WS-TRN-PENDING-ID (WS-TRANS-IDX) = ZERO
012050         GO TO 8160-EXIT
012060     END-IF
012070     MOVE WS-TRN-PENDING-ID (WS-TRANS-IDX) TO PND-ID
012080     READ PENDING-FILE
012090         INVALID KEY
012100             DISPLAY "*** APPROVED ITEM " PND-ID
012110                     " NO LONGER ON SUS-PENDING.DAT ***"
012120             GO TO 8160-EXIT
012130     END-READ
012140     MOVE WS-TRN-APPROVER (WS-TRANS-IDX)     TO WS-CHECKER-ID
012150     MOVE WS-TRN-CHECK-REASON (WS-TRANS-IDX) TO WS-CHECKER-REASON
012160     IF WS-TRN-APPLIED (WS-TRANS-IDX) = 'Y'
012170         MOVE "APPROVED" TO APL-OUTCOME
012180         ADD 1 TO WS-APPROVED-COUNT
012190     ELSE
012200         MOVE "FAILED" TO APL-OUTCOME
012210         MOVE "ROW NO LONGER IN SUSPENSE" TO WS-APPLY-FAIL-REASON
012220         ADD 1 TO WS-FAILED-COUNT
012230         DISPLAY "ITEM " PND-ID " NOT APPLIED - "
012240                 WS-APPLY-FAIL-REASON
012250         DISPLAY "  LOGGED FAILED AND TAKEN OFF THE QUEUE"
012260     END-IF
012270     PERFORM 4900-WRITE-APPROVAL-LOG THRU 4900-EXIT
012280     DELETE PENDING-FILE RECORD
012290     SUBTRACT 1 FROM WS-AWAITING-COUNT.
012300 8160-EXIT.
012310     EXIT.
012320*
012330*    A FIX OR PURGE WHOSE KEY NEVER WENT BY NAMES A ROW THAT IS
012340*    NOT IN SUSPENSE -- SAY SO RATHER THAN LETTING THE HELP
012350*    DESK BELIEVE THE CORRECTION LANDED.
012360 8200-REPORT-UNMATCHED-TRANS.
012370     PERFORM 8210-CHECK-ONE-TRANS THRU 8210-EXIT
012380         VARYING WS-TRANS-IDX FROM 1 BY 1
012390             UNTIL WS-TRANS-IDX > WS-TRANS-TAB-COUNT.
012400 8200-EXIT.
012410     EXIT.
012420*
012430 8210-CHECK-ONE-TRANS.
012440     IF WS-TRN-APPLIED (WS-TRANS-IDX) = 'N'
012450        AND (WS-TRN-ACTION (WS-TRANS-IDX) = "FIX"
012460             OR WS-TRN-ACTION (WS-TRANS-IDX) = "PURGE"
012470             OR WS-TRN-ACTION (WS-TRANS-IDX) = "SHOW")
012480         ADD 1 TO WS-NOT-FOUND-COUNT
012490         DISPLAY "NOT IN SUSPENSE: "
012500                 WS-TRN-NAME (WS-TRANS-IDX) " "
012510                 WS-TRN-ZIP (WS-TRANS-IDX)
012520                 " (" WS-TRN-ACTION (WS-TRANS-IDX) ")"
012530     END-IF.
012540 8210-EXIT.
012550     EXIT.
012560*
012570*****************************************************************
012580*    8000-TERMINATE - CLOSE WHAT STAYED OPEN                    *
012590*****************************************************************
012600 8000-TERMINATE.
012610     IF TRANS-AVAILABLE AND SUSPENSE-AVAILABLE
012620         CLOSE PURGE-LOG-FILE
012630     ELSE
012640         IF SUSPENSE-AVAILABLE
012650             CLOSE SUSPENSE-FILE
012660         END-IF
012670     END-IF
012680     IF QUEUE-OPENED
012690         CLOSE APPROVAL-LOG-FILE
012700         CLOSE PENDING-FILE
012710     END-IF.
012720 8000-EXIT.
012730     EXIT.
012740*
012750*****************************************************************
012760*    9000-PRINT-CONTROL-TOTALS - ONE LINE PER OUTCOME SO THE    *
012770*    BATCH CAN BE PROVED OUT.                                   *
012780*****************************************************************
012790 9000-PRINT-CONTROL-TOTALS.
012800     DISPLAY "SUSPENSE-MAINT CONTROL TOTALS"
012810     DISPLAY "-----------------------------"
012820     DISPLAY "TRANSACTIONS READ . . . . . . " WS-TRANS-COUNT
012830     DISPLAY "SUSPENSE ROWS READ. . . . . . " WS-ROW-COUNT
012840     DISPLAY "ROWS LISTED . . . . . . . . . " WS-LISTED-COUNT
012850     DISPLAY "ROWS SHOWN. . . . . . . . . . " WS-SHOWN-COUNT
012860     DISPLAY "FIELDS FIXED. . . . . . . . . " WS-FIXED-COUNT
012870     DISPLAY "ROWS PURGED . . . . . . . . . " WS-PURGED-COUNT
012880     DISPLAY "ROWS KEPT . . . . . . . . . . " WS-KEPT-COUNT
012890     DISPLAY "KEYS NOT IN SUSPENSE. . . . . " WS-NOT-FOUND-COUNT
012900     DISPLAY "REFUSED (OPERATOR/REASON) . . " WS-REFUSED-COUNT
012910     DISPLAY "PURGES QUEUED FOR APPROVAL. . " WS-QUEUED-COUNT
012920     DISPLAY "PURGES APPROVED . . . . . . . " WS-APPROVED-COUNT
012930     DISPLAY "APPROVED BUT NOT APPLIED. . . " WS-FAILED-COUNT
012940     DISPLAY "PURGES DECLINED . . . . . . . " WS-DECLINED-COUNT
012950     DISPLAY "EXPIRED UNAPPROVED. . . . . . " WS-EXPIRED-COUNT
012960     DISPLAY "STILL AWAITING APPROVAL . . . " WS-AWAITING-COUNT
012970     IF WS-TRANS-LOST-COUNT > ZERO
012980         DISPLAY "*** BATCH OVERFLOW - " WS-TRANS-LOST-COUNT
012990                 " TRANSACTIONS NOT APPLIED ***"
013000     END-IF
013010     DISPLAY "INVALID TRANSACTIONS. . . . . " WS-BAD-TRANS-COUNT.
013020 9000-EXIT.
013030     EXIT.
