000180*                OPERATION, CARRYING EVERY KEPT FIELD AND       *
000190*                WRITING THE LINKAGE CONTACT-HISTORY NEEDS TO   *
000200*                FOLLOW THE CONTACT ACROSS THE KEY CHANGE       *
000210*      MERGE   - CONSOLIDATE A PROBABLE DUPLICATE INTO THE      *
000220*                SURVIVING CONTACT NAMED ON THE TRANSACTION:    *
000230*                THE SURVIVOR KEEPS ITS OWN VALUES, FILLS ITS   *
000240*                BLANKS FROM THE RETIRED CONTACT, AND THE       *
000250*                RETIRED KEY IS LINKED TO IT LIKE A RENAME      *
000260*      FIND    - LIST EVERY CONTACT WHOSE EMAIL OR PHONE IS     *
000270*                THE VALUE GIVEN, OR WHOSE NAME CONTAINS IT     *
000280*      APPROVE - APPLY A QUEUED ITEM (SECOND OPERATOR ONLY)     *
000290*      DECLINE - DISCARD A QUEUED ITEM (SECOND OPERATOR ONLY)   *
000300*  EVERY TRANSACTION NAMES AN OPERATOR, WHO MUST BE ACTIVE ON   *
000310*  OPERATOR-ROSTER.DAT, AND EVERY CHANGE A REASON CODE.  A      *
000320*  DELETE, RENAME, MERGE, OR UPDATE OF EMAIL OR PHONE IS NOT    *
000330*  APPLIED BUT QUEUED ON MAINT-PENDING.DAT FOR A DIFFERENT      *
000340*  OPERATOR TO APPROVE OR DECLINE; UNDECIDED ITEMS EXPIRE       *
000350*  AFTER THE DAYS ON APPROVAL-PARM.DAT.  APPROVAL-LOG.CSV       *
000360*  KEEPS EVERY STEP.                                            *
000370*  EVERY UPDATE AND DELETE IS APPENDED TO CHANGELOG.CSV IN THE  *
000380*  SAME ACTION/NAME/EMAIL FORMAT MERGE-CSV WRITES, SO ONE LOG   *
000390*  COVERS NIGHTLY AND MANUAL CHANGES ALIKE.                     *
000400*****************************************************************
000410*
000420*    MODIFICATION HISTORY
000430*    --------------------
000440*    08/22/2026  DAO  ORIGINAL PROGRAM.
000450*    08/22/2026  DAO  UPDATES AND DELETES NOW FIRST APPEND THE
000460*                     OUTGOING MASTER-RECORD IMAGE TO THE KEPT
000470*                     HISTORY FILE (MASTER-HISTORY.DAT), THE SAME
000480*                     WAY THE NIGHTLY MERGE ARCHIVES ITS REWRITES
000490*                     AND DELETES.
000500*    08/22/2026  DAO  UPDATES AND DELETES ARE NOW ALSO APPENDED
000510*                     TO DELTA.CSV WITH THE FULL RECORD IMAGE
000520*                     REBUILT FROM THE MASTER FIELDS, SO
000530*                     DOWNSTREAM SUBSCRIBERS APPLYING THE DELTA
000540*                     FEED SEE MANUAL CORRECTIONS TOO -- A
000550*                     MANUALLY DELETED CONTACT NEVER REAPPEARS
000560*                     IN THE NIGHTLY DELETE PASS, SO WITHOUT
000570*                     THIS LINE SUBSCRIBERS WOULD KEEP IT
000580*                     FOREVER.
000590*    09/02/2026  DAO  ADDED THE RENAME ACTION: A MARRIED-NAME OR
000600*                     ZIP CORRECTION USED TO BE A DELETE PLUS A
000610*                     NIGHTLY RE-ADD, WHICH ORPHANED THE WHOLE
000620*                     MASTER-HISTORY TRAIL UNDER THE OLD KEY.
000630*                     RENAME MOVES THE RECORD IN ONE OPERATION,
000640*                     APPENDS AN OLD-KEY/NEW-KEY LINE TO THE KEPT
000650*                     RENAME-LINK.DAT SO CONTACT-HISTORY CAN
000660*                     FOLLOW THE CONTACT ACROSS THE CHANGE, AND
000670*                     EMITS THE DELETED/ADDED PAIR ON DELTA.CSV
000680*                     SO SUBSCRIBERS STAY IN SYNC.
000690*    09/02/2026  DAO  CHANGELOG.CSV LINES NOW LEAD WITH THE RUN
000700*                     DATE, MATCHING MERGE-CSV, SO RETENTION-
000710*                     SWEEP CAN AGE THE KEPT LOG BY DATE.
000720*    09/02/2026  DAO  DELTA LINES NOW CARRY THE RUN DATE, A
000730*                     GENERATION CLAIMED FROM DELTA-CONTROL.DAT
000740*                     AT START OF BATCH, AND A SEQUENCE, SO A
000750*                     MAINTENANCE BATCH IS A NUMBERED GENERATION
000760*                     DELTA-REPLAY CAN RE-EMIT LIKE ANY NIGHTLY
000770*                     ONE.
000780*    09/02/2026  DAO  THE BATCH NOW CHECKS MERGE-CSV'S SINGLE-
000790*                     WRITER TOKEN (RUN-TOKEN.DAT) FIRST AND
000800*                     REFUSES WITH A "NIGHTLY RUN IN PROGRESS,
000810*                     STARTED HH:MM" MESSAGE WHILE IT IS ACTIVE,
000820*                     INSTEAD OF RACING THE NIGHTLY REWRITE AND
000830*                     SURFACING A RAW FILE STATUS.
000840*    10/15/2026  DAO  ADDED THE MERGE ACTION FOR PAIRS THE DATA
000850*                     STEWARD APPROVES OFF DUPLICATE-MATCH'S
000860*                     REVIEW QUEUE.  THE SURVIVOR'S BLANK FIELDS
000870*                     ARE FILLED FROM THE RETIRED CONTACT (THE
000880*                     STREET ADDRESS, CITY AND STATE MOVE AS ONE),
000890*                     THE RETIRED VERSION IS ARCHIVED AS MERGED,
000900*                     AND AN OLD-KEY/NEW-KEY LINE GOES TO
000910*                     RENAME-LINK.DAT SO CONTACT-HISTORY AND
000920*                     SUBJECT-ACCESS FOLLOW THE RETIRED KEY TO THE
000930*                     SURVIVOR.
000940*    10/15/2026  DAO  ADDED THE FIND ACTION: LOOK A CONTACT UP BY
000950*                     EMAIL OR PHONE THROUGH THE MASTER'S NEW
000960*                     ALTERNATE KEYS, OR BY ANY PART OF THE
000970*                     NAME, AND LIST EVERY MATCH.  UPDATE OF
000980*                     PHONE NOW STORES THE (NNN) NNN-NNNN FORM
000990*                     MERGE-CSV STORES, SO A CORRECTED PHONE CAN
001000*                     BE FOUND THE SAME WAY.
001010*    10/15/2026  DAO  EVERY TRANSACTION NOW CARRIES AN OPERATOR
001020*                     ID, CHECKED AGAINST THE KEPT OPERATOR-
001030*                     ROSTER.DAT, AND A REASON CODE, BOTH STAMPED
001040*                     ON THE CHANGELOG AND HISTORY LINES.  DELETE,
001050*                     RENAME, MERGE, AND UPDATE OF EMAIL OR PHONE
001060*                     NOW WAIT ON MAINT-PENDING.DAT UNTIL A
001070*                     DIFFERENT OPERATOR APPROVES OR DECLINES
001080*                     THEM; ITEMS LEFT UNDECIDED PAST THE DAYS ON
001090*                     APPROVAL-PARM.DAT EXPIRE.  APPROVAL-LOG.CSV
001100*                     RECORDS EACH STEP FOR AUDIT'S DUAL-CONTROL
001110*                     EVIDENCE.
001120*    10/15/2026  DAO  AN UPDATED ADDR IS NOW STORED IN THE POSTAL
001130*                     FORM MERGE-CSV GIVES EVERY ADDRESS, AGAINST
001140*                     THE KEPT ADDRESS-ABBREV.DAT; ONE THAT WILL
001150*                     NOT PARSE IS APPLIED AS KEYED AND SAID SO.
001160*    10/15/2026  DAO  AN APPROVED ITEM IS LOGGED APPROVED ONLY
001170*                     ONCE IT HAS ACTUALLY BEEN APPLIED; ONE THAT
001180*                     CAN NO LONGER BE APPLIED IS LOGGED FAILED,
001190*                     WITH THE REASON, AND TAKEN OFF THE QUEUE.
001200*                     FIELDS CHANGED HERE ARE NOW CREDITED TO
001210*                     *MAINT IN MASTER-SOURCE.DAT, AND THE ENTRY
001220*                     FOLLOWS A RENAME AND GOES WITH A DELETE OR
001230*                     A MERGED-AWAY CONTACT.
001240*
001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280*    ONE TRANSACTION PER LINE, PREPARED BY THE HELP DESK.  A
001290*    MISSING TRANSACTION FILE JUST MEANS THERE IS NOTHING TO DO.
001300     SELECT MAINT-TRANS-FILE ASSIGN TO "maint-trans.dat"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-TRANS-STATUS.
001330*    SAME KEPT MASTER MERGE-CSV MAINTAINS, KEYED ON NAME + ZIP.
001340     SELECT MASTER-FILE ASSIGN TO "master.dat"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS MASTER-KEY
001380         ALTERNATE RECORD KEY IS MASTER-EMAIL
001390             WITH DUPLICATES
001400         ALTERNATE RECORD KEY IS MASTER-PHONE
001410             WITH DUPLICATES
001420         FILE STATUS IS WS-MASTER-STATUS.
001430*    MERGE-CSV'S KEPT REGISTER OF THE REGION EACH MASTER CONTACT
001440*    CAME FROM AND THE SOURCE BEHIND EACH FIELD.  A FIELD CHANGED
001450*    HERE IS CREDITED TO *MAINT, WHICH THE NIGHTLY PRECEDENCE
001460*    RANKS AHEAD OF EVERY EXTRACT, AND THE ENTRY FOLLOWS THE
001470*    CONTACT THROUGH A RENAME AND GOES WITH IT ON A DELETE.
001480     SELECT MASTER-SOURCE-FILE ASSIGN TO "master-source.dat"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS SRC-KEY
001520         FILE STATUS IS WS-SOURCE-STATUS.
001530*    APPENDED TO, NEVER TRUNCATED, SO MANUAL CHANGES LAND IN THE
001540*    SAME CHANGELOG.CSV THE NIGHTLY RUN WRITES.
001550     SELECT CHANGE-LOG-FILE ASSIGN TO "changelog.csv"
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-CHANGELOG-STATUS.
001580*    KEPT ARCHIVE OF EVERY MASTER-RECORD VERSION REPLACED OR
001590*    REMOVED, SHARED WITH THE NIGHTLY MERGE.  APPENDED, NEVER
001600*    TRUNCATED.
001610     SELECT MASTER-HISTORY-FILE ASSIGN TO "master-history.dat"
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         FILE STATUS IS WS-HISTORY-STATUS.
001640*    SAME DELTA FEED THE NIGHTLY MERGE WRITES, APPENDED TO SO
001650*    SUBSCRIBERS PICK UP MANUAL CORRECTIONS ALONG WITH THE
001660*    NIGHT'S CHANGES.
001670     SELECT DELTA-FILE ASSIGN TO "delta.csv"
001680         ORGANIZATION IS LINE SEQUENTIAL
001690         FILE STATUS IS WS-DELTA-STATUS.
001700*    KEPT COUNTER OF THE LAST DELTA GENERATION CLAIMED.  A
001710*    MAINTENANCE BATCH THAT CAN RUN CLAIMS ITS OWN GENERATION,
001720*    THE SAME WAY THE NIGHTLY MERGE CLAIMS ONE AT START OF
001730*    RUN, SO SUBSCRIBERS SEE MANUAL CORRECTIONS AS A NUMBERED,
001740*    REPLAYABLE GENERATION TOO.
001750     SELECT DELTA-CONTROL-FILE ASSIGN TO "delta-control.dat"
001760         ORGANIZATION IS LINE SEQUENTIAL
001770         FILE STATUS IS WS-DELTA-CTL-STATUS.
001780*    KEPT OLD-KEY/NEW-KEY REGISTER, ONE LINE PER RENAME EVER
001790*    APPLIED.  CONTACT-HISTORY LOADS IT SO A LIST OR ASOF FOR A
001800*    RENAMED CONTACT ALSO MATCHES THE VERSIONS ARCHIVED UNDER
001810*    EVERY PRIOR KEY.  APPENDED, NEVER TRUNCATED.
001820     SELECT RENAME-LINK-FILE ASSIGN TO "rename-link.dat"
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS WS-LINK-STATUS.
001850*    THE NIGHTLY MERGE'S SINGLE-WRITER TOKEN ON MASTER.DAT.
001860*    WHILE IT READS ACTIVE THE WHOLE BATCH IS REFUSED -- AN
001870*    UPDATE LANDING MID-FLUSH RACES THE NIGHTLY REWRITE.
001880     SELECT RUN-TOKEN-FILE ASSIGN TO "run-token.dat"
001890         ORGANIZATION IS LINE SEQUENTIAL
001900         FILE STATUS IS WS-TOKEN-STATUS.
001910*    KEPT ROSTER OF THE OPERATORS ALLOWED TO RUN MAINTENANCE.
001920*    EVERY TRANSACTION NAMES ITS OPERATOR, WHO MUST BE ON IT AND
001930*    ACTIVE.  NO ROSTER MEANS NOBODY IS -- THE BATCH IS REFUSED
001940*    LINE BY LINE RATHER THAN RUN WITHOUT KNOWING WHO ASKED.
001950     SELECT OPERATOR-ROSTER-FILE ASSIGN TO "operator-roster.dat"
001960         ORGANIZATION IS LINE SEQUENTIAL
001970         FILE STATUS IS WS-ROSTER-STATUS.
001980*    OPTIONAL KEPT PARAMETER: HOW MANY DAYS A QUEUED CHANGE MAY
001990*    WAIT FOR A SECOND OPERATOR BEFORE IT EXPIRES.  MISSING
002000*    MEANS THE STANDARD 7 DAYS.
002010     SELECT APPROVAL-PARM-FILE ASSIGN TO "approval-parm.dat"
002020         ORGANIZATION IS LINE SEQUENTIAL
002030         FILE STATUS IS WS-APR-PARM-STATUS.
002040*    KEPT QUEUE OF DELETES, RENAMES, MERGES, AND EMAIL OR PHONE
002050*    UPDATES WAITING FOR A SECOND OPERATOR, KEYED ON THE ITEM
002060*    NUMBER HANDED OUT WHEN EACH WAS QUEUED.
002070     SELECT PENDING-FILE ASSIGN TO "maint-pending.dat"
002080         ORGANIZATION IS INDEXED
002090         ACCESS MODE IS DYNAMIC
002100         RECORD KEY IS PND-ID
002110         FILE STATUS IS WS-PENDING-STATUS.
002120*    KEPT COUNTER OF THE LAST PENDING ITEM NUMBER HANDED OUT,
002130*    CLAIMED THE SAME WAY AS THE DELTA GENERATION.
002140     SELECT PENDING-CONTROL-FILE ASSIGN TO "maint-pending-ctl.dat"
002150         ORGANIZATION IS LINE SEQUENTIAL
002160         FILE STATUS IS WS-PND-CTL-STATUS.
002170*    KEPT AUDIT TRAIL OF EVERY ITEM QUEUED, APPROVED, DECLINED,
002180*    OR EXPIRED, SHARED WITH SUSPENSE-MAINT.  APPENDED, NEVER
002190*    TRUNCATED.
002200     SELECT APPROVAL-LOG-FILE ASSIGN TO "approval-log.csv"
002210         ORGANIZATION IS LINE SEQUENTIAL
002220         FILE STATUS IS WS-APPROVAL-LOG-STATUS.
002230*    MAINTAINED STREET ADDRESS ABBREVIATIONS, THE SAME FILE
002240*    MERGE-CSV PUTS EVERY ADDRESS INTO POSTAL FORM WITH, SO AN
002250*    ADDRESS STORED HERE MATCHES ONE THE NIGHTLY MERGE STORES.
002260     SELECT ADDRESS-ABBREV-FILE
002270         ASSIGN TO "address-abbrev.dat"
002280         ORGANIZATION IS LINE SEQUENTIAL
002290         FILE STATUS IS WS-ABR-REF-STATUS.
002300*
002310 DATA DIVISION.
002320 FILE SECTION.
002330 FD  MAINT-TRANS-FILE.
002340 01  MAINT-TRANS-RECORD.
002350     05  MNT-ACTION      PIC X(07).
002360     05  MNT-NAME        PIC X(30).
002370     05  MNT-ZIP         PIC X(05).
002380*    FIELD NAME AND REPLACEMENT VALUE, USED BY UPDATE.  FIND
002390*    USES THE SAME COLUMNS FOR WHAT TO SEARCH (EMAIL, PHONE, OR
002400*    NAME) AND THE VALUE TO LOOK FOR, WITH THE KEY LEFT BLANK.
002410     05  MNT-DETAIL.
002420         10  MNT-FIELD       PIC X(10).
002430         10  MNT-VALUE       PIC X(30).
002440*    SECOND VIEW OF THE SAME COLUMNS FOR RENAME, WHICH CARRIES
002450*    THE NEW KEY INSTEAD OF A FIELD NAME AND VALUE, AND FOR
002460*    MERGE, WHICH CARRIES THE SURVIVOR'S KEY.
002470     05  MNT-DETAIL-R REDEFINES MNT-DETAIL.
002480         10  MNT-NEW-NAME    PIC X(30).
002490         10  MNT-NEW-ZIP     PIC X(05).
002500         10  FILLER          PIC X(05).
002510*    THIRD VIEW FOR APPROVE AND DECLINE, WHICH CARRY THE PENDING
002520*    ITEM NUMBER IN THE FIRST SIX COLUMNS OF THE VALUE.
002530     05  MNT-DETAIL-A REDEFINES MNT-DETAIL.
002540         10  FILLER          PIC X(10).
002550         10  MNT-PENDING-ID  PIC X(06).
002560         10  FILLER          PIC X(24).
002570*    EVERY TRANSACTION: THE OPERATOR WHO ENTERED IT (CHECKED
002580*    AGAINST THE ROSTER) AND, FOR ANYTHING BUT SHOW AND FIND,
002590*    THE REASON CODE FOR THE CHANGE.
002600     05  MNT-OPERATOR    PIC X(08).
002610     05  MNT-REASON      PIC X(04).
002620*
002630 FD  MASTER-FILE.
002640 01  MASTER-RECORD.
002650     05  MASTER-KEY.
002660         10  MASTER-NAME     PIC X(30).
002670         10  MASTER-ZIP      PIC X(05).
002680     05  MASTER-EMAIL        PIC X(30).
002690     05  MASTER-ADDR         PIC X(30).
002700     05  MASTER-CITY         PIC X(20).
002710     05  MASTER-STATE        PIC X(02).
002720     05  MASTER-CATEGORY     PIC X(20).
002730     05  MASTER-PHONE        PIC X(14).
002740*
002750 FD  MASTER-SOURCE-FILE.
002760 01  MASTER-SOURCE-RECORD.
002770     05  SRC-KEY.
002780         10  SRC-NAME        PIC X(30).
002790         10  SRC-ZIP         PIC X(05).
002800     05  SRC-REGION          PIC X(30).
002810     05  SRC-RUN-DATE        PIC 9(08).
002820     05  SRC-FIELD-ENTRY     OCCURS 6 TIMES.
002830         10  SRC-FLD-SOURCE  PIC X(30).
002840         10  SRC-FLD-RUN-DATE PIC 9(08).
002850*
002860 FD  CHANGE-LOG-FILE.
002870 01  CHANGE-LOG-RECORD.
002880     05  CHG-RUN-DATE    PIC 9(08).
002890     05  CHG-SEP-0       PIC X(01).
002900     05  CHG-ACTION      PIC X(07).
002910     05  CHG-SEP-1       PIC X(01).
002920     05  CHG-NAME        PIC X(30).
002930     05  CHG-SEP-2       PIC X(01).
002940     05  CHG-EMAIL       PIC X(30).
002950*    WHO MADE THE CHANGE, WHO APPROVED IT WHERE A SECOND
002960*    OPERATOR HAD TO, AND THE REASON CODE GIVEN.  A BATCH
002970*    PROGRAM STAMPS ITS OWN "*" IDENTITY AS THE OPERATOR.
002980     05  CHG-SEP-3       PIC X(01).
002990     05  CHG-OPERATOR    PIC X(08).
003000     05  CHG-SEP-4       PIC X(01).
003010     05  CHG-APPROVER    PIC X(08).
003020     05  CHG-SEP-5       PIC X(01).
003030     05  CHG-REASON      PIC X(04).
003040*
003050*    SAME LINE LAYOUT MERGE-CSV WRITES: RUN DATE, THE ACTION THAT
003060*    RETIRED THE VERSION, AND THE FULL OUTGOING IMAGE.
003070 FD  MASTER-HISTORY-FILE.
003080 01  MASTER-HISTORY-RECORD.
003090     05  HIST-RUN-DATE   PIC 9(08).
003100     05  HIST-SEP-1      PIC X(01).
003110     05  HIST-ACTION     PIC X(07).
003120     05  HIST-SEP-2      PIC X(01).
003130     05  HIST-IMAGE      PIC X(151).
003140*    SAME OPERATOR / APPROVER / REASON STAMP THE CHANGELOG
003150*    LINE CARRIES.
003160     05  HIST-SEP-3      PIC X(01).
003170     05  HIST-OPERATOR   PIC X(08).
003180     05  HIST-SEP-4      PIC X(01).
003190     05  HIST-APPROVER   PIC X(08).
003200     05  HIST-SEP-5      PIC X(01).
003210     05  HIST-REASON     PIC X(04).
003220*
003230*    SAME DATE/GENERATION/SEQUENCE/ACTION-PLUS-FULL-IMAGE LINE
003240*    MERGE-CSV'S 3630-WRITE-DELTA-RECORD WRITES.
003250 FD  DELTA-FILE.
003260 01  DELTA-RECORD.
003270     05  DLT-RUN-DATE    PIC 9(08).
003280     05  DLT-SEP-1       PIC X(01).
003290     05  DLT-GENERATION  PIC 9(06).
003300     05  DLT-SEP-2       PIC X(01).
003310     05  DLT-SEQ         PIC 9(06).
003320     05  DLT-SEP-3       PIC X(01).
003330     05  DLT-ACTION      PIC X(07).
003340     05  DLT-SEP-4       PIC X(01).
003350     05  DLT-IMAGE       PIC X(232).
003360*
003370*    THE LAST GENERATION NUMBER ANY PRODUCER HAS CLAIMED.
003380 FD  DELTA-CONTROL-FILE.
003390 01  DELTA-CONTROL-RECORD.
003400     05  DCT-GENERATION  PIC 9(06).
003410*
003420*    ONE LINE PER RENAME: THE DATE IT WAS APPLIED, THE KEY THE
003430*    CONTACT LEFT, AND THE KEY IT NOW LIVES UNDER.
003440 FD  RENAME-LINK-FILE.
003450 01  RENAME-LINK-RECORD.
003460     05  LNK-RUN-DATE    PIC 9(08).
003470     05  LNK-SEP-1       PIC X(01).
003480     05  LNK-OLD-NAME    PIC X(30).
003490     05  LNK-OLD-ZIP     PIC X(05).
003500     05  LNK-SEP-2       PIC X(01).
003510     05  LNK-NEW-NAME    PIC X(30).
003520     05  LNK-NEW-ZIP     PIC X(05).
003530*
003540*    SAME LINE MERGE-CSV'S 7820-WRITE-RUN-TOKEN WRITES.
003550 FD  RUN-TOKEN-FILE.
003560 01  RUN-TOKEN-RECORD.
003570     05  TOK-STATE       PIC X(07).
003580         88  TOKEN-ACTIVE        VALUE "ACTIVE".
003590     05  TOK-SEP-1       PIC X(01).
003600     05  TOK-RUN-DATE    PIC 9(08).
003610     05  TOK-SEP-2       PIC X(01).
003620     05  TOK-START-TIME  PIC 9(06).
003630*
003640*    ONE LINE PER OPERATOR: ID, STATUS (A = ACTIVE; ANYTHING
003650*    ELSE, E.G. X FOR A LEAVER, REFUSES THE ID), AND NAME.
003660 FD  OPERATOR-ROSTER-FILE.
003670 01  OPERATOR-ROSTER-RECORD.
003680     05  OPR-ID          PIC X(08).
003690     05  OPR-SEP-1       PIC X(01).
003700     05  OPR-STATUS      PIC X(01).
003710     05  OPR-SEP-2       PIC X(01).
003720     05  OPR-NAME        PIC X(30).
003730*
003740 FD  APPROVAL-PARM-FILE.
003750 01  APPROVAL-PARM-RECORD.
003760     05  APR-EXPIRY-DAYS PIC X(03).
003770*
003780*    A QUEUED CHANGE: ITS ITEM NUMBER, THE DATE IT WAS QUEUED,
003790*    THE OPERATOR WHO ENTERED IT AND THEIR REASON CODE, AND THE
003800*    TRANSACTION ITSELF AS ENTERED.
003810 FD  PENDING-FILE.
003820 01  PENDING-RECORD.
003830     05  PND-ID          PIC 9(06).
003840     05  PND-QUEUED-DATE PIC 9(08).
003850     05  PND-MAKER       PIC X(08).
003860     05  PND-REASON      PIC X(04).
003870     05  PND-TRANS.
003880         10  PND-ACTION  PIC X(07).
003890         10  PND-NAME    PIC X(30).
003900         10  PND-ZIP     PIC X(05).
003910         10  PND-DETAIL  PIC X(40).
003920*
003930 FD  PENDING-CONTROL-FILE.
003940 01  PENDING-CONTROL-RECORD.
003950     05  PCT-LAST-ID     PIC 9(06).
003960*
003970*    RUN DATE, QUEUE, ITEM NUMBER, OUTCOME (QUEUED, APPROVED,
003980*    DECLINED, EXPIRED, OR FAILED WHEN AN APPROVED ITEM COULD
003990*    NOT BE APPLIED), DATE QUEUED, MAKER AND REASON, CHECKER AND
004000*    REASON (BLANK UNTIL DECIDED), THE TRANSACTION, AND -- ON A
004010*    FAILED LINE ONLY -- WHY IT COULD NOT BE APPLIED.
004020 FD  APPROVAL-LOG-FILE.
004030 01  APPROVAL-LOG-RECORD.
004040     05  APL-RUN-DATE    PIC 9(08).
004050     05  APL-SEP-1       PIC X(01).
004060     05  APL-QUEUE       PIC X(08).
004070     05  APL-SEP-2       PIC X(01).
004080     05  APL-ID          PIC 9(06).
004090     05  APL-SEP-3       PIC X(01).
004100     05  APL-OUTCOME     PIC X(08).
004110     05  APL-SEP-4       PIC X(01).
004120     05  APL-QUEUED-DATE PIC 9(08).
004130     05  APL-SEP-5       PIC X(01).
004140     05  APL-MAKER       PIC X(08).
004150     05  APL-SEP-6       PIC X(01).
004160     05  APL-REASON      PIC X(04).
004170     05  APL-SEP-7       PIC X(01).
004180     05  APL-CHECKER     PIC X(08).
004190     05  APL-SEP-8       PIC X(01).
004200     05  APL-CHECK-REASON PIC X(04).
004210     05  APL-SEP-9       PIC X(01).
004220     05  APL-TRANS       PIC X(82).
004230     05  APL-SEP-10      PIC X(01).
004240     05  APL-DETAIL      PIC X(40).
004250*
004260 FD  ADDRESS-ABBREV-FILE.
004270 01  ADDRESS-ABBREV-RECORD.
004280     05  ABR-TYPE            PIC X(01).
004290     05  ABR-SEP-1           PIC X(01).
004300     05  ABR-STANDARD        PIC X(10).
004310     05  ABR-SEP-2           PIC X(01).
004320     05  ABR-WORD            PIC X(20).
004330*
004340 WORKING-STORAGE SECTION.
004350*
004360*    SWITCHES
004370 01  WS-SWITCHES.
004380     05  WS-TRANS-EOF-SW         PIC X VALUE 'N'.
004390         88  TRANS-EOF                 VALUE 'Y'.
004400     05  WS-MASTER-FOUND-SW      PIC X VALUE 'N'.
004410         88  MASTER-FOUND              VALUE 'Y'.
004420     05  WS-FIELD-KNOWN-SW       PIC X VALUE 'N'.
004430         88  FIELD-KNOWN               VALUE 'Y'.
004440     05  WS-TRANS-AVAIL-SW       PIC X VALUE 'N'.
004450         88  TRANS-AVAILABLE           VALUE 'Y'.
004460     05  WS-MASTER-AVAIL-SW      PIC X VALUE 'N'.
004470         88  MASTER-AVAILABLE          VALUE 'Y'.
004480     05  WS-TARGET-TAKEN-SW      PIC X VALUE 'N'.
004490         88  TARGET-KEY-TAKEN          VALUE 'Y'.
004500     05  WS-RUN-ACTIVE-SW        PIC X VALUE 'N'.
004510         88  NIGHTLY-RUN-ACTIVE        VALUE 'Y'.
004520     05  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
004530         88  FILES-OPENED              VALUE 'Y'.
004540     05  WS-SURVIVOR-FOUND-SW    PIC X VALUE 'N'.
004550         88  SURVIVOR-FOUND            VALUE 'Y'.
004560     05  WS-FIND-EOF-SW          PIC X VALUE 'N'.
004570         88  FIND-EOF                  VALUE 'Y'.
004580     05  WS-OPERATOR-OK-SW       PIC X VALUE 'N'.
004590         88  OPERATOR-ON-ROSTER        VALUE 'Y'.
004600     05  WS-NEEDS-APPROVAL-SW    PIC X VALUE 'N'.
004610         88  NEEDS-APPROVAL            VALUE 'Y'.
004620     05  WS-APPROVED-RUN-SW      PIC X VALUE 'N'.
004630         88  APPLYING-APPROVED         VALUE 'Y'.
004640     05  WS-TRANS-APPLIED-SW     PIC X VALUE 'N'.
004650         88  TRANS-APPLIED             VALUE 'Y'.
004660     05  WS-PENDING-EOF-SW       PIC X VALUE 'N'.
004670         88  PENDING-EOF               VALUE 'Y'.
004680     05  WS-ROSTER-EOF-SW        PIC X VALUE 'N'.
004690         88  ROSTER-EOF                VALUE 'Y'.
004700     05  WS-ABR-FOUND-SW         PIC X VALUE 'N'.
004710         88  ABR-FOUND                 VALUE 'Y'.
004720     05  WS-ABR-REF-EOF-SW       PIC X VALUE 'N'.
004730         88  ABR-REF-EOF               VALUE 'Y'.
004740     05  WS-STD-PARSED-SW        PIC X VALUE 'N'.
004750         88  STD-PARSED                VALUE 'Y'.
004760     05  WS-SOURCE-FOUND-SW      PIC X VALUE 'N'.
004770         88  SOURCE-FOUND              VALUE 'Y'.
004780*
004790 01  WS-TRANS-STATUS         PIC X(02).
004800     88  WS-TRANS-OK               VALUE '00'.
004810     88  WS-TRANS-NOT-FOUND        VALUE '23', '35'.
004820 01  WS-MASTER-STATUS        PIC X(02).
004830     88  WS-MASTER-OK              VALUE '00'.
004840     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
004850 01  WS-SOURCE-STATUS        PIC X(02).
004860     88  WS-SOURCE-OK              VALUE '00'.
004870     88  WS-SOURCE-NOT-FOUND       VALUE '23', '35'.
004880 01  WS-CHANGELOG-STATUS     PIC X(02).
004890     88  WS-CHANGELOG-OK           VALUE '00'.
004900     88  WS-CHANGELOG-NOT-FOUND    VALUE '23', '35'.
004910 01  WS-HISTORY-STATUS       PIC X(02).
004920     88  WS-HISTORY-OK             VALUE '00'.
004930     88  WS-HISTORY-NOT-FOUND      VALUE '23', '35'.
004940 01  WS-DELTA-STATUS         PIC X(02).
004950     88  WS-DELTA-OK               VALUE '00'.
004960     88  WS-DELTA-NOT-FOUND        VALUE '23', '35'.
004970 01  WS-LINK-STATUS          PIC X(02).
004980     88  WS-LINK-OK                VALUE '00'.
004990     88  WS-LINK-NOT-FOUND         VALUE '23', '35'.
005000 01  WS-DELTA-CTL-STATUS     PIC X(02).
005010     88  WS-DELTA-CTL-OK           VALUE '00'.
005020     88  WS-DELTA-CTL-NOT-FOUND    VALUE '23', '35'.
005030 01  WS-TOKEN-STATUS         PIC X(02).
005040     88  WS-TOKEN-OK               VALUE '00'.
005050     88  WS-TOKEN-NOT-FOUND        VALUE '23', '35'.
005060 01  WS-ROSTER-STATUS        PIC X(02).
005070     88  WS-ROSTER-OK              VALUE '00'.
005080     88  WS-ROSTER-NOT-FOUND       VALUE '23', '35'.
005090 01  WS-APR-PARM-STATUS      PIC X(02).
005100     88  WS-APR-PARM-OK            VALUE '00'.
005110     88  WS-APR-PARM-NOT-FOUND     VALUE '23', '35'.
005120 01  WS-PENDING-STATUS       PIC X(02).
005130     88  WS-PENDING-OK             VALUE '00'.
005140     88  WS-PENDING-NOT-FOUND      VALUE '23', '35'.
005150 01  WS-PND-CTL-STATUS       PIC X(02).
005160     88  WS-PND-CTL-OK             VALUE '00'.
005170     88  WS-PND-CTL-NOT-FOUND      VALUE '23', '35'.
005180 01  WS-ABR-REF-STATUS       PIC X(02).
005190     88  WS-ABR-REF-OK             VALUE '00'.
005200     88  WS-ABR-REF-NOT-FOUND      VALUE '23', '35'.
005210 01  WS-APPROVAL-LOG-STATUS  PIC X(02).
005220     88  WS-APPROVAL-LOG-OK        VALUE '00'.
005230     88  WS-APPROVAL-LOG-NOT-FOUND VALUE '23', '35'.
005240 01  WS-CHANGE-ACTION        PIC X(07).
005250*    TODAY'S DATE, STAMPED ON EVERY HISTORY LINE, AND A SNAPSHOT
005260*    OF THE MASTER RECORD AS READ, TAKEN BEFORE AN UPDATE
005270*    OVERLAYS IT SO THE OUTGOING VERSION IS WHAT GETS ARCHIVED.
005280 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
005290*    THE DELTA GENERATION THIS BATCH CLAIMED FROM DELTA-
005300*    CONTROL.DAT, AND THE SEQUENCE OF THE LAST LINE WRITTEN
005310*    WITHIN IT.
005320 77  WS-DELTA-GENERATION     PIC 9(06) VALUE 0.
005330 77  WS-DELTA-SEQ            PIC 9(06) COMP VALUE 0.
005340 01  WS-OLD-MASTER-IMAGE     PIC X(151).
005350 01  WS-OLD-MASTER-FIELDS REDEFINES WS-OLD-MASTER-IMAGE.
005360     05  WS-OLD-KEY              PIC X(35).
005370     05  WS-OLD-EMAIL            PIC X(30).
005380     05  WS-OLD-ADDR             PIC X(30).
005390     05  WS-OLD-CITY             PIC X(20).
005400     05  WS-OLD-STATE            PIC X(02).
005410     05  WS-OLD-CATEGORY         PIC X(20).
005420     05  WS-OLD-PHONE            PIC X(14).
005430*    ONE FIELD'S PROVENANCE CHECK: WHICH FIELD, AND ITS OUTGOING
005440*    AND NEW VALUES.
005450 77  WS-FLD-IDX              PIC 9(02) COMP VALUE 0.
005460 77  WS-FLD-OLD-VALUE        PIC X(30).
005470 77  WS-FLD-NEW-VALUE        PIC X(30).
005480*    THE CONTACT A MERGE RETIRES, AS READ, HELD WHILE THE
005490*    SURVIVOR IS READ AND FILLED FROM IT.
005500 01  WS-RETIRED-IMAGE        PIC X(151).
005510 01  WS-RETIRED-FIELDS REDEFINES WS-RETIRED-IMAGE.
005520     05  WS-RET-NAME         PIC X(30).
005530     05  WS-RET-ZIP          PIC X(05).
005540     05  WS-RET-EMAIL        PIC X(30).
005550     05  WS-RET-ADDR         PIC X(30).
005560     05  WS-RET-CITY         PIC X(20).
005570     05  WS-RET-STATE        PIC X(02).
005580     05  WS-RET-CATEGORY     PIC X(20).
005590     05  WS-RET-PHONE        PIC X(14).
005600*    FULL RECORD IMAGE FOR THE DELTA FEED, REBUILT FROM THE
005610*    MASTER FIELDS THE WAY MERGE-CSV'S 8165-BUILD-DELETED-IMAGE
005620*    REBUILDS ONE: PLAIN 5-DIGIT ZIP, UNVALIDATED, AND A BLANK
005630*    SOURCE EXTRACT, SINCE NO EXTRACT WAS INVOLVED.  THE COMMA
005640*    SEPARATORS ARE SET ONCE BY 1000-INITIALIZE.
005650 01  WS-DELTA-IMAGE.
005660     05  WDI-NAME        PIC X(30).
005670     05  WDI-SEP-1       PIC X(01).
005680     05  WDI-ADDRESS     PIC X(70).
005690     05  WDI-SEP-2       PIC X(01).
005700     05  WDI-CATEGORY    PIC X(20).
005710     05  WDI-SEP-3       PIC X(01).
005720     05  WDI-PHONE       PIC X(14).
005730     05  WDI-SEP-4       PIC X(01).
005740     05  WDI-EMAIL       PIC X(30).
005750     05  WDI-SEP-5       PIC X(01).
005760     05  WDI-DOMAIN      PIC X(30).
005770     05  WDI-SEP-6       PIC X(01).
005780     05  WDI-SOURCE      PIC X(30).
005790     05  WDI-SEP-7       PIC X(01).
005800     05  WDI-VALIDATED   PIC X(01).
005810*    EMAIL DOMAIN CARVING WORK AREA, SAME BACKWARD-SCAN IDIOM
005820*    MERGE-CSV USES ON ITS INPUT EMAILS.
005830 01  WS-EMAIL-WORK.
005840     05  WS-EMAIL-LEN            PIC 9(02) COMP VALUE 0.
005850     05  WS-EMAIL-CHAR-IDX       PIC 9(02) COMP VALUE 0.
005860     05  WS-EMAIL-AT-COUNT       PIC 9(02) COMP VALUE 0.
005870     05  WS-EMAIL-AT-POS         PIC 9(02) COMP VALUE 0.
005880     05  WS-EMAIL-DOMAIN-LEN     PIC 9(02) COMP VALUE 0.
005890*
005900*    PHONE NORMALIZATION WORK AREA, SAME DIGIT-STRIPPING IDIOM
005910*    MERGE-CSV USES: ONLY A VALUE WITH EXACTLY 10 DIGITS IS
005920*    RENDERED AS (NNN) NNN-NNNN, THE FORM THE MASTER HOLDS.
005930 01  WS-PHONE-WORK.
005940     05  WS-PHONE-DIGITS         PIC X(10).
005950     05  WS-PHONE-DIGIT-COUNT    PIC 9(02) COMP VALUE 0.
005960     05  WS-PHONE-CHAR-IDX       PIC 9(02) COMP VALUE 0.
005970     05  WS-PHONE-FORMATTED      PIC X(14).
005980*    FIND BY NAME WORK AREA: THE SEARCH TEXT AND EACH MASTER
005990*    NAME ARE COMPARED UPPER-CASED, SO CASE NEVER HIDES A MATCH.
006000 01  WS-FIND-WORK.
006010     05  WS-FIND-VALUE           PIC X(30).
006020     05  WS-FIND-LEN             PIC 9(02) COMP VALUE 0.
006030     05  WS-FIND-NAME            PIC X(30).
006040     05  WS-FIND-TALLY           PIC 9(02) COMP VALUE 0.
006050     05  WS-FIND-HITS            PIC 9(05) COMP VALUE 0.
006060*
006070*    OPERATOR ROSTER, LOADED ONCE AT START.
006080 77  WS-MAX-OPERATOR         PIC 9(05) COMP VALUE 500.
006090 77  WS-OPERATOR-COUNT       PIC 9(05) COMP VALUE 0.
006100 77  WS-OPERATOR-LOST        PIC 9(05) COMP VALUE 0.
006110 77  WS-OPR-IDX              PIC 9(05) COMP VALUE 0.
006120 01  WS-OPERATOR-TABLE.
006130     05  WS-OPERATOR-ENTRY OCCURS 500 TIMES.
006140         10  WS-OPR-ID           PIC X(08).
006150         10  WS-OPR-STATUS       PIC X(01).
006160*    WHO IS STAMPED ON THE CHANGELOG AND HISTORY LINES FOR THE
006170*    CHANGE BEING APPLIED: THE OPERATOR WHO ENTERED IT, THE
006180*    SECOND OPERATOR WHO APPROVED IT (BLANK WHERE NONE WAS
006190*    NEEDED), AND THE ENTERING OPERATOR'S REASON CODE.
006200 01  WS-STAMP.
006210     05  WS-STAMP-OPERATOR       PIC X(08).
006220     05  WS-STAMP-APPROVER       PIC X(08).
006230     05  WS-STAMP-REASON         PIC X(04).
006240*    THE OPERATOR DECIDING A PENDING ITEM AND THEIR REASON CODE,
006250*    BLANK ON QUEUED AND EXPIRED LINES.
006260 01  WS-CHECKER.
006270     05  WS-CHECKER-ID           PIC X(08).
006280     05  WS-CHECKER-REASON       PIC X(04).
006290*    PENDING-ITEM AGING: DAYS ALLOWED, THE LAST ITEM NUMBER
006300*    CLAIMED, AND DAY NUMBERS FOR THE AGE ARITHMETIC.
006310 77  WS-EXPIRY-DAYS          PIC 9(03) VALUE 7.
006320 77  WS-LAST-PENDING-ID      PIC 9(06) VALUE 0.
006330 77  WS-RUN-DAY-NUM          PIC 9(07) COMP VALUE 0.
006340 77  WS-PND-DAY-NUM          PIC 9(07) COMP VALUE 0.
006350 77  WS-PND-AGE-DAYS         PIC S9(07) COMP VALUE 0.
006360*
006370*    ADDRESS ABBREVIATIONS TABLE, LOADED ONCE FROM ADDRESS-
006380*    ABBREV-FILE BY 1270-LOAD-ADDRESS-ABBREVS.  OVERFLOW IS LEFT
006390*    UNMATCHABLE AND CALLED OUT AS IT IS LOADED.  AN
006400*    EMPTY TABLE (NO REFERENCE FILE) LEAVES EVERY ADDRESS AS
006410*    IT WAS GIVEN.
006420 77  WS-MAX-ABR-REF          PIC 9(03) COMP VALUE 500.
006430 77  WS-ABR-REF-COUNT        PIC 9(03) COMP VALUE 0.
006440 77  WS-ABR-REF-IDX          PIC 9(03) COMP VALUE 0.
006450 77  WS-ABR-REF-LOST-COUNT   PIC 9(05) COMP VALUE 0.
006460 01  WS-ABR-REF-TAB.
006470     05  WS-ABR-REF-ENTRY    OCCURS 500 TIMES.
006480         10  WS-ABR-REF-TYPE     PIC X(01).
006490         10  WS-ABR-REF-STANDARD PIC X(10).
006500         10  WS-ABR-REF-WORD     PIC X(20).
006510*    3970-STANDARDIZE-ADDRESS WORK AREAS.  WS-STD-IN IS THE
006520*    ADDRESS OFFERED; WS-STD-OUT COMES BACK IN POSTAL FORM WHEN
006530*    STD-PARSED, OR AS OFFERED WITH WS-STD-REASON SAYING WHY NOT.
006540*    THE WORDS ARE SPLIT INTO WS-STD-TOKEN; THE STREET NAME IS
006550*    THE RUN OF WORDS LEFT BETWEEN WS-STD-NAME-FIRST AND -LAST
006560*    ONCE THE HOUSE NUMBER, DIRECTIONALS, SUFFIX, AND UNIT ARE
006570*    TAKEN OFF.  WS-STD-BUILD IS WIDER THAN THE MASTER FIELD SO
006580*    AN ADDRESS THAT GROWS TOO LONG CAN BE SEEN AND REFUSED.
006590 77  WS-STD-IN               PIC X(30).
006600 77  WS-STD-OUT              PIC X(30).
006610 77  WS-STD-WORK             PIC X(30).
006620 77  WS-STD-BUILD            PIC X(60).
006630 77  WS-STD-REASON           PIC X(20).
006640 77  WS-STD-CHAR             PIC X(01).
006650 77  WS-STD-WORD             PIC X(20).
006660 77  WS-STD-LOOK-TYPE        PIC X(01).
006670 77  WS-STD-PREDIR           PIC X(10).
006680 77  WS-STD-SUFFIX           PIC X(10).
006690 77  WS-STD-POSTDIR          PIC X(10).
006700 77  WS-STD-UNIT-DESIG       PIC X(10).
006710 77  WS-STD-POS              PIC 9(03) COMP VALUE 0.
006720 77  WS-STD-PTR              PIC 9(03) COMP VALUE 0.
006730 77  WS-MAX-STD-TOKEN        PIC 9(03) COMP VALUE 15.
006740 77  WS-STD-TOKEN-COUNT      PIC 9(03) COMP VALUE 0.
006750 77  WS-STD-TOKEN-LEN        PIC 9(03) COMP VALUE 0.
006760 77  WS-STD-TOK-IDX          PIC 9(03) COMP VALUE 0.
006770 77  WS-STD-UNIT-IDX         PIC 9(03) COMP VALUE 0.
006780 77  WS-STD-STREET-LAST      PIC 9(03) COMP VALUE 0.
006790 77  WS-STD-NAME-FIRST       PIC 9(03) COMP VALUE 0.
006800 77  WS-STD-NAME-LAST        PIC 9(03) COMP VALUE 0.
006810 01  WS-STD-TOKEN-TAB.
006820     05  WS-STD-TOKEN        PIC X(20) OCCURS 15 TIMES.
006830*
006840*    WHY 3150 DID NOT APPLY THE TRANSACTION IT WAS GIVEN, FOR
006850*    THE FAILED LINE AN APPROVED ITEM LEAVES ON THE LOG.
006860 77  WS-APPLY-FAIL-REASON    PIC X(40).
006870*
006880*    COUNTERS
006890 77  WS-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
006900 77  WS-SHOWN-COUNT          PIC 9(05) COMP VALUE 0.
006910 77  WS-FIND-COUNT           PIC 9(05) COMP VALUE 0.
006920 77  WS-UPDATED-COUNT        PIC 9(05) COMP VALUE 0.
006930 77  WS-RENAMED-COUNT        PIC 9(05) COMP VALUE 0.
006940 77  WS-MERGED-COUNT         PIC 9(05) COMP VALUE 0.
006950 77  WS-DELETED-COUNT        PIC 9(05) COMP VALUE 0.
006960 77  WS-NOT-FOUND-COUNT      PIC 9(05) COMP VALUE 0.
006970 77  WS-BAD-TRANS-COUNT      PIC 9(05) COMP VALUE 0.
006980 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE 0.
006990 77  WS-QUEUED-COUNT         PIC 9(05) COMP VALUE 0.
007000 77  WS-APPROVED-COUNT       PIC 9(05) COMP VALUE 0.
007010 77  WS-DECLINED-COUNT       PIC 9(05) COMP VALUE 0.
007020 77  WS-FAILED-COUNT         PIC 9(05) COMP VALUE 0.
007030 77  WS-EXPIRED-COUNT        PIC 9(05) COMP VALUE 0.
007040 77  WS-AWAITING-COUNT       PIC 9(05) COMP VALUE 0.
007050*
007060 PROCEDURE DIVISION.
007070*
007080 0000-MAINLINE.
007090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007100     IF NOT TRANS-EOF
007110         PERFORM 2000-PROCESS-ALL-TRANS THRU 2000-EXIT
007120     END-IF
007130     PERFORM 8000-TERMINATE THRU 8000-EXIT
007140     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
007150     STOP RUN.
007160*
007170*****************************************************************
007180*    1000-INITIALIZE - OPEN FILES.  A MISSING TRANSACTION FILE  *
007190*    IS NOT AN ERROR (NOTHING TO DO); A MISSING MASTER IS,      *
007200*    SINCE THERE IS NOTHING TO INQUIRE AGAINST OR CORRECT.      *
007210*****************************************************************
007220 1000-INITIALIZE.
007230*    THE NIGHT BELONGS TO MERGE-CSV: WHILE ITS TOKEN IS ACTIVE
007240*    NOTHING IS OPENED AND THE WHOLE BATCH IS REFUSED WITH A
007250*    CLEAR MESSAGE INSTEAD OF A RAW FILE STATUS.
007260     PERFORM 1050-CHECK-RUN-TOKEN THRU 1050-EXIT
007270     IF NIGHTLY-RUN-ACTIVE
007280         SET TRANS-EOF TO TRUE
007290         GO TO 1000-EXIT
007300     END-IF
007310     PERFORM 1200-LOAD-OPERATOR-ROSTER THRU 1200-EXIT
007320     PERFORM 1250-LOAD-APPROVAL-PARM THRU 1250-EXIT
007330     PERFORM 1270-LOAD-ADDRESS-ABBREVS THRU 1270-EXIT
007340     OPEN INPUT MAINT-TRANS-FILE
007350     IF WS-TRANS-OK
007360         MOVE 'Y' TO WS-TRANS-AVAIL-SW
007370     ELSE
007380         DISPLAY "CONTACT-MAINT: NO MAINT-TRANS.DAT PRESENT"
007390         SET TRANS-EOF TO TRUE
007400     END-IF
007410     OPEN I-O MASTER-FILE
007420     IF WS-MASTER-OK
007430         MOVE 'Y' TO WS-MASTER-AVAIL-SW
007440     ELSE
007450         DISPLAY "CONTACT-MAINT: MASTER.DAT NOT AVAILABLE"
007460                 " (STATUS " WS-MASTER-STATUS ") - RUN THE"
007470                 " NIGHTLY MERGE FIRST"
007480         SET TRANS-EOF TO TRUE
007490     END-IF
007500*    BOTH LOGS ARE SHARED WITH THE NIGHTLY MERGE AND MAY NOT
007510*    EXIST YET ON A BOX WHERE IT HAS NEVER RUN; "FILE NOT
007520*    FOUND" ON THE EXTEND MEANS CREATE, NOT FAIL.
007530     OPEN EXTEND CHANGE-LOG-FILE
007540     IF WS-CHANGELOG-NOT-FOUND
007550         OPEN OUTPUT CHANGE-LOG-FILE
007560     END-IF
007570     OPEN EXTEND MASTER-HISTORY-FILE
007580     IF WS-HISTORY-NOT-FOUND
007590         OPEN OUTPUT MASTER-HISTORY-FILE
007600     END-IF
007610     OPEN EXTEND DELTA-FILE
007620     IF WS-DELTA-NOT-FOUND
007630         OPEN OUTPUT DELTA-FILE
007640     END-IF
007650     OPEN EXTEND RENAME-LINK-FILE
007660     IF WS-LINK-NOT-FOUND
007670         OPEN OUTPUT RENAME-LINK-FILE
007680     END-IF
007690     OPEN EXTEND APPROVAL-LOG-FILE
007700     IF WS-APPROVAL-LOG-NOT-FOUND
007710         OPEN OUTPUT APPROVAL-LOG-FILE
007720     END-IF
007730*    THE REGION REGISTER IS SHARED WITH THE NIGHTLY MERGE;
007740*    "FILE NOT FOUND" MEANS CREATE, NOT FAIL.
007750     OPEN I-O MASTER-SOURCE-FILE
007760     IF WS-SOURCE-NOT-FOUND
007770         OPEN OUTPUT MASTER-SOURCE-FILE
007780         CLOSE MASTER-SOURCE-FILE
007790         OPEN I-O MASTER-SOURCE-FILE
007800     END-IF
007810*    THE PENDING QUEUE IS CREATED EMPTY THE FIRST TIME IT IS
007820*    NEEDED.
007830     OPEN I-O PENDING-FILE
007840     IF WS-PENDING-NOT-FOUND
007850         OPEN OUTPUT PENDING-FILE
007860         CLOSE PENDING-FILE
007870         OPEN I-O PENDING-FILE
007880     END-IF
007890*    A BATCH THAT CAN ACTUALLY RUN CLAIMS ITS OWN DELTA
007900*    GENERATION, SO SUBSCRIBERS SEE MANUAL CORRECTIONS AS A
007910*    NUMBERED GENERATION DELTA-REPLAY CAN RE-EMIT.
007920     IF TRANS-AVAILABLE AND MASTER-AVAILABLE
007930         PERFORM 1100-CLAIM-DELTA-GENERATION THRU 1100-EXIT
007940     END-IF
007950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007960     MOVE "," TO CHG-SEP-0
007970     MOVE "," TO CHG-SEP-1
007980     MOVE "," TO CHG-SEP-2
007990     MOVE "," TO CHG-SEP-3
008000     MOVE "," TO CHG-SEP-4
008010     MOVE "," TO CHG-SEP-5
008020     MOVE "," TO HIST-SEP-1
008030     MOVE "," TO HIST-SEP-2
008040     MOVE "," TO HIST-SEP-3
008050     MOVE "," TO HIST-SEP-4
008060     MOVE "," TO HIST-SEP-5
008070     MOVE "," TO DLT-SEP-1
008080     MOVE "," TO DLT-SEP-2
008090     MOVE "," TO DLT-SEP-3
008100     MOVE "," TO DLT-SEP-4
008110     MOVE "," TO WDI-SEP-1
008120     MOVE "," TO WDI-SEP-2
008130     MOVE "," TO WDI-SEP-3
008140     MOVE "," TO WDI-SEP-4
008150     MOVE "," TO WDI-SEP-5
008160     MOVE "," TO WDI-SEP-6
008170     MOVE "," TO WDI-SEP-7
008180     MOVE "," TO LNK-SEP-1
008190     MOVE "," TO LNK-SEP-2
008200     MOVE "," TO APL-SEP-1
008210     MOVE "," TO APL-SEP-2
008220     MOVE "," TO APL-SEP-3
008230     MOVE "," TO APL-SEP-4
008240     MOVE "," TO APL-SEP-5
008250     MOVE "," TO APL-SEP-6
008260     MOVE "," TO APL-SEP-7
008270     MOVE "," TO APL-SEP-8
008280     MOVE "," TO APL-SEP-9
008290     MOVE "," TO APL-SEP-10
008300     COMPUTE WS-RUN-DAY-NUM =
008310         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
008320     SET FILES-OPENED TO TRUE
008330*    AGING RUNS EVERY TIME THE UTILITY RUNS, TRANSACTIONS OR NOT,
008340*    SO A QUIET WEEK STILL EXPIRES WHAT NOBODY APPROVED.
008350     PERFORM 1300-EXPIRE-PENDING-ITEMS THRU 1300-EXIT.
008360 1000-EXIT.
008370     EXIT.
008380*
008390*    A MISSING TOKEN FILE JUST MEANS THE NIGHTLY MERGE HAS
008400*    NEVER RUN WITH ONE -- NOTHING TO WAIT FOR.
008410 1050-CHECK-RUN-TOKEN.
008420     OPEN INPUT RUN-TOKEN-FILE
008430     IF WS-TOKEN-NOT-FOUND
008440         GO TO 1050-EXIT
008450     END-IF
008460     READ RUN-TOKEN-FILE
008470         AT END
008480             CONTINUE
008490         NOT AT END
008500             IF TOKEN-ACTIVE
008510                 MOVE 'Y' TO WS-RUN-ACTIVE-SW
008520                 DISPLAY "CONTACT-MAINT: NIGHTLY RUN IN"
008530                         " PROGRESS, STARTED "
008540                         TOK-START-TIME (1:2) ":"
008550                         TOK-START-TIME (3:2)
008560                         " - TRY AGAIN AFTER IT COMPLETES"
008570             END-IF
008580     END-READ
008590     CLOSE RUN-TOKEN-FILE.
008600 1050-EXIT.
008610     EXIT.
008620*
008630*    READ THE KEPT GENERATION COUNTER, STEP IT, AND WRITE IT
008640*    STRAIGHT BACK -- THE SAME CLAIM MERGE-CSV MAKES AT START
008650*    OF A CLEAN NIGHTLY RUN.  A MISSING COUNTER JUST MEANS NO
008660*    GENERATION HAS EVER BEEN CUT.
008670 1100-CLAIM-DELTA-GENERATION.
008680     MOVE ZERO TO WS-DELTA-GENERATION
008690     OPEN INPUT DELTA-CONTROL-FILE
008700     IF NOT WS-DELTA-CTL-NOT-FOUND
008710         READ DELTA-CONTROL-FILE
008720             AT END
008730                 CONTINUE
008740             NOT AT END
008750                 MOVE DCT-GENERATION TO WS-DELTA-GENERATION
008760         END-READ
008770         CLOSE DELTA-CONTROL-FILE
008780     END-IF
008790     ADD 1 TO WS-DELTA-GENERATION
008800     OPEN OUTPUT DELTA-CONTROL-FILE
008810     MOVE WS-DELTA-GENERATION TO DCT-GENERATION
008820     WRITE DELTA-CONTROL-RECORD
008830     CLOSE DELTA-CONTROL-FILE
008840     MOVE ZERO TO WS-DELTA-SEQ.
008850 1100-EXIT.
008860     EXIT.
008870*
008880*****************************************************************
008890*    1200-LOAD-OPERATOR-ROSTER - HOLD EVERY ROSTER LINE SO EACH *
008900*    TRANSACTION'S OPERATOR CAN BE CHECKED.  A MISSING ROSTER   *
008910*    LEAVES THE TABLE EMPTY, WHICH REFUSES EVERY TRANSACTION.   *
008920*****************************************************************
008930 1200-LOAD-OPERATOR-ROSTER.
008940     OPEN INPUT OPERATOR-ROSTER-FILE
008950     IF WS-ROSTER-NOT-FOUND
008960         DISPLAY "CONTACT-MAINT: NO OPERATOR-ROSTER.DAT - EVERY"
008970                 " TRANSACTION WILL BE REFUSED"
008980         GO TO 1200-EXIT
008990     END-IF
009000     PERFORM 1210-HOLD-ONE-OPERATOR THRU 1210-EXIT
009010         UNTIL ROSTER-EOF
009020     CLOSE OPERATOR-ROSTER-FILE
009030     IF WS-OPERATOR-LOST > 0
009040         DISPLAY "*** OPERATOR ROSTER OVER " WS-MAX-OPERATOR
009050                 " - " WS-OPERATOR-LOST
009060                 " OPERATORS NOT LOADED ***"
009070     END-IF.
009080 1200-EXIT.
009090     EXIT.
009100*
009110 1210-HOLD-ONE-OPERATOR.
009120     READ OPERATOR-ROSTER-FILE
009130         AT END
009140             SET ROSTER-EOF TO TRUE
009150             GO TO 1210-EXIT
009160     END-READ
009170     IF OPR-ID = SPACES
009180         GO TO 1210-EXIT
009190     END-IF
009200     IF WS-OPERATOR-COUNT NOT < WS-MAX-OPERATOR
009210         ADD 1 TO WS-OPERATOR-LOST
009220         GO TO 1210-EXIT
009230     END-IF
009240     ADD 1 TO WS-OPERATOR-COUNT
009250     MOVE OPR-ID     TO WS-OPR-ID (WS-OPERATOR-COUNT)
009260     MOVE OPR-STATUS TO WS-OPR-STATUS (WS-OPERATOR-COUNT).
009270 1210-EXIT.
009280     EXIT.
009290*
009300*    A MISSING OR NON-NUMERIC PARAMETER LEAVES THE 7-DAY DEFAULT.
009310 1250-LOAD-APPROVAL-PARM.
009320     OPEN INPUT APPROVAL-PARM-FILE
009330     IF WS-APR-PARM-NOT-FOUND
009340         GO TO 1250-EXIT
009350     END-IF
009360     READ APPROVAL-PARM-FILE
009370         AT END
009380             CONTINUE
009390         NOT AT END
009400             IF APR-EXPIRY-DAYS NUMERIC
009410                 MOVE APR-EXPIRY-DAYS TO WS-EXPIRY-DAYS
009420             END-IF
009430     END-READ
009440     CLOSE APPROVAL-PARM-FILE.
009450 1250-EXIT.
009460     EXIT.
009470*
009480*****************************************************************
009490*    1270-LOAD-ADDRESS-ABBREVS - HOLD THE STREET SUFFIX,        *
009500*    DIRECTIONAL, AND UNIT DESIGNATOR WORDS FOR 3970-           *
009510*    STANDARDIZE-ADDRESS, AS MERGE-CSV'S 1062 DOES.  A MISSING  *
009520*    FILE LEAVES THE TABLE EMPTY AND EVERY ADDRESS AS KEYED.    *
009530*****************************************************************
009540 1270-LOAD-ADDRESS-ABBREVS.
009550     MOVE ZERO TO WS-ABR-REF-COUNT
009560     MOVE ZERO TO WS-ABR-REF-LOST-COUNT
009570     MOVE 'N' TO WS-ABR-REF-EOF-SW
009580     OPEN INPUT ADDRESS-ABBREV-FILE
009590     IF NOT WS-ABR-REF-NOT-FOUND
009600         PERFORM 1280-READ-ONE-ABBREV-RECORD THRU 1280-EXIT
009610             UNTIL ABR-REF-EOF
009620         CLOSE ADDRESS-ABBREV-FILE
009630     END-IF
009640     IF WS-ABR-REF-LOST-COUNT > 0
009650         DISPLAY "*** ADDRESS ABBREVIATIONS OVER " WS-MAX-ABR-REF
009660                 " - " WS-ABR-REF-LOST-COUNT
009670                 " ENTRIES NOT LOADED ***"
009680     END-IF.
009690 1270-EXIT.
009700     EXIT.
009710*
009720*    THE WORDS ARE HELD UPPER-CASE, THE WAY 3970 COMPARES THEM.
009730 1280-READ-ONE-ABBREV-RECORD.
009740     READ ADDRESS-ABBREV-FILE
009750         AT END
009760             SET ABR-REF-EOF TO TRUE
009770         NOT AT END
009780             IF WS-ABR-REF-COUNT < WS-MAX-ABR-REF
009790                 ADD 1 TO WS-ABR-REF-COUNT
009800                 INSPECT ADDRESS-ABBREV-RECORD
009810                     CONVERTING "abcdefghijklmnopqrstuvwxyz"
009820                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009830                 MOVE ABR-TYPE
009840                     TO WS-ABR-REF-TYPE (WS-ABR-REF-COUNT)
009850                 MOVE ABR-STANDARD
009860                     TO WS-ABR-REF-STANDARD (WS-ABR-REF-COUNT)
009870                 MOVE ABR-WORD
009880                     TO WS-ABR-REF-WORD (WS-ABR-REF-COUNT)
009890             ELSE
009900                 ADD 1 TO WS-ABR-REF-LOST-COUNT
009910             END-IF
009920     END-READ.
009930 1280-EXIT.
009940     EXIT.
009950*
009960*****************************************************************
009970*    1300-EXPIRE-PENDING-ITEMS - WALK THE PENDING QUEUE.  AN    *
009980*    ITEM WAITING MORE THAN THE ALLOWED DAYS IS LOGGED EXPIRED, *
009990*    REPORTED, AND DROPPED UNAPPLIED; THE REST ARE COUNTED AS   *
010000*    STILL AWAITING A SECOND OPERATOR.                          *
010010*****************************************************************
010020 1300-EXPIRE-PENDING-ITEMS.
010030     MOVE 'N' TO WS-PENDING-EOF-SW
010040     MOVE ZERO TO PND-ID
010050     START PENDING-FILE KEY IS NOT LESS THAN PND-ID
010060         INVALID KEY
010070             SET PENDING-EOF TO TRUE
010080     END-START
010090     PERFORM 1310-AGE-ONE-PENDING-ITEM THRU 1310-EXIT
010100         UNTIL PENDING-EOF.
010110 1300-EXIT.
010120     EXIT.
010130*
010140 1310-AGE-ONE-PENDING-ITEM.
010150     READ PENDING-FILE NEXT RECORD
010160         AT END
010170             SET PENDING-EOF TO TRUE
010180             GO TO 1310-EXIT
010190     END-READ
010200     COMPUTE WS-PND-DAY-NUM =
010210         FUNCTION INTEGER-OF-DATE (PND-QUEUED-DATE)
010220     COMPUTE WS-PND-AGE-DAYS = WS-RUN-DAY-NUM - WS-PND-DAY-NUM
010230     IF WS-PND-AGE-DAYS NOT > WS-EXPIRY-DAYS
010240         ADD 1 TO WS-AWAITING-COUNT
010250         GO TO 1310-EXIT
010260     END-IF
010270     MOVE SPACES TO WS-CHECKER
010280     MOVE "EXPIRED" TO APL-OUTCOME
010290     PERFORM 4900-WRITE-APPROVAL-LOG THRU 4900-EXIT
010300     DISPLAY "EXPIRED UNAPPROVED ITEM " PND-ID ": " PND-ACTION
010310             " " PND-NAME " " PND-ZIP " QUEUED " PND-QUEUED-DATE
010320             " BY " PND-MAKER
010330     DELETE PENDING-FILE RECORD
010340     ADD 1 TO WS-EXPIRED-COUNT.
010350 1310-EXIT.
010360     EXIT.
010370*
010380 2000-PROCESS-ALL-TRANS.
010390     PERFORM 3000-PROCESS-ONE-TRANS THRU 3000-EXIT
010400         UNTIL TRANS-EOF.
010410 2000-EXIT.
010420     EXIT.
010430*
010440 3000-PROCESS-ONE-TRANS.
010450     READ MAINT-TRANS-FILE
010460         AT END
010470             SET TRANS-EOF TO TRUE
010480         NOT AT END
010490             ADD 1 TO WS-TRANS-COUNT
010500             PERFORM 3100-APPLY-ONE-TRANS THRU 3100-EXIT
010510     END-READ.
010520 3000-EXIT.
010530     EXIT.
010540*
010550*****************************************************************
010560*    3100-APPLY-ONE-TRANS - CHECK WHO ENTERED THE TRANSACTION   *
010570*    AND WHY, THEN DISPATCH IT.  AN APPROVE OR DECLINE DECIDES  *
010580*    A QUEUED ITEM; EVERYTHING ELSE IS APPLIED (OR QUEUED) BY   *
010590*    3150 UNDER THE ENTERING OPERATOR'S OWN STAMP.              *
010600*****************************************************************
010610 3100-APPLY-ONE-TRANS.
010620     PERFORM 3050-CHECK-OPERATOR THRU 3050-EXIT
010630     IF NOT OPERATOR-ON-ROSTER
010640         ADD 1 TO WS-REFUSED-COUNT
010650         DISPLAY "REFUSED - OPERATOR '" MNT-OPERATOR
010660                 "' NOT ACTIVE ON THE ROSTER: " MNT-ACTION
010670                 " " MNT-NAME " " MNT-ZIP
010680         GO TO 3100-EXIT
010690     END-IF
010700     IF MNT-REASON = SPACES
010710        AND MNT-ACTION NOT = "SHOW"
010720        AND MNT-ACTION NOT = "FIND"
010730         ADD 1 TO WS-REFUSED-COUNT
010740         DISPLAY "REFUSED - NO REASON CODE: " MNT-ACTION
010750                 " " MNT-NAME " " MNT-ZIP
010760         GO TO 3100-EXIT
010770     END-IF
010780*    A FIND NAMES NO KEY; IT IS ANSWERED FROM THE ALTERNATE
010790*    KEYS OR A NAME SCAN INSTEAD OF THE KEYED READ IN 3150.
010800     IF MNT-ACTION = "FIND"
010810         PERFORM 3950-FIND-CONTACTS THRU 3950-EXIT
010820         GO TO 3100-EXIT
010830     END-IF
010840     IF MNT-ACTION = "APPROVE" OR MNT-ACTION = "DECLINE"
010850         PERFORM 4000-DECIDE-PENDING-ITEM THRU 4000-EXIT
010860         GO TO 3100-EXIT
010870     END-IF
010880     MOVE MNT-OPERATOR TO WS-STAMP-OPERATOR
010890     MOVE SPACES       TO WS-STAMP-APPROVER
010900     MOVE MNT-REASON   TO WS-STAMP-REASON
010910     MOVE 'N' TO WS-APPROVED-RUN-SW
010920     PERFORM 3150-APPLY-KEYED-TRANS THRU 3150-EXIT.
010930 3100-EXIT.
010940     EXIT.
010950*
010960*    THE OPERATOR MUST BE ON THE ROSTER WITH STATUS A.
010970 3050-CHECK-OPERATOR.
010980     MOVE 'N' TO WS-OPERATOR-OK-SW
010990     IF MNT-OPERATOR = SPACES
011000         GO TO 3050-EXIT
011010     END-IF
011020     MOVE 1 TO WS-OPR-IDX
011030     PERFORM 3051-CHECK-ONE-OPERATOR THRU 3051-EXIT
011040         UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
011050            OR OPERATOR-ON-ROSTER.
011060 3050-EXIT.
011070     EXIT.
011080*
011090 3051-CHECK-ONE-OPERATOR.
011100     IF WS-OPR-ID (WS-OPR-IDX) = MNT-OPERATOR
011110        AND WS-OPR-STATUS (WS-OPR-IDX) = "A"
011120         MOVE 'Y' TO WS-OPERATOR-OK-SW
011130     END-IF
011140     ADD 1 TO WS-OPR-IDX.
011150 3051-EXIT.
011160     EXIT.
011170*
011180*****************************************************************
011190*    3150-APPLY-KEYED-TRANS - READ THE MASTER FOR THE KEY NAMED *
011200*    ON THE TRANSACTION AND DISPATCH ON THE ACTION CODE.  A     *
011210*    DELETE, RENAME, MERGE, OR UPDATE OF EMAIL OR PHONE IS      *
011220*    QUEUED FOR A SECOND OPERATOR INSTEAD, UNLESS IT IS BEING   *
011230*    APPLIED NOW BECAUSE ONE HAS APPROVED IT.                   *
011240*****************************************************************
011250 3150-APPLY-KEYED-TRANS.
011260     MOVE 'N' TO WS-TRANS-APPLIED-SW
011270     MOVE SPACES TO WS-APPLY-FAIL-REASON
011280     MOVE MNT-NAME TO MASTER-NAME
011290     MOVE MNT-ZIP  TO MASTER-ZIP
011300     READ MASTER-FILE
011310         INVALID KEY
011320             MOVE 'N' TO WS-MASTER-FOUND-SW
011330         NOT INVALID KEY
011340             MOVE 'Y' TO WS-MASTER-FOUND-SW
011350     END-READ
011360     IF NOT MASTER-FOUND
011370         ADD 1 TO WS-NOT-FOUND-COUNT
011380         DISPLAY "NOT ON MASTER: " MNT-NAME " " MNT-ZIP
011390         MOVE "KEY NO LONGER ON THE MASTER"
011400             TO WS-APPLY-FAIL-REASON
011410         GO TO 3150-EXIT
011420     END-IF
011430     MOVE 'N' TO WS-NEEDS-APPROVAL-SW
011440     EVALUATE TRUE
011450         WHEN MNT-ACTION = "DELETE"
011460           OR MNT-ACTION = "RENAME"
011470           OR MNT-ACTION = "MERGE"
011480             MOVE 'Y' TO WS-NEEDS-APPROVAL-SW
011490         WHEN MNT-ACTION = "UPDATE"
011500          AND (MNT-FIELD = "EMAIL" OR MNT-FIELD = "PHONE")
011510             MOVE 'Y' TO WS-NEEDS-APPROVAL-SW
011520     END-EVALUATE
011530     IF NEEDS-APPROVAL AND NOT APPLYING-APPROVED
011540*        A PHONE THAT COULD NEVER BE APPLIED IS REFUSED NOW,
011550*        NOT AFTER A SECOND OPERATOR HAS SPENT TIME ON IT.
011560         IF MNT-ACTION = "UPDATE" AND MNT-FIELD = "PHONE"
011570            AND MNT-VALUE NOT = SPACES
011580             PERFORM 3960-NORMALIZE-PHONE THRU 3960-EXIT
011590             IF WS-PHONE-DIGIT-COUNT NOT = 10
011600                 ADD 1 TO WS-BAD-TRANS-COUNT
011610                 DISPLAY "UPDATE REFUSED FOR " MNT-NAME
011620                         " " MNT-ZIP
011630                         " - PHONE MUST HAVE 10 DIGITS"
011640                 GO TO 3150-EXIT
011650             END-IF
011660         END-IF
011670         PERFORM 4100-QUEUE-FOR-APPROVAL THRU 4100-EXIT
011680         GO TO 3150-EXIT
011690     END-IF
011700     EVALUATE MNT-ACTION
011710         WHEN "SHOW"
011720             PERFORM 3200-DISPLAY-CONTACT THRU 3200-EXIT
011730         WHEN "UPDATE"
011740             PERFORM 3300-UPDATE-CONTACT THRU 3300-EXIT
011750         WHEN "DELETE"
011760             PERFORM 3400-DELETE-CONTACT THRU 3400-EXIT
011770         WHEN "RENAME"
011780             PERFORM 3800-RENAME-CONTACT THRU 3800-EXIT
011790         WHEN "MERGE"
011800             PERFORM 3900-MERGE-CONTACT THRU 3900-EXIT
011810         WHEN OTHER
011820             ADD 1 TO WS-BAD-TRANS-COUNT
011830             MOVE "UNKNOWN ACTION" TO WS-APPLY-FAIL-REASON
011840             DISPLAY "UNKNOWN ACTION: " MNT-ACTION
011850                     " FOR " MNT-NAME " " MNT-ZIP
011860     END-EVALUATE.
011870 3150-EXIT.
011880     EXIT.
011890*
011900*****************************************************************
011910*    3200-DISPLAY-CONTACT - "WHAT DOES THE MASTER SAY ABOUT     *
011920*    THIS PERSON TODAY?"                                        *
011930*****************************************************************
011940 3200-DISPLAY-CONTACT.
011950     ADD 1 TO WS-SHOWN-COUNT
011960     DISPLAY "MASTER RECORD FOR " MASTER-NAME " " MASTER-ZIP
011970     DISPLAY "  ADDR . . . . " MASTER-ADDR
011980     DISPLAY "  CITY . . . . " MASTER-CITY
011990     DISPLAY "  STATE. . . . " MASTER-STATE
012000     DISPLAY "  CATEGORY . . " MASTER-CATEGORY
012010     DISPLAY "  PHONE. . . . " MASTER-PHONE
012020     DISPLAY "  EMAIL. . . . " MASTER-EMAIL.
012030 3200-EXIT.
012040     EXIT.
012050*
012060*****************************************************************
012070*    3300-UPDATE-CONTACT - REPLACE THE ONE FIELD NAMED ON THE   *
012080*    TRANSACTION AND REWRITE THE MASTER RECORD.  THE KEY FIELDS *
012090*    (NAME, ZIP) CANNOT BE CORRECTED IN PLACE; A KEY CHANGE IS  *
012100*    A RENAME TRANSACTION (3800 BELOW), WHICH MOVES THE RECORD  *
012110*    AND ITS HISTORY LINKAGE IN ONE OPERATION.                  *
012120*****************************************************************
012130 3300-UPDATE-CONTACT.
012140*    SNAPSHOT THE VERSION AS READ; IF THE TRANSACTION PROVES
012150*    GOOD, THIS IS THE IMAGE THAT GOES TO THE HISTORY FILE.
012160*    A PHONE IS STORED IN THE ONE FORM MERGE-CSV STORES, SO IT
012170*    CAN BE FOUND AGAIN ON THE PHONE KEY; ANYTHING BUT 10
012180*    DIGITS IS REFUSED THE WAY THE NIGHTLY MERGE REJECTS IT.
012190     IF MNT-FIELD = "PHONE" AND MNT-VALUE NOT = SPACES
012200         PERFORM 3960-NORMALIZE-PHONE THRU 3960-EXIT
012210         IF WS-PHONE-DIGIT-COUNT NOT = 10
012220             ADD 1 TO WS-BAD-TRANS-COUNT
012230             DISPLAY "UPDATE REFUSED FOR " MNT-NAME " " MNT-ZIP
012240                     " - PHONE MUST HAVE 10 DIGITS"
012250             MOVE "PHONE MUST HAVE 10 DIGITS"
012260                 TO WS-APPLY-FAIL-REASON
012270             GO TO 3300-EXIT
012280         END-IF
012290         MOVE WS-PHONE-FORMATTED TO MNT-VALUE
012300     END-IF
012310*    AN ADDRESS IS STORED IN THE POSTAL FORM MERGE-CSV GIVES
012320*    EVERY ADDRESS.  ONE THAT WILL NOT PARSE IS APPLIED AS KEYED,
012330*    AS THE NIGHTLY MERGE PASSES IT ON, AND SAID SO HERE.
012340     IF MNT-FIELD = "ADDR" AND MNT-VALUE NOT = SPACES
012350        AND WS-ABR-REF-COUNT > ZERO
012360         MOVE MNT-VALUE TO WS-STD-IN
012370         PERFORM 3970-STANDARDIZE-ADDRESS THRU 3970-EXIT
012380         IF STD-PARSED
012390             MOVE WS-STD-OUT TO MNT-VALUE
012400         ELSE
012410             DISPLAY "ADDRESS NOT IN POSTAL FORM FOR " MNT-NAME
012420                     " " MNT-ZIP " (" WS-STD-REASON
012430                     ") - APPLIED AS KEYED"
012440         END-IF
012450     END-IF
012460     MOVE MASTER-RECORD TO WS-OLD-MASTER-IMAGE
012470     MOVE 'Y' TO WS-FIELD-KNOWN-SW
012480     EVALUATE MNT-FIELD
012490         WHEN "ADDR"
012500             MOVE MNT-VALUE TO MASTER-ADDR
012510         WHEN "CITY"
012520             MOVE MNT-VALUE TO MASTER-CITY
012530         WHEN "STATE"
012540             MOVE MNT-VALUE TO MASTER-STATE
012550         WHEN "CATEGORY"
012560             MOVE MNT-VALUE TO MASTER-CATEGORY
012570         WHEN "PHONE"
012580             MOVE MNT-VALUE TO MASTER-PHONE
012590         WHEN "EMAIL"
012600             MOVE MNT-VALUE TO MASTER-EMAIL
012610         WHEN OTHER
012620             MOVE 'N' TO WS-FIELD-KNOWN-SW
012630     END-EVALUATE
012640     IF NOT FIELD-KNOWN
012650         ADD 1 TO WS-BAD-TRANS-COUNT
012660         MOVE "UNKNOWN FIELD" TO WS-APPLY-FAIL-REASON
012670         DISPLAY "UNKNOWN FIELD: " MNT-FIELD
012680                 " FOR " MNT-NAME " " MNT-ZIP
012690     ELSE
012700         SET TRANS-APPLIED TO TRUE
012710         MOVE "UPDATED" TO WS-CHANGE-ACTION
012720         PERFORM 3600-WRITE-MASTER-HISTORY THRU 3600-EXIT
012730         REWRITE MASTER-RECORD
012740         PERFORM 3650-NOTE-FIELD-SOURCES THRU 3650-EXIT
012750         ADD 1 TO WS-UPDATED-COUNT
012760         PERFORM 3500-WRITE-CHANGE-LOG THRU 3500-EXIT
012770*        THE MASTER NOW HOLDS THE CORRECTED VALUES, SO THE
012780*        DELTA IMAGE CARRIES THE VERSION SUBSCRIBERS APPLY.
012790         PERFORM 3700-WRITE-DELTA-RECORD THRU 3700-EXIT
012800         DISPLAY "UPDATED " MNT-FIELD " FOR "
012810                 MASTER-NAME " " MASTER-ZIP
012820     END-IF.
012830 3300-EXIT.
012840     EXIT.
012850*
012860*****************************************************************
012870*    3400-DELETE-CONTACT - REMOVE A CONTACT THE NIGHTLY MERGE   *
012880*    WOULD OTHERWISE CARRY FOREVER (E.G. A BAD MERGE).          *
012890*****************************************************************
012900 3400-DELETE-CONTACT.
012910     MOVE "DELETED" TO WS-CHANGE-ACTION
012920     PERFORM 3500-WRITE-CHANGE-LOG THRU 3500-EXIT
012930     MOVE MASTER-RECORD TO WS-OLD-MASTER-IMAGE
012940     PERFORM 3600-WRITE-MASTER-HISTORY THRU 3600-EXIT
012950*    THE NIGHTLY DELETE PASS WILL NEVER WALK THIS CONTACT AGAIN,
012960*    SO THIS IS THE ONLY DELETED LINE SUBSCRIBERS WILL EVER SEE.
012970     PERFORM 3700-WRITE-DELTA-RECORD THRU 3700-EXIT
012980     DELETE MASTER-FILE RECORD
012990     PERFORM 3670-DROP-FIELD-SOURCES THRU 3670-EXIT
013000     SET TRANS-APPLIED TO TRUE
013010     ADD 1 TO WS-DELETED-COUNT
013020     DISPLAY "DELETED " MASTER-NAME " " MASTER-ZIP.
013030 3400-EXIT.
013040     EXIT.
013050*
013060*    SAME ACTION/NAME/EMAIL LINE 3610-WRITE-CHANGE-LOG WRITES IN
013070*    MERGE-CSV, SO DOWNSTREAM READERS OF CHANGELOG.CSV NEED NOT
013080*    CARE WHETHER A CHANGE WAS NIGHTLY OR MANUAL.
013090 3500-WRITE-CHANGE-LOG.
013100     MOVE WS-RUN-DATE      TO CHG-RUN-DATE
013110     MOVE WS-CHANGE-ACTION TO CHG-ACTION
013120     MOVE MASTER-NAME      TO CHG-NAME
013130     MOVE MASTER-EMAIL     TO CHG-EMAIL
013140     MOVE WS-STAMP-OPERATOR TO CHG-OPERATOR
013150     MOVE WS-STAMP-APPROVER TO CHG-APPROVER
013160     MOVE WS-STAMP-REASON TO CHG-REASON
013170     WRITE CHANGE-LOG-RECORD.
013180 3500-EXIT.
013190     EXIT.
013200*
013210*    ARCHIVE THE SNAPSHOT IN WS-OLD-MASTER-IMAGE -- THE VERSION
013220*    THE UPDATE OR DELETE IS RETIRING -- TO THE SAME HISTORY
013230*    FILE 3640-WRITE-MASTER-HISTORY FEEDS IN MERGE-CSV.
013240 3600-WRITE-MASTER-HISTORY.
013250     MOVE WS-RUN-DATE         TO HIST-RUN-DATE
013260     MOVE WS-CHANGE-ACTION    TO HIST-ACTION
013270     MOVE WS-OLD-MASTER-IMAGE TO HIST-IMAGE
013280     MOVE WS-STAMP-OPERATOR TO HIST-OPERATOR
013290     MOVE WS-STAMP-APPROVER TO HIST-APPROVER
013300     MOVE WS-STAMP-REASON TO HIST-REASON
013310     WRITE MASTER-HISTORY-RECORD.
013320 3600-EXIT.
013330     EXIT.
013340*
013350*    CREDIT EACH FIELD THE TRANSACTION CHANGED (WS-OLD-MASTER-
013360*    IMAGE HOLDS THE OUTGOING VERSION) TO *MAINT ON THE REGION
013370*    REGISTER, THE WAY MERGE-RELEASE'S 3550-NOTE-SOURCE-REGION
013380*    CREDITS AN EXTRACT.  A CONTACT WITH NO ENTRY YET GETS ONE
013390*    WITH NO REGION, WHICH ITS NEXT EXTRACT FILLS IN.
013400 3650-NOTE-FIELD-SOURCES.
013410     MOVE MASTER-KEY TO SRC-KEY
013420     READ MASTER-SOURCE-FILE
013430         INVALID KEY
013440             MOVE 'N' TO WS-SOURCE-FOUND-SW
013450         NOT INVALID KEY
013460             MOVE 'Y' TO WS-SOURCE-FOUND-SW
013470     END-READ
013480     IF NOT SOURCE-FOUND
013490         MOVE MASTER-KEY TO SRC-KEY
013500         MOVE SPACES TO SRC-REGION
013510         MOVE WS-RUN-DATE TO SRC-RUN-DATE
013520     END-IF
013530     PERFORM 3655-STAMP-ONE-FIELD THRU 3655-EXIT
013540         VARYING WS-FLD-IDX FROM 1 BY 1
013550             UNTIL WS-FLD-IDX > 6
013560     IF SOURCE-FOUND
013570         REWRITE MASTER-SOURCE-RECORD
013580     ELSE
013590         WRITE MASTER-SOURCE-RECORD
013600     END-IF.
013610 3650-EXIT.
013620     EXIT.
013630*
013640 3655-STAMP-ONE-FIELD.
013650     EVALUATE WS-FLD-IDX
013660         WHEN 1
013670             MOVE WS-OLD-ADDR         TO WS-FLD-OLD-VALUE
013680             MOVE MASTER-ADDR         TO WS-FLD-NEW-VALUE
013690         WHEN 2
013700             MOVE WS-OLD-CITY         TO WS-FLD-OLD-VALUE
013710             MOVE MASTER-CITY         TO WS-FLD-NEW-VALUE
013720         WHEN 3
013730             MOVE WS-OLD-STATE        TO WS-FLD-OLD-VALUE
013740             MOVE MASTER-STATE        TO WS-FLD-NEW-VALUE
013750         WHEN 4
013760             MOVE WS-OLD-PHONE        TO WS-FLD-OLD-VALUE
013770             MOVE MASTER-PHONE        TO WS-FLD-NEW-VALUE
013780         WHEN 5
013790             MOVE WS-OLD-EMAIL        TO WS-FLD-OLD-VALUE
013800             MOVE MASTER-EMAIL        TO WS-FLD-NEW-VALUE
013810         WHEN 6
013820             MOVE WS-OLD-CATEGORY     TO WS-FLD-OLD-VALUE
013830             MOVE MASTER-CATEGORY     TO WS-FLD-NEW-VALUE
013840     END-EVALUATE
013850     IF NOT SOURCE-FOUND
013860         MOVE SPACES TO SRC-FLD-SOURCE (WS-FLD-IDX)
013870         MOVE ZERO TO SRC-FLD-RUN-DATE (WS-FLD-IDX)
013880     END-IF
013890     IF WS-FLD-OLD-VALUE NOT = WS-FLD-NEW-VALUE
013900         MOVE "*MAINT" TO SRC-FLD-SOURCE (WS-FLD-IDX)
013910         MOVE WS-RUN-DATE TO SRC-FLD-RUN-DATE (WS-FLD-IDX)
013920     END-IF.
013930 3655-EXIT.
013940     EXIT.
013950*
013960*    A RENAMED CONTACT KEEPS ITS REGION AND FIELD SOURCES: THE
013970*    ENTRY UNDER THE OLD KEY IS RE-FILED UNDER THE NEW ONE, OVER
013980*    ANY STRAY ENTRY A RETIRED CONTACT LEFT THERE.
013990 3660-MOVE-FIELD-SOURCES.
014000     MOVE WS-OLD-KEY TO SRC-KEY
014010     READ MASTER-SOURCE-FILE
014020         INVALID KEY
014030             GO TO 3660-EXIT
014040     END-READ
014050     DELETE MASTER-SOURCE-FILE RECORD
014060     MOVE MASTER-KEY TO SRC-KEY
014070     WRITE MASTER-SOURCE-RECORD
014080         INVALID KEY
014090             REWRITE MASTER-SOURCE-RECORD
014100     END-WRITE.
014110 3660-EXIT.
014120     EXIT.
014130*
014140*    A CONTACT TAKEN OFF THE MASTER TAKES ITS REGISTER ENTRY
014150*    WITH IT, AS THE NIGHTLY DELETE DOES.
014160 3670-DROP-FIELD-SOURCES.
014170     MOVE MASTER-KEY TO SRC-KEY
014180     DELETE MASTER-SOURCE-FILE RECORD
014190         INVALID KEY
014200             CONTINUE
014210     END-DELETE.
014220 3670-EXIT.
014230     EXIT.
014240*
014250*****************************************************************
014260*    3700-WRITE-DELTA-RECORD - APPEND THE ACTION AND THE FULL   *
014270*    RECORD IMAGE TO THE SAME DELTA.CSV THE NIGHTLY MERGE       *
014280*    FEEDS.  THE IMAGE IS REBUILT FROM THE MASTER FIELDS THE    *
014290*    WAY MERGE-CSV'S 8165-BUILD-DELETED-IMAGE REBUILDS ONE:     *
014300*    PLAIN 5-DIGIT ZIP, LEFT UNVALIDATED, BLANK SOURCE EXTRACT. *
014310*    FOR AN UPDATE THE MASTER ALREADY HOLDS THE NEW VALUES;     *
014320*    FOR A DELETE IT STILL HOLDS THE OUTGOING ONES.             *
014330*****************************************************************
014340 3700-WRITE-DELTA-RECORD.
014350     MOVE SPACES TO WDI-NAME
014360     MOVE SPACES TO WDI-ADDRESS
014370     MOVE SPACES TO WDI-CATEGORY
014380     MOVE SPACES TO WDI-PHONE
014390     MOVE SPACES TO WDI-EMAIL
014400     MOVE SPACES TO WDI-SOURCE
014410     MOVE MASTER-NAME TO WDI-NAME
014420     STRING MASTER-ADDR ", " MASTER-CITY ", " MASTER-STATE " "
014430            MASTER-ZIP DELIMITED BY SIZE
014440            INTO WDI-ADDRESS
014450     MOVE MASTER-CATEGORY TO WDI-CATEGORY
014460     MOVE MASTER-PHONE TO WDI-PHONE
014470     MOVE MASTER-EMAIL TO WDI-EMAIL
014480     PERFORM 3710-CARVE-EMAIL-DOMAIN THRU 3710-EXIT
014490     MOVE 'N' TO WDI-VALIDATED
014500     MOVE WS-RUN-DATE TO DLT-RUN-DATE
014510     MOVE WS-DELTA-GENERATION TO DLT-GENERATION
014520     ADD 1 TO WS-DELTA-SEQ
014530     MOVE WS-DELTA-SEQ TO DLT-SEQ
014540     MOVE WS-CHANGE-ACTION TO DLT-ACTION
014550     MOVE WS-DELTA-IMAGE TO DLT-IMAGE
014560     WRITE DELTA-RECORD.
014570 3700-EXIT.
014580     EXIT.
014590*
014600*    CARVE THE DOMAIN OFF MASTER-EMAIL: FIND THE USED LENGTH
014610*    SCANNING BACKWARD, THEN THE SINGLE "@", THEN TAKE WHAT
014620*    FOLLOWS IT.  A BLANK OR MALFORMED EMAIL YIELDS A BLANK
014630*    DOMAIN.
014640 3710-CARVE-EMAIL-DOMAIN.
014650     MOVE SPACES TO WDI-DOMAIN
014660     MOVE ZERO TO WS-EMAIL-AT-COUNT
014670     MOVE ZERO TO WS-EMAIL-AT-POS
014680     PERFORM 3711-FIND-EMAIL-LEN THRU 3711-EXIT
014690     IF WS-EMAIL-LEN > ZERO
014700         PERFORM 3712-SCAN-ONE-EMAIL-CHAR THRU 3712-EXIT
014710             VARYING WS-EMAIL-CHAR-IDX FROM 1 BY 1
014720                 UNTIL WS-EMAIL-CHAR-IDX > WS-EMAIL-LEN
014730         IF WS-EMAIL-AT-COUNT = 1
014740            AND WS-EMAIL-AT-POS < WS-EMAIL-LEN
014750             COMPUTE WS-EMAIL-DOMAIN-LEN =
014760                 WS-EMAIL-LEN - WS-EMAIL-AT-POS
014770             MOVE MASTER-EMAIL
014780                 (WS-EMAIL-AT-POS + 1 : WS-EMAIL-DOMAIN-LEN)
014790                 TO WDI-DOMAIN
014800         END-IF
014810     END-IF.
014820 3710-EXIT.
014830     EXIT.
014840*
014850 3711-FIND-EMAIL-LEN.
014860     PERFORM 3713-STEP-BACKWARD THRU 3713-EXIT
014870         VARYING WS-EMAIL-CHAR-IDX FROM 30 BY -1
014880             UNTIL WS-EMAIL-CHAR-IDX < 1
014890                OR MASTER-EMAIL (WS-EMAIL-CHAR-IDX:1) NOT = SPACE
014900     MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-LEN.
014910 3711-EXIT.
014920     EXIT.
014930*
014940 3712-SCAN-ONE-EMAIL-CHAR.
014950     IF MASTER-EMAIL (WS-EMAIL-CHAR-IDX:1) = "@"
014960         ADD 1 TO WS-EMAIL-AT-COUNT
014970         MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-AT-POS
014980     END-IF.
014990 3712-EXIT.
015000     EXIT.
015010*
015020 3713-STEP-BACKWARD.
015030     CONTINUE.
015040 3713-EXIT.
015050     EXIT.
015060*
015070*****************************************************************
015080*    3800-RENAME-CONTACT - MOVE THE CONTACT TO THE NEW NAME +   *
015090*    ZIP CARRIED ON THE TRANSACTION.  THE OLD VERSION IS        *
015100*    ARCHIVED TO HISTORY AS RENAMED, THE OLD-KEY/NEW-KEY PAIR   *
015110*    IS APPENDED TO RENAME-LINK.DAT FOR CONTACT-HISTORY TO      *
015120*    FOLLOW, AND SUBSCRIBERS SEE A DELETED LINE FOR THE OLD     *
015130*    KEY FOLLOWED BY AN ADDED LINE FOR THE NEW ONE -- THE SAME  *
015140*    PAIR A DELETE-AND-NIGHTLY-RE-ADD WOULD HAVE PRODUCED,      *
015150*    WITHOUT ORPHANING THE HISTORY TRAIL ALONG THE WAY.         *
015160*****************************************************************
015170 3800-RENAME-CONTACT.
015180*    SNAPSHOT THE VERSION AS READ; THE TARGET-KEY PROBE BELOW
015190*    OVERLAYS THE RECORD AREA.
015200     MOVE MASTER-RECORD TO WS-OLD-MASTER-IMAGE
015210     IF MNT-NEW-NAME = SPACES OR MNT-NEW-ZIP NOT NUMERIC
015220         ADD 1 TO WS-BAD-TRANS-COUNT
015230         DISPLAY "RENAME REFUSED FOR " MNT-NAME " " MNT-ZIP
015240                 " - INVALID NEW KEY"
015250         MOVE "INVALID NEW KEY" TO WS-APPLY-FAIL-REASON
015260         GO TO 3800-EXIT
015270     END-IF
015280*    A RENAME MAY NOT LAND ON A KEY ANOTHER CONTACT ALREADY
015290*    HOLDS -- THAT WOULD SILENTLY MERGE TWO PEOPLE.
015300     MOVE 'N' TO WS-TARGET-TAKEN-SW
015310     MOVE MNT-NEW-NAME TO MASTER-NAME
015320     MOVE MNT-NEW-ZIP  TO MASTER-ZIP
015330     READ MASTER-FILE
015340         INVALID KEY
015350             CONTINUE
015360         NOT INVALID KEY
015370             MOVE 'Y' TO WS-TARGET-TAKEN-SW
015380     END-READ
015390     IF TARGET-KEY-TAKEN
015400         ADD 1 TO WS-BAD-TRANS-COUNT
015410         DISPLAY "RENAME REFUSED FOR " MNT-NAME " " MNT-ZIP
015420                 " - TARGET KEY ALREADY ON MASTER"
015430         MOVE "TARGET KEY ALREADY ON THE MASTER"
015440             TO WS-APPLY-FAIL-REASON
015450         GO TO 3800-EXIT
015460     END-IF
015470*    ARCHIVE THE OUTGOING VERSION AND LOG THE OLD KEY OUT.  THE
015480*    RECORD AREA IS RESTORED FROM THE SNAPSHOT SO THE DELETE,
015490*    THE CHANGELOG LINE, AND THE DELTA IMAGE ALL CARRY THE KEY
015500*    THE CONTACT IS LEAVING.
015510     MOVE WS-OLD-MASTER-IMAGE TO MASTER-RECORD
015520     MOVE "RENAMED" TO WS-CHANGE-ACTION
015530     PERFORM 3600-WRITE-MASTER-HISTORY THRU 3600-EXIT
015540     MOVE WS-RUN-DATE TO LNK-RUN-DATE
015550     MOVE MASTER-NAME TO LNK-OLD-NAME
015560     MOVE MASTER-ZIP  TO LNK-OLD-ZIP
015570     MOVE MNT-NEW-NAME TO LNK-NEW-NAME
015580     MOVE MNT-NEW-ZIP  TO LNK-NEW-ZIP
015590     WRITE RENAME-LINK-RECORD
015600     MOVE "DELETED" TO WS-CHANGE-ACTION
015610     PERFORM 3500-WRITE-CHANGE-LOG THRU 3500-EXIT
015620     PERFORM 3700-WRITE-DELTA-RECORD THRU 3700-EXIT
015630     DELETE MASTER-FILE RECORD
015640*    RE-KEY THE SURVIVING FIELDS AND LOG THE NEW KEY IN.
015650     MOVE MNT-NEW-NAME TO MASTER-NAME
015660     MOVE MNT-NEW-ZIP  TO MASTER-ZIP
015670     WRITE MASTER-RECORD
015680     PERFORM 3660-MOVE-FIELD-SOURCES THRU 3660-EXIT
015690     MOVE "ADDED" TO WS-CHANGE-ACTION
015700     PERFORM 3500-WRITE-CHANGE-LOG THRU 3500-EXIT
015710     PERFORM 3700-WRITE-DELTA-RECORD THRU 3700-EXIT
015720     SET TRANS-APPLIED TO TRUE
015730     ADD 1 TO WS-RENAMED-COUNT
015740     DISPLAY "RENAMED " MNT-NAME " " MNT-ZIP " TO "
015750             MNT-NEW-NAME " " MNT-NEW-ZIP.
015760 3800-EXIT.
015770     EXIT.
015780*
015790*****************************************************************
015800*    3900-MERGE-CONTACT - CONSOLIDATE THE CONTACT ON THE        *
015810*    TRANSACTION KEY INTO THE SURVIVOR NAMED IN THE NEW-KEY     *
015820*    COLUMNS.  THE SURVIVOR KEEPS EVERY VALUE IT HAS AND TAKES  *
015830*    THE RETIRED CONTACT'S VALUE ONLY WHERE ITS OWN IS BLANK;   *
015840*    THE STREET ADDRESS, CITY AND STATE ARE TAKEN TOGETHER SO   *
015850*    AN ADDRESS IS NEVER PIECED FROM TWO RECORDS.  A CHANGED    *
015860*    SURVIVOR IS ARCHIVED AND LOGGED AS UPDATED; THE RETIRED    *
015870*    CONTACT IS ARCHIVED AS MERGED, LINKED TO THE SURVIVOR IN   *
015880*    RENAME-LINK.DAT THE WAY A RENAME IS, AND LOGGED OUT AS     *
015890*    DELETED.                                                   *
015900*****************************************************************
015910 3900-MERGE-CONTACT.
015920     MOVE MASTER-RECORD TO WS-RETIRED-IMAGE
015930     IF MNT-NEW-NAME = SPACES OR MNT-NEW-ZIP NOT NUMERIC
015940         ADD 1 TO WS-BAD-TRANS-COUNT
015950         DISPLAY "MERGE REFUSED FOR " MNT-NAME " " MNT-ZIP
015960                 " - INVALID SURVIVOR KEY"
015970         MOVE "INVALID SURVIVOR KEY" TO WS-APPLY-FAIL-REASON
015980         GO TO 3900-EXIT
015990     END-IF
016000     IF MNT-NEW-NAME = MNT-NAME AND MNT-NEW-ZIP = MNT-ZIP
016010         ADD 1 TO WS-BAD-TRANS-COUNT
016020         DISPLAY "MERGE REFUSED FOR " MNT-NAME " " MNT-ZIP
016030                 " - SURVIVOR IS THE SAME CONTACT"
016040         MOVE "SURVIVOR IS THE SAME CONTACT"
016050             TO WS-APPLY-FAIL-REASON
016060         GO TO 3900-EXIT
016070     END-IF
016080*    THE SURVIVOR MUST STILL BE ON THE MASTER -- AN EARLIER
016090*    TRANSACTION IN THE BATCH MAY HAVE RETIRED IT.
016100     MOVE 'N' TO WS-SURVIVOR-FOUND-SW
016110     MOVE MNT-NEW-NAME TO MASTER-NAME
016120     MOVE MNT-NEW-ZIP  TO MASTER-ZIP
016130     READ MASTER-FILE
016140         INVALID KEY
016150             CONTINUE
016160         NOT INVALID KEY
016170             MOVE 'Y' TO WS-SURVIVOR-FOUND-SW
016180     END-READ
016190     IF NOT SURVIVOR-FOUND
016200         ADD 1 TO WS-BAD-TRANS-COUNT
016210         DISPLAY "MERGE REFUSED FOR " MNT-NAME " " MNT-ZIP
016220                 " - SURVIVOR NOT ON MASTER"
016230         MOVE "SURVIVOR NO LONGER ON THE MASTER"
016240             TO WS-APPLY-FAIL-REASON
016250         GO TO 3900-EXIT
016260     END-IF
016270     MOVE MASTER-RECORD TO WS-OLD-MASTER-IMAGE
016280     PERFORM 3910-FILL-SURVIVOR-FIELDS THRU 3910-EXIT
016290     IF MASTER-RECORD NOT = WS-OLD-MASTER-IMAGE
016300         MOVE "UPDATED" TO WS-CHANGE-ACTION
016310         PERFORM 3600-WRITE-MASTER-HISTORY THRU 3600-EXIT
016320         REWRITE MASTER-RECORD
016330         PERFORM 3650-NOTE-FIELD-SOURCES THRU 3650-EXIT
016340         PERFORM 3500-WRITE-CHANGE-LOG THRU 3500-EXIT
016350         PERFORM 3700-WRITE-DELTA-RECORD THRU 3700-EXIT
016360     END-IF
016370*    NOW RETIRE THE DUPLICATE.  THE RECORD AREA IS RESTORED FROM
016380*    ITS SNAPSHOT SO THE DELETE, THE CHANGELOG LINE AND THE
016390*    DELTA IMAGE ALL CARRY THE KEY BEING RETIRED.
016400     MOVE WS-RETIRED-IMAGE TO MASTER-RECORD
016410     MOVE WS-RETIRED-IMAGE TO WS-OLD-MASTER-IMAGE
016420     MOVE "MERGED" TO WS-CHANGE-ACTION
016430     PERFORM 3600-WRITE-MASTER-HISTORY THRU 3600-EXIT
016440     MOVE WS-RUN-DATE TO LNK-RUN-DATE
016450     MOVE MASTER-NAME TO LNK-OLD-NAME
016460     MOVE MASTER-ZIP  TO LNK-OLD-ZIP
016470     MOVE MNT-NEW-NAME TO LNK-NEW-NAME
016480     MOVE MNT-NEW-ZIP  TO LNK-NEW-ZIP
016490     WRITE RENAME-LINK-RECORD
016500     MOVE "DELETED" TO WS-CHANGE-ACTION
016510     PERFORM 3500-WRITE-CHANGE-LOG THRU 3500-EXIT
016520     PERFORM 3700-WRITE-DELTA-RECORD THRU 3700-EXIT
016530     DELETE MASTER-FILE RECORD
016540     PERFORM 3670-DROP-FIELD-SOURCES THRU 3670-EXIT
016550     SET TRANS-APPLIED TO TRUE
016560     ADD 1 TO WS-MERGED-COUNT
016570     DISPLAY "MERGED " MNT-NAME " " MNT-ZIP " INTO "
016580             MNT-NEW-NAME " " MNT-NEW-ZIP.
016590 3900-EXIT.
016600     EXIT.
016610*
016620 3910-FILL-SURVIVOR-FIELDS.
016630     IF MASTER-EMAIL = SPACES
016640         MOVE WS-RET-EMAIL TO MASTER-EMAIL
016650     END-IF
016660     IF MASTER-ADDR = SPACES AND WS-RET-ADDR NOT = SPACES
016670         MOVE WS-RET-ADDR  TO MASTER-ADDR
016680         MOVE WS-RET-CITY  TO MASTER-CITY
016690         MOVE WS-RET-STATE TO MASTER-STATE
016700     END-IF
016710     IF MASTER-CATEGORY = SPACES
016720         MOVE WS-RET-CATEGORY TO MASTER-CATEGORY
016730     END-IF
016740     IF MASTER-PHONE = SPACES
016750         MOVE WS-RET-PHONE TO MASTER-PHONE
016760     END-IF.
016770 3910-EXIT.
016780     EXIT.
016790*
016800*****************************************************************
016810*    3950-FIND-CONTACTS - "WHO ON THE MASTER HAS THIS EMAIL,    *
016820*    THIS PHONE, OR A NAME LIKE THIS?"  EMAIL AND PHONE ARE     *
016830*    READ DIRECTLY ON THE MASTER'S ALTERNATE KEYS; THE EMAIL    *
016840*    MUST BE GIVEN AS HELD, THE PHONE IN ANY PUNCTUATION.  A    *
016850*    NAME SEARCH WALKS THE MASTER AND LISTS EVERY CONTACT       *
016860*    WHOSE NAME CONTAINS THE TEXT, IGNORING CASE.  EVERY MATCH  *
016870*    IS SHOWN.                                                  *
016880*****************************************************************
016890 3950-FIND-CONTACTS.
016900     ADD 1 TO WS-FIND-COUNT
016910     MOVE ZERO TO WS-FIND-HITS
016920     MOVE 'N' TO WS-FIND-EOF-SW
016930     IF MNT-VALUE = SPACES
016940         ADD 1 TO WS-BAD-TRANS-COUNT
016950         DISPLAY "FIND REFUSED - NO SEARCH VALUE GIVEN"
016960         GO TO 3950-EXIT
016970     END-IF
016980     EVALUATE MNT-FIELD
016990         WHEN "EMAIL"
017000             DISPLAY "FIND EMAIL " MNT-VALUE
017010             MOVE MNT-VALUE TO MASTER-EMAIL
017020             START MASTER-FILE KEY IS EQUAL TO MASTER-EMAIL
017030                 INVALID KEY
017040                     SET FIND-EOF TO TRUE
017050             END-START
017060             PERFORM 3951-FIND-NEXT-ON-ALT-KEY THRU 3951-EXIT
017070                 UNTIL FIND-EOF
017080         WHEN "PHONE"
017090             PERFORM 3960-NORMALIZE-PHONE THRU 3960-EXIT
017100             IF WS-PHONE-DIGIT-COUNT NOT = 10
017110                 ADD 1 TO WS-BAD-TRANS-COUNT
017120                 DISPLAY "FIND REFUSED - PHONE MUST HAVE 10"
017130                         " DIGITS: " MNT-VALUE
017140                 GO TO 3950-EXIT
017150             END-IF
017160             DISPLAY "FIND PHONE " WS-PHONE-FORMATTED
017170             MOVE WS-PHONE-FORMATTED TO MASTER-PHONE
017180             START MASTER-FILE KEY IS EQUAL TO MASTER-PHONE
017190                 INVALID KEY
017200                     SET FIND-EOF TO TRUE
017210             END-START
017220             PERFORM 3951-FIND-NEXT-ON-ALT-KEY THRU 3951-EXIT
017230                 UNTIL FIND-EOF
017240         WHEN "NAME"
017250             DISPLAY "FIND NAME CONTAINING " MNT-VALUE
017260             PERFORM 3953-FIND-BY-NAME THRU 3953-EXIT
017270         WHEN OTHER
017280             ADD 1 TO WS-BAD-TRANS-COUNT
017290             DISPLAY "UNKNOWN FIND FIELD: " MNT-FIELD
017300             GO TO 3950-EXIT
017310     END-EVALUATE
017320     DISPLAY "CONTACTS FOUND. . . . . . . . " WS-FIND-HITS.
017330 3950-EXIT.
017340     EXIT.
017350*
017360*    NEXT CONTACT IN ALTERNATE-KEY ORDER; THE RUN OF EQUAL
017370*    VALUES ENDS AT THE FIRST DIFFERENT ONE.
017380 3951-FIND-NEXT-ON-ALT-KEY.
017390     READ MASTER-FILE NEXT RECORD
017400         AT END
017410             SET FIND-EOF TO TRUE
017420     END-READ
017430     IF FIND-EOF
017440         GO TO 3951-EXIT
017450     END-IF
017460     IF (MNT-FIELD = "EMAIL" AND MASTER-EMAIL NOT = MNT-VALUE)
017470        OR (MNT-FIELD = "PHONE"
017480            AND MASTER-PHONE NOT = WS-PHONE-FORMATTED)
017490         SET FIND-EOF TO TRUE
017500         GO TO 3951-EXIT
017510     END-IF
017520     PERFORM 3959-SHOW-FIND-MATCH THRU 3959-EXIT.
017530 3951-EXIT.
017540     EXIT.
017550*
017560 3953-FIND-BY-NAME.
017570     MOVE MNT-VALUE TO WS-FIND-VALUE
017580     INSPECT WS-FIND-VALUE
017590         CONVERTING "abcdefghijklmnopqrstuvwxyz"
017600                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
017610     PERFORM 3713-STEP-BACKWARD THRU 3713-EXIT
017620         VARYING WS-FIND-LEN FROM 30 BY -1
017630             UNTIL WS-FIND-LEN < 1
017640                OR WS-FIND-VALUE (WS-FIND-LEN:1) NOT = SPACE
017650     MOVE LOW-VALUES TO MASTER-KEY
017660     START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
017670         INVALID KEY
017680             SET FIND-EOF TO TRUE
017690     END-START
017700     PERFORM 3954-CHECK-ONE-NAME THRU 3954-EXIT
017710         UNTIL FIND-EOF.
017720 3953-EXIT.
017730     EXIT.
017740*
017750 3954-CHECK-ONE-NAME.
017760     READ MASTER-FILE NEXT RECORD
017770         AT END
017780             SET FIND-EOF TO TRUE
017790             GO TO 3954-EXIT
017800     END-READ
017810     MOVE MASTER-NAME TO WS-FIND-NAME
017820     INSPECT WS-FIND-NAME
017830         CONVERTING "abcdefghijklmnopqrstuvwxyz"
017840                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
017850     MOVE ZERO TO WS-FIND-TALLY
017860     INSPECT WS-FIND-NAME TALLYING WS-FIND-TALLY
017870         FOR ALL WS-FIND-VALUE (1:WS-FIND-LEN)
017880     IF WS-FIND-TALLY > ZERO
017890         PERFORM 3959-SHOW-FIND-MATCH THRU 3959-EXIT
017900     END-IF.
017910 3954-EXIT.
017920     EXIT.
017930*
017940 3959-SHOW-FIND-MATCH.
017950     ADD 1 TO WS-FIND-HITS
017960     PERFORM 3200-DISPLAY-CONTACT THRU 3200-EXIT.
017970 3959-EXIT.
017980     EXIT.
017990*
018000*    PULL THE DIGITS OUT OF MNT-VALUE IN ORDER.  ONLY THE FIRST
018010*    10 ARE KEPT, BUT COUNTING CONTINUES SO A LONGER NUMBER IS
018020*    REFUSED RATHER THAN SILENTLY TRUNCATED.
018030 3960-NORMALIZE-PHONE.
018040     MOVE SPACES TO WS-PHONE-DIGITS
018050     MOVE SPACES TO WS-PHONE-FORMATTED
018060     MOVE ZERO TO WS-PHONE-DIGIT-COUNT
018070     PERFORM 3961-EXTRACT-ONE-PHONE-CHAR THRU 3961-EXIT
018080         VARYING WS-PHONE-CHAR-IDX FROM 1 BY 1
018090             UNTIL WS-PHONE-CHAR-IDX > 30
018100     IF WS-PHONE-DIGIT-COUNT = 10
018110         STRING "(" WS-PHONE-DIGITS (1:3) ") "
018120                WS-PHONE-DIGITS (4:3) "-"
018130                WS-PHONE-DIGITS (7:4)
018140                DELIMITED BY SIZE
018150                INTO WS-PHONE-FORMATTED
018160     END-IF.
018170 3960-EXIT.
018180     EXIT.
018190*
018200 3961-EXTRACT-ONE-PHONE-CHAR.
018210     IF MNT-VALUE (WS-PHONE-CHAR-IDX:1) IS NUMERIC
018220         ADD 1 TO WS-PHONE-DIGIT-COUNT
018230         IF WS-PHONE-DIGIT-COUNT <= 10
018240             MOVE MNT-VALUE (WS-PHONE-CHAR-IDX:1)
018250                 TO WS-PHONE-DIGITS (WS-PHONE-DIGIT-COUNT:1)
018260         END-IF
018270     END-IF.
018280 3961-EXIT.
018290     EXIT.
018300*
018310*****************************************************************
018320*    3970-STANDARDIZE-ADDRESS - PUT WS-STD-IN INTO POSTAL FORM  *
018330*    IN WS-STD-OUT AGAINST WS-ABR-REF-TAB, THE SAME PARSE AS    *
018340*    MERGE-CSV'S 3230-STANDARDIZE-ADDRESS.  PERIODS AND COMMAS  *
018350*    ARE DROPPED AND "#" IS A WORD OF ITS OWN.  THE FORM IS:    *
018360*      HOUSE-NUMBER [PRE-DIR] NAME... SUFFIX [POST-DIR]         *
018370*        [DESIGNATOR UNIT-NUMBER]                               *
018380*    OR "PO BOX NNN", EVERY WORD SEPARATED BY ONE SPACE.  AN    *
018390*    ADDRESS THAT WILL NOT PARSE LEAVES STD-PARSED OFF, WS-STD- *
018400*    OUT AS WS-STD-IN, AND WS-STD-REASON SAYING WHY.  NOTHING   *
018410*    IS COUNTED OR WRITTEN HERE; THE CALLER DECIDES.            *
018420*****************************************************************
018430 3970-STANDARDIZE-ADDRESS.
018440     MOVE 'N' TO WS-STD-PARSED-SW
018450     MOVE SPACES TO WS-STD-REASON
018460     MOVE WS-STD-IN TO WS-STD-OUT
018470     MOVE WS-STD-IN TO WS-STD-WORK
018480     INSPECT WS-STD-WORK
018490         CONVERTING "abcdefghijklmnopqrstuvwxyz.,"
018500                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
018510     MOVE SPACES TO WS-STD-TOKEN-TAB
018520     MOVE ZERO TO WS-STD-TOKEN-COUNT
018530     MOVE ZERO TO WS-STD-TOKEN-LEN
018540     PERFORM 3971-SCAN-ONE-CHAR THRU 3971-EXIT
018550         VARYING WS-STD-POS FROM 1 BY 1
018560             UNTIL WS-STD-POS > 30
018570                OR WS-STD-REASON NOT = SPACES
018580     IF WS-STD-REASON NOT = SPACES
018590         GO TO 3970-EXIT
018600     END-IF
018610     PERFORM 3973-TRY-PO-BOX THRU 3973-EXIT
018620     IF STD-PARSED OR WS-STD-REASON NOT = SPACES
018630         GO TO 3970-EXIT
018640     END-IF
018650     IF WS-STD-TOKEN (1) (1:1) NOT NUMERIC
018660         MOVE "NO HOUSE NUMBER" TO WS-STD-REASON
018670         GO TO 3970-EXIT
018680     END-IF
018690     PERFORM 3974-SPLIT-UNIT THRU 3974-EXIT
018700     IF WS-STD-REASON NOT = SPACES
018710         GO TO 3970-EXIT
018720     END-IF
018730     PERFORM 3976-PARSE-STREET THRU 3976-EXIT
018740     IF WS-STD-REASON NOT = SPACES
018750         GO TO 3970-EXIT
018760     END-IF
018770     PERFORM 3977-ASSEMBLE-ADDRESS THRU 3977-EXIT.
018780 3970-EXIT.
018790     EXIT.
018800*
018810*    ONE CHARACTER OF THE ADDRESS: A SPACE ENDS THE WORD IN
018820*    HAND, A "#" IS A WORD BY ITSELF, ANYTHING ELSE IS ADDED TO
018830*    THE WORD IN HAND OR STARTS A NEW ONE.
018840 3971-SCAN-ONE-CHAR.
018850     MOVE WS-STD-WORK (WS-STD-POS:1) TO WS-STD-CHAR
018860     EVALUATE TRUE
018870         WHEN WS-STD-CHAR = SPACE
018880             MOVE ZERO TO WS-STD-TOKEN-LEN
018890         WHEN WS-STD-CHAR = "#"
018900             MOVE ZERO TO WS-STD-TOKEN-LEN
018910             PERFORM 3972-START-TOKEN THRU 3972-EXIT
018920             IF WS-STD-REASON = SPACES
018930                 MOVE "#" TO WS-STD-TOKEN (WS-STD-TOKEN-COUNT)
018940             END-IF
018950         WHEN OTHER
018960             IF WS-STD-TOKEN-LEN = ZERO
018970                 PERFORM 3972-START-TOKEN THRU 3972-EXIT
018980             END-IF
018990             IF WS-STD-TOKEN-LEN = 20
019000                 MOVE "WORD TOO LONG" TO WS-STD-REASON
019010             END-IF
019020             IF WS-STD-REASON = SPACES
019030                 ADD 1 TO WS-STD-TOKEN-LEN
019040                 MOVE WS-STD-CHAR
019050                     TO WS-STD-TOKEN (WS-STD-TOKEN-COUNT)
019060                                     (WS-STD-TOKEN-LEN:1)
019070             END-IF
019080     END-EVALUATE.
019090 3971-EXIT.
019100     EXIT.
019110*
019120 3972-START-TOKEN.
019130     IF WS-STD-TOKEN-COUNT < WS-MAX-STD-TOKEN
019140         ADD 1 TO WS-STD-TOKEN-COUNT
019150     ELSE
019160         MOVE "TOO MANY WORDS" TO WS-STD-REASON
019170     END-IF.
019180 3972-EXIT.
019190     EXIT.
019200*
019210*    "PO BOX NNN" AND "P O BOX NNN" BOTH BECOME "PO BOX NNN".
019220 3973-TRY-PO-BOX.
019230     EVALUATE TRUE
019240         WHEN WS-STD-TOKEN-COUNT = 3
019250          AND WS-STD-TOKEN (1) = "PO"
019260          AND WS-STD-TOKEN (2) = "BOX"
019270             CONTINUE
019280         WHEN WS-STD-TOKEN-COUNT = 4
019290          AND WS-STD-TOKEN (1) = "P"
019300          AND WS-STD-TOKEN (2) = "O"
019310          AND WS-STD-TOKEN (3) = "BOX"
019320             CONTINUE
019330         WHEN OTHER
019340             GO TO 3973-EXIT
019350     END-EVALUATE
019360     MOVE SPACES TO WS-STD-BUILD
019370     MOVE 1 TO WS-STD-PTR
019380     MOVE "PO BOX" TO WS-STD-WORD
019390     PERFORM 3979-APPEND-WORD THRU 3979-EXIT
019400     MOVE WS-STD-TOKEN (WS-STD-TOKEN-COUNT) TO WS-STD-WORD
019410     PERFORM 3979-APPEND-WORD THRU 3979-EXIT
019420     PERFORM 3980-FINISH-ADDRESS THRU 3980-EXIT.
019430 3973-EXIT.
019440     EXIT.
019450*
019460*    FIND THE SECONDARY UNIT, IF ANY.  THE STREET IS EVERYTHING
019470*    FROM THE SECOND WORD UP TO WS-STD-STREET-LAST.
019480 3974-SPLIT-UNIT.
019490     MOVE ZERO TO WS-STD-UNIT-IDX
019500     MOVE SPACES TO WS-STD-UNIT-DESIG
019510     MOVE "U" TO WS-STD-LOOK-TYPE
019520     PERFORM 3975-TEST-UNIT-TOKEN THRU 3975-EXIT
019530         VARYING WS-STD-TOK-IDX FROM 3 BY 1
019540             UNTIL WS-STD-TOK-IDX > WS-STD-TOKEN-COUNT
019550                OR WS-STD-UNIT-IDX > ZERO
019560     IF WS-STD-UNIT-IDX = ZERO
019570         MOVE WS-STD-TOKEN-COUNT TO WS-STD-STREET-LAST
019580         GO TO 3974-EXIT
019590     END-IF
019600     COMPUTE WS-STD-STREET-LAST = WS-STD-UNIT-IDX - 1
019610     EVALUATE TRUE
019620         WHEN WS-STD-TOKEN-COUNT = WS-STD-UNIT-IDX + 1
019630          AND WS-STD-TOKEN (WS-STD-TOKEN-COUNT) NOT = "#"
019640             CONTINUE
019650         WHEN WS-STD-TOKEN-COUNT = WS-STD-UNIT-IDX + 2
019660          AND WS-STD-TOKEN (WS-STD-UNIT-IDX + 1) = "#"
019670          AND WS-STD-TOKEN (WS-STD-TOKEN-COUNT) NOT = "#"
019680             CONTINUE
019690         WHEN WS-STD-TOKEN-COUNT = WS-STD-UNIT-IDX
019700             MOVE "UNIT HAS NO NUMBER" TO WS-STD-REASON
019710         WHEN OTHER
019720             MOVE "UNIT NOT UNDERSTOOD" TO WS-STD-REASON
019730     END-EVALUATE.
019740 3974-EXIT.
019750     EXIT.
019760*
019770 3975-TEST-UNIT-TOKEN.
019780     MOVE WS-STD-TOKEN (WS-STD-TOK-IDX) TO WS-STD-WORD
019790     PERFORM 3981-FIND-ABBREVIATION THRU 3981-EXIT
019800     IF ABR-FOUND
019810         MOVE WS-STD-TOK-IDX TO WS-STD-UNIT-IDX
019820         MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX)
019830             TO WS-STD-UNIT-DESIG
019840     END-IF.
019850 3975-EXIT.
019860     EXIT.
019870*
019880*    TAKE THE POST-DIRECTIONAL, THE SUFFIX, AND THE PRE-
019890*    DIRECTIONAL OFF THE STREET WORDS, LEAVING THE NAME.
019900 3976-PARSE-STREET.
019910     MOVE SPACES TO WS-STD-PREDIR
019920     MOVE SPACES TO WS-STD-SUFFIX
019930     MOVE SPACES TO WS-STD-POSTDIR
019940     IF WS-STD-STREET-LAST < 2
019950         MOVE "NO STREET NAME" TO WS-STD-REASON
019960         GO TO 3976-EXIT
019970     END-IF
019980     MOVE 2 TO WS-STD-NAME-FIRST
019990     MOVE WS-STD-STREET-LAST TO WS-STD-NAME-LAST
020000     IF WS-STD-STREET-LAST > 3
020010         MOVE "D" TO WS-STD-LOOK-TYPE
020020         MOVE WS-STD-TOKEN (WS-STD-NAME-LAST) TO WS-STD-WORD
020030         PERFORM 3981-FIND-ABBREVIATION THRU 3981-EXIT
020040         IF ABR-FOUND
020050             MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX)
020060                 TO WS-STD-POSTDIR
020070             SUBTRACT 1 FROM WS-STD-NAME-LAST
020080         END-IF
020090     END-IF
020100     MOVE "S" TO WS-STD-LOOK-TYPE
020110     MOVE WS-STD-TOKEN (WS-STD-NAME-LAST) TO WS-STD-WORD
020120     PERFORM 3981-FIND-ABBREVIATION THRU 3981-EXIT
020130     IF NOT ABR-FOUND
020140         MOVE "NO STREET SUFFIX" TO WS-STD-REASON
020150         GO TO 3976-EXIT
020160     END-IF
020170     MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX) TO WS-STD-SUFFIX
020180     SUBTRACT 1 FROM WS-STD-NAME-LAST
020190     IF WS-STD-NAME-LAST > WS-STD-NAME-FIRST
020200         MOVE "D" TO WS-STD-LOOK-TYPE
020210         MOVE WS-STD-TOKEN (WS-STD-NAME-FIRST) TO WS-STD-WORD
020220         PERFORM 3981-FIND-ABBREVIATION THRU 3981-EXIT
020230         IF ABR-FOUND
020240             MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX)
020250                 TO WS-STD-PREDIR
020260             ADD 1 TO WS-STD-NAME-FIRST
020270         END-IF
020280     END-IF.
020290 3976-EXIT.
020300     EXIT.
020310*
020320 3977-ASSEMBLE-ADDRESS.
020330     MOVE SPACES TO WS-STD-BUILD
020340     MOVE 1 TO WS-STD-PTR
020350     MOVE WS-STD-TOKEN (1) TO WS-STD-WORD
020360     PERFORM 3979-APPEND-WORD THRU 3979-EXIT
020370     IF WS-STD-PREDIR NOT = SPACES
020380         MOVE WS-STD-PREDIR TO WS-STD-WORD
020390         PERFORM 3979-APPEND-WORD THRU 3979-EXIT
020400     END-IF
020410     PERFORM 3978-APPEND-NAME-WORD THRU 3978-EXIT
020420         VARYING WS-STD-TOK-IDX FROM WS-STD-NAME-FIRST BY 1
020430             UNTIL WS-STD-TOK-IDX > WS-STD-NAME-LAST
020440     MOVE WS-STD-SUFFIX TO WS-STD-WORD
020450     PERFORM 3979-APPEND-WORD THRU 3979-EXIT
020460     IF WS-STD-POSTDIR NOT = SPACES
020470         MOVE WS-STD-POSTDIR TO WS-STD-WORD
020480         PERFORM 3979-APPEND-WORD THRU 3979-EXIT
020490     END-IF
020500     IF WS-STD-UNIT-IDX > ZERO
020510         MOVE WS-STD-UNIT-DESIG TO WS-STD-WORD
020520         PERFORM 3979-APPEND-WORD THRU 3979-EXIT
020530         MOVE WS-STD-TOKEN (WS-STD-TOKEN-COUNT) TO WS-STD-WORD
020540         PERFORM 3979-APPEND-WORD THRU 3979-EXIT
020550     END-IF
020560     PERFORM 3980-FINISH-ADDRESS THRU 3980-EXIT.
020570 3977-EXIT.
020580     EXIT.
020590*
020600 3978-APPEND-NAME-WORD.
020610     MOVE WS-STD-TOKEN (WS-STD-TOK-IDX) TO WS-STD-WORD
020620     PERFORM 3979-APPEND-WORD THRU 3979-EXIT.
020630 3978-EXIT.
020640     EXIT.
020650*
020660*    ADD WS-STD-WORD TO WS-STD-BUILD, ONE SPACE AFTER THE LAST.
020670*    "PO BOX" IS THE ONE WORD WITH A SPACE INSIDE IT, SO THE
020680*    WORD IS TAKEN UP TO TWO SPACES RATHER THAN ONE.
020690 3979-APPEND-WORD.
020700     IF WS-STD-PTR > 1
020710         STRING " " DELIMITED BY SIZE
020720             INTO WS-STD-BUILD WITH POINTER WS-STD-PTR
020730     END-IF
020740     STRING WS-STD-WORD DELIMITED BY "  "
020750         INTO WS-STD-BUILD WITH POINTER WS-STD-PTR.
020760 3979-EXIT.
020770     EXIT.
020780*
020790*    THE BUILT ADDRESS MUST STILL FIT THE 30 BYTES OF MASTER-ADDR.
020800 3980-FINISH-ADDRESS.
020810     IF WS-STD-PTR > 31
020820         MOVE "TOO LONG WHEN BUILT" TO WS-STD-REASON
020830     ELSE
020840         MOVE WS-STD-BUILD TO WS-STD-OUT
020850         SET STD-PARSED TO TRUE
020860     END-IF.
020870 3980-EXIT.
020880     EXIT.
020890*
020900*    LOOK WS-STD-WORD UP AMONG THE WS-STD-LOOK-TYPE ENTRIES OF
020910*    WS-ABR-REF-TAB; ABR-FOUND LEAVES WS-ABR-REF-IDX ON IT.
020920 3981-FIND-ABBREVIATION.
020930     MOVE ZERO TO WS-ABR-REF-IDX
020940     MOVE 'N' TO WS-ABR-FOUND-SW
020950     PERFORM 3982-SEARCH-ABR-REFERENCE THRU 3982-EXIT
020960         UNTIL WS-ABR-REF-IDX >= WS-ABR-REF-COUNT
020970            OR ABR-FOUND.
020980 3981-EXIT.
020990     EXIT.
021000*
021010 3982-SEARCH-ABR-REFERENCE.
021020     ADD 1 TO WS-ABR-REF-IDX
021030     IF WS-ABR-REF-TYPE (WS-ABR-REF-IDX) = WS-STD-LOOK-TYPE
021040        AND WS-ABR-REF-WORD (WS-ABR-REF-IDX) = WS-STD-WORD
021050         SET ABR-FOUND TO TRUE
021060     END-IF.
021070 3982-EXIT.
021080     EXIT.
021090*
021100*****************************************************************
021110*    4000-DECIDE-PENDING-ITEM - A SECOND OPERATOR APPROVES OR   *
021120*    DECLINES A QUEUED ITEM.  THE OPERATOR WHO QUEUED IT CAN    *
021130*    NEVER DECIDE IT.  A DECLINE IS LOGGED AND LEAVES THE       *
021140*    QUEUE.  AN APPROVED ITEM IS APPLIED EXACTLY AS ENTERED,    *
021150*    STAMPED WITH BOTH OPERATORS, AND ONLY THEN LOGGED          *
021160*    APPROVED.  ONE THAT CAN NO LONGER BE APPLIED (ITS CONTACT  *
021170*    GONE, A RENAME TARGET TAKEN, A SURVIVOR MISSING) IS        *
021180*    LOGGED FAILED WITH THE REASON INSTEAD; THAT LINE IS ITS    *
021190*    RECORD, AND THE MAKER MUST ENTER IT AGAIN IF STILL WANTED. *
021200*****************************************************************
021210 4000-DECIDE-PENDING-ITEM.
021220     IF MNT-PENDING-ID NOT NUMERIC
021230         ADD 1 TO WS-BAD-TRANS-COUNT
021240         DISPLAY MNT-ACTION " REFUSED - NO PENDING ITEM NUMBER"
021250         GO TO 4000-EXIT
021260     END-IF
021270     MOVE MNT-PENDING-ID TO PND-ID
021280     READ PENDING-FILE
021290         INVALID KEY
021300             ADD 1 TO WS-BAD-TRANS-COUNT
021310             DISPLAY MNT-ACTION " REFUSED - NO PENDING ITEM "
021320                     MNT-PENDING-ID " (ALREADY DECIDED, EXPIRED,"
021330                     " OR NEVER QUEUED)"
021340             GO TO 4000-EXIT
021350     END-READ
021360     IF PND-MAKER = MNT-OPERATOR
021370         ADD 1 TO WS-REFUSED-COUNT
021380         DISPLAY MNT-ACTION " REFUSED - ITEM " PND-ID
021390                 " WAS QUEUED BY " PND-MAKER
021400                 "; A DIFFERENT OPERATOR MUST DECIDE IT"
021410         GO TO 4000-EXIT
021420     END-IF
021430     MOVE MNT-OPERATOR TO WS-CHECKER-ID
021440     MOVE MNT-REASON   TO WS-CHECKER-REASON
021450     IF MNT-ACTION = "DECLINE"
021460         MOVE "DECLINED" TO APL-OUTCOME
021470         PERFORM 4900-WRITE-APPROVAL-LOG THRU 4900-EXIT
021480         DISPLAY "DECLINED ITEM " PND-ID ": " PND-ACTION " "
021490                 PND-NAME " " PND-ZIP " (QUEUED BY " PND-MAKER ")"
021500         DELETE PENDING-FILE RECORD
021510         ADD 1 TO WS-DECLINED-COUNT
021520         SUBTRACT 1 FROM WS-AWAITING-COUNT
021530         GO TO 4000-EXIT
021540     END-IF
021550     DISPLAY "APPROVED ITEM " PND-ID ": " PND-ACTION " "
021560             PND-NAME " " PND-ZIP " (QUEUED BY " PND-MAKER ")"
021570*    THE QUEUED TRANSACTION REPLACES THE APPROVE IN THE RECORD
021580*    AREA, SO 3150 APPLIES IT JUST AS THE MAKER ENTERED IT.  THE
021590*    PENDING RECORD AREA IS LEFT ALONE UNTIL THE OUTCOME IS KNOWN.
021600     MOVE PND-MAKER     TO WS-STAMP-OPERATOR
021610     MOVE WS-CHECKER-ID TO WS-STAMP-APPROVER
021620     MOVE PND-REASON    TO WS-STAMP-REASON
021630     MOVE PND-TRANS     TO MAINT-TRANS-RECORD
021640     MOVE PND-MAKER     TO MNT-OPERATOR
021650     MOVE PND-REASON    TO MNT-REASON
021660     SET APPLYING-APPROVED TO TRUE
021670     PERFORM 3150-APPLY-KEYED-TRANS THRU 3150-EXIT
021680     MOVE 'N' TO WS-APPROVED-RUN-SW
021690     IF TRANS-APPLIED
021700         MOVE "APPROVED" TO APL-OUTCOME
021710         ADD 1 TO WS-APPROVED-COUNT
021720     ELSE
021730         MOVE "FAILED" TO APL-OUTCOME
021740         ADD 1 TO WS-FAILED-COUNT
021750         DISPLAY "ITEM " PND-ID " NOT APPLIED - "
021760                 WS-APPLY-FAIL-REASON
021770         DISPLAY "  LOGGED FAILED AND TAKEN OFF THE QUEUE;"
021780                 " RE-ENTER IT IF STILL WANTED"
021790     END-IF
021800     PERFORM 4900-WRITE-APPROVAL-LOG THRU 4900-EXIT
021810     DELETE PENDING-FILE RECORD
021820     SUBTRACT 1 FROM WS-AWAITING-COUNT.
021830 4000-EXIT.
021840     EXIT.
021850*
021860*****************************************************************
021870*    4100-QUEUE-FOR-APPROVAL - HOLD THE TRANSACTION ON THE      *
021880*    PENDING QUEUE UNDER A NEW ITEM NUMBER INSTEAD OF APPLYING  *
021890*    IT.  THE NUMBER IS DISPLAYED FOR THE SECOND OPERATOR.      *
021900*****************************************************************
021910 4100-QUEUE-FOR-APPROVAL.
021920     PERFORM 4150-CLAIM-PENDING-ID THRU 4150-EXIT
021930     MOVE WS-LAST-PENDING-ID TO PND-ID
021940     MOVE WS-RUN-DATE        TO PND-QUEUED-DATE
021950     MOVE MNT-OPERATOR       TO PND-MAKER
021960     MOVE MNT-REASON         TO PND-REASON
021970     MOVE MAINT-TRANS-RECORD TO PND-TRANS
021980     WRITE PENDING-RECORD
021990         INVALID KEY
022000             ADD 1 TO WS-BAD-TRANS-COUNT
022010             DISPLAY "*** PENDING ITEM " PND-ID
022020                     " ALREADY ON FILE -"
022030                     " CHECK MAINT-PENDING-CTL.DAT ***"
022040             GO TO 4100-EXIT
022050     END-WRITE
022060     MOVE SPACES TO WS-CHECKER
022070     MOVE "QUEUED" TO APL-OUTCOME
022080     PERFORM 4900-WRITE-APPROVAL-LOG THRU 4900-EXIT
022090     ADD 1 TO WS-QUEUED-COUNT
022100     ADD 1 TO WS-AWAITING-COUNT
022110     DISPLAY "QUEUED FOR APPROVAL AS ITEM " PND-ID ": " MNT-ACTION
022120             " " MNT-NAME " " MNT-ZIP.
022130 4100-EXIT.
022140     EXIT.
022150*
022160*    SAME READ/STEP/WRITE-BACK CLAIM AS 1100, ONE NUMBER PER ITEM.
022170 4150-CLAIM-PENDING-ID.
022180     MOVE ZERO TO WS-LAST-PENDING-ID
022190     OPEN INPUT PENDING-CONTROL-FILE
022200     IF NOT WS-PND-CTL-NOT-FOUND
022210         READ PENDING-CONTROL-FILE
022220             AT END
022230                 CONTINUE
022240             NOT AT END
022250                 MOVE PCT-LAST-ID TO WS-LAST-PENDING-ID
022260         END-READ
022270         CLOSE PENDING-CONTROL-FILE
022280     END-IF
022290     ADD 1 TO WS-LAST-PENDING-ID
022300     OPEN OUTPUT PENDING-CONTROL-FILE
022310     MOVE WS-LAST-PENDING-ID TO PCT-LAST-ID
022320     WRITE PENDING-CONTROL-RECORD
022330     CLOSE PENDING-CONTROL-FILE.
022340 4150-EXIT.
022350     EXIT.
022360*
022370*    ONE APPROVAL-LOG LINE FOR THE PENDING ITEM IN THE RECORD
022380*    AREA; THE CALLER SETS THE OUTCOME AND THE CHECKER.
022390 4900-WRITE-APPROVAL-LOG.
022400     MOVE WS-RUN-DATE       TO APL-RUN-DATE
022410     MOVE "CONTACT"         TO APL-QUEUE
022420     MOVE PND-ID            TO APL-ID
022430     MOVE PND-QUEUED-DATE   TO APL-QUEUED-DATE
022440     MOVE PND-MAKER         TO APL-MAKER
022450     MOVE PND-REASON        TO APL-REASON
022460     MOVE WS-CHECKER-ID     TO APL-CHECKER
022470     MOVE WS-CHECKER-REASON TO APL-CHECK-REASON
022480     MOVE PND-TRANS         TO APL-TRANS
022490     MOVE SPACES            TO APL-DETAIL
022500     IF APL-OUTCOME = "FAILED"
022510         MOVE WS-APPLY-FAIL-REASON TO APL-DETAIL
022520     END-IF
022530     WRITE APPROVAL-LOG-RECORD.
022540 4900-EXIT.
022550     EXIT.
022560*
022570*****************************************************************
022580*    8000-TERMINATE - CLOSE ALL FILES THAT WERE OPENED          *
022590*****************************************************************
022600*    THE LOG FILES ALWAYS END UP OPEN (THE EXTEND OPENS FALL
022610*    BACK TO OUTPUT WHEN THE FILE IS MISSING) ONCE THE BATCH
022620*    GOT PAST THE RUN-TOKEN CHECK; THE TRANSACTION FILE AND
022630*    THE MASTER ONLY CLOSE IF THEIR OPENS SUCCEEDED.
022640 8000-TERMINATE.
022650     IF TRANS-AVAILABLE
022660         CLOSE MAINT-TRANS-FILE
022670     END-IF
022680     IF MASTER-AVAILABLE
022690         CLOSE MASTER-FILE
022700     END-IF
022710     IF FILES-OPENED
022720         CLOSE CHANGE-LOG-FILE
022730         CLOSE MASTER-HISTORY-FILE
022740         CLOSE DELTA-FILE
022750         CLOSE RENAME-LINK-FILE
022760         CLOSE APPROVAL-LOG-FILE
022770         CLOSE PENDING-FILE
022780         CLOSE MASTER-SOURCE-FILE
022790     END-IF.
022800 8000-EXIT.
022810     EXIT.
022820*
022830*****************************************************************
022840*    9000-PRINT-CONTROL-TOTALS - ONE LINE PER OUTCOME SO THE    *
022850*    HELP DESK CAN PROVE OUT A BATCH OF TRANSACTIONS.           *
022860*****************************************************************
022870 9000-PRINT-CONTROL-TOTALS.
022880     DISPLAY "CONTACT-MAINT CONTROL TOTALS"
022890     DISPLAY "----------------------------"
022900     DISPLAY "TRANSACTIONS READ . . . . . . " WS-TRANS-COUNT
022910     DISPLAY "CONTACTS DISPLAYED. . . . . . " WS-SHOWN-COUNT
022920     DISPLAY "FIND REQUESTS . . . . . . . . " WS-FIND-COUNT
022930     DISPLAY "CONTACTS UPDATED. . . . . . . " WS-UPDATED-COUNT
022940     DISPLAY "CONTACTS RENAMED. . . . . . . " WS-RENAMED-COUNT
022950     DISPLAY "DUPLICATES MERGED . . . . . . " WS-MERGED-COUNT
022960     DISPLAY "CONTACTS DELETED. . . . . . . " WS-DELETED-COUNT
022970     DISPLAY "DELTA GENERATION CUT. . . . . "
022980             WS-DELTA-GENERATION " (" WS-DELTA-SEQ " LINES)"
022990     DISPLAY "KEYS NOT ON MASTER. . . . . . " WS-NOT-FOUND-COUNT
023000     DISPLAY "INVALID TRANSACTIONS. . . . . " WS-BAD-TRANS-COUNT
023010     DISPLAY "REFUSED (OPERATOR/REASON) . . " WS-REFUSED-COUNT
023020     DISPLAY "QUEUED FOR APPROVAL . . . . . " WS-QUEUED-COUNT
023030     DISPLAY "APPROVED AND APPLIED. . . . . " WS-APPROVED-COUNT
023040     DISPLAY "DECLINED. . . . . . . . . . . " WS-DECLINED-COUNT
023050     DISPLAY "APPROVED BUT NOT APPLIED. . . " WS-FAILED-COUNT
023060     DISPLAY "EXPIRED UNAPPROVED. . . . . . " WS-EXPIRED-COUNT
023070     DISPLAY "STILL AWAITING APPROVAL . . . " WS-AWAITING-COUNT.
023080 9000-EXIT.
023090     EXIT.
