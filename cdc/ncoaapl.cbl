000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NCOA-APPLY.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. DATA SERVICES - CONTACT EXTRACTS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*  NCOA-APPLY                                                   *
000100*  APPLIES THE MAILING HOUSE'S QUARTERLY NATIONAL CHANGE OF     *
000110*  ADDRESS RETURN (NCOA.DAT) TO MASTER.DAT AS ADDRESS MOVES,    *
000120*  BEFORE THE MAIL BOUNCES RATHER THAN AFTER.  EACH RETURN      *
000130*  CARRIES THE OLD NAME, STREET ADDRESS AND ZIP, THE NEW        *
000140*  ADDRESS, CITY, STATE AND ZIP, THE MOVE DATE, AND THE MOVE    *
000150*  TYPE:                                                        *
000160*      I - INDIVIDUAL: ONLY THE NAMED CONTACT MOVES             *
000170*      F - FAMILY: EVERY CONTACT IN THE HOUSEHOLD (THE SAME     *
000180*          STREET ADDRESS AND ZIP) MOVES WITH IT                *
000190*      B - BUSINESS: THE NAMED CONTACT MOVES; OTHER CONTACTS    *
000200*          AT THE OLD ADDRESS ARE LISTED FOR REVIEW, NOT MOVED  *
000210*  A RETURN IS MATCHED TO THE MASTER BY NAME + ZIP AND MUST     *
000220*  ALSO AGREE ON THE OLD STREET ADDRESS.  A MOVE WITHIN THE ZIP *
000230*  IS AN UPDATE: HISTORY IMAGE, THEN UPDATED ON CHANGELOG.CSV   *
000240*  AND DELTA.CSV.  A MOVE TO A NEW ZIP CHANGES THE MASTER KEY   *
000250*  AND IS CARRIED THE WAY CONTACT-MAINT CARRIES A RENAME: AN    *
000260*  OLD-KEY/NEW-KEY LINE ON RENAME-LINK.DAT AND A DELETED/ADDED  *
000270*  PAIR ON THE LOGS.  A MOVED CONTACT'S MAIL-BAD ENTRY IN       *
000280*  BAD-CONTACT.DAT BELONGS TO THE ADDRESS IT LEFT AND IS        *
000290*  CLEARED.  RETURNS THAT DO NOT MATCH, OR MATCH IN A WAY THAT  *
000300*  WOULD MEAN GUESSING, ARE LISTED ON NCOA-REPORT.CSV AND       *
000310*  LEFT ALONE.                                                  *
000320*  THE NEW ADDRESS IS STORED IN POSTAL FORM AGAINST THE KEPT    *
000330*  ADDRESS-ABBREV.DAT, THE SAME PARSE MERGE-CSV MAKES, AND THE  *
000340*  OLD ADDRESS IS MATCHED IN THAT FORM TOO.  A NEW ADDRESS THAT *
000350*  WILL NOT PARSE GOES ON AS SENT AND IS REPORTED UNPARSED.     *
000360*****************************************************************
000370*
000380*    MODIFICATION HISTORY
000390*    --------------------
000400*    10/15/2026  DAO  ORIGINAL PROGRAM.
000410*    10/15/2026  DAO  MASTER.DAT NOW DECLARES THE ALTERNATE EMAIL
000420*                     AND PHONE KEYS THE REST OF THE SUITE USES.
000430*    10/15/2026  DAO  CHANGELOG.CSV AND MASTER-HISTORY.DAT LINES
000440*                     NOW END WITH OPERATOR, APPROVER AND REASON
000450*                     CODE COLUMNS; THIS RUN STAMPS "*NCOA" AS
000460*                     ITS OPERATOR.
000470*    10/15/2026  DAO  RETURNS ARE NOW MATCHED AND STORED IN THE
000480*                     POSTAL FORM MERGE-CSV GIVES EVERY ADDRESS,
000490*                     AGAINST THE KEPT ADDRESS-ABBREV.DAT.  A NEW
000500*                     ADDRESS THAT WILL NOT PARSE GOES ON AS SENT
000510*                     AND IS REPORTED UNPARSED ON NCOA-REPORT.CSV.
000520*    10/15/2026  DAO  AN ADDRESS MOVED HERE IS NOW CREDITED TO
000530*                     *NCOA IN MASTER-SOURCE.DAT, AND A RE-KEYED
000540*                     CONTACT'S ENTRY FOLLOWS IT TO THE NEW KEY.
000550*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590*    THE QUARTER'S RETURN FROM THE MAILING HOUSE.  A MISSING
000600*    FILE JUST MEANS THERE IS NOTHING TO APPLY.
000610     SELECT NCOA-FILE ASSIGN TO "ncoa.dat"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-NCOA-STATUS.
000640*    SAME KEPT MASTER MERGE-CSV MAINTAINS, KEYED ON NAME + ZIP.
000650     SELECT MASTER-FILE ASSIGN TO "master.dat"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS MASTER-KEY
000690         ALTERNATE RECORD KEY IS MASTER-EMAIL
000700             WITH DUPLICATES
000710         ALTERNATE RECORD KEY IS MASTER-PHONE
000720             WITH DUPLICATES
000730         FILE STATUS IS WS-MASTER-STATUS.
000740*    MERGE-CSV'S KEPT REGISTER OF THE REGION EACH MASTER CONTACT
000750*    CAME FROM AND THE SOURCE BEHIND EACH FIELD.  AN ADDRESS
000760*    MOVED HERE IS CREDITED TO *NCOA, WHICH THE NIGHTLY
000770*    PRECEDENCE RANKS AHEAD OF EVERY EXTRACT, AND THE ENTRY
000780*    FOLLOWS THE CONTACT TO ITS NEW KEY.
000790     SELECT MASTER-SOURCE-FILE ASSIGN TO "master-source.dat"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SRC-KEY
000830         FILE STATUS IS WS-SOURCE-STATUS.
000840*    THE SAME KEPT LOGS CONTACT-MAINT APPENDS TO.
000850     SELECT CHANGE-LOG-FILE ASSIGN TO "changelog.csv"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CHANGELOG-STATUS.
000880     SELECT MASTER-HISTORY-FILE ASSIGN TO "master-history.dat"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-HISTORY-STATUS.
000910     SELECT DELTA-FILE ASSIGN TO "delta.csv"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-DELTA-STATUS.
000940*    A RUN THAT CAN APPLY MOVES CLAIMS ITS OWN DELTA GENERATION,
000950*    THE SAME WAY A CONTACT-MAINT BATCH DOES.
000960     SELECT DELTA-CONTROL-FILE ASSIGN TO "delta-control.dat"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-DELTA-CTL-STATUS.
000990*    KEPT OLD-KEY/NEW-KEY REGISTER CONTACT-HISTORY AND SUBJECT-
001000*    ACCESS FOLLOW.  A MOVE TO A NEW ZIP IS A KEY CHANGE.
001010     SELECT RENAME-LINK-FILE ASSIGN TO "rename-link.dat"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-LINK-STATUS.
001040*    BOUNCE-APPLY'S KNOWN-BAD REGISTER.  A MOVED CONTACT'S
001050*    MAIL-BAD LINE IS DROPPED BY REBUILDING THE REGISTER INTO
001060*    THE WORK FILE BELOW AND PROMOTING IT AT CLEAN END, THE
001070*    SAME BUILD-THEN-PROMOTE SUSPENSE-MAINT USES.
001080     SELECT BAD-CONTACT-FILE ASSIGN TO "bad-contact.dat"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-BAD-STATUS.
001110     SELECT BAD-CONTACT-WORK-FILE ASSIGN TO "bad-contact-ncoa.dat"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-BAD-WORK-STATUS.
001140*    EVERY RETURN'S OUTCOME, PLUS EVERY MAIL-BAD LINE CLEARED.
001150*    REBUILT EVERY RUN.
001160     SELECT NCOA-REPORT-FILE ASSIGN TO "ncoa-report.csv"
001170         ORGANIZATION IS LINE SEQUENTIAL.
001180*    THE NIGHTLY MERGE'S SINGLE-WRITER TOKEN.  WHILE IT READS
001190*    ACTIVE THE RUN IS REFUSED.
001200     SELECT RUN-TOKEN-FILE ASSIGN TO "run-token.dat"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-TOKEN-STATUS.
001230*    MAINTAINED STREET ADDRESS ABBREVIATIONS, THE SAME FILE
001240*    MERGE-CSV PUTS EVERY ADDRESS INTO POSTAL FORM WITH, SO AN
001250*    ADDRESS STORED HERE MATCHES ONE THE NIGHTLY MERGE STORES.
001260     SELECT ADDRESS-ABBREV-FILE
001270         ASSIGN TO "address-abbrev.dat"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-ABR-REF-STATUS.
001300*
001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  NCOA-FILE.
001340 01  NCOA-RECORD.
001350     05  NCO-MOVE-TYPE       PIC X(01).
001360         88  NCO-INDIVIDUAL          VALUE 'I'.
001370         88  NCO-FAMILY              VALUE 'F'.
001380         88  NCO-BUSINESS            VALUE 'B'.
001390     05  NCO-SEP-1           PIC X(01).
001400     05  NCO-NAME            PIC X(30).
001410     05  NCO-SEP-2           PIC X(01).
001420     05  NCO-OLD-ADDR        PIC X(30).
001430     05  NCO-SEP-3           PIC X(01).
001440     05  NCO-OLD-ZIP         PIC X(05).
001450     05  NCO-SEP-4           PIC X(01).
001460     05  NCO-NEW-ADDR        PIC X(30).
001470     05  NCO-SEP-5           PIC X(01).
001480     05  NCO-NEW-CITY        PIC X(20).
001490     05  NCO-SEP-6           PIC X(01).
001500     05  NCO-NEW-STATE       PIC X(02).
001510     05  NCO-SEP-7           PIC X(01).
001520     05  NCO-NEW-ZIP         PIC X(05).
001530     05  NCO-SEP-8           PIC X(01).
001540     05  NCO-MOVE-DATE       PIC X(08).
001550*
001560 FD  MASTER-FILE.
001570 01  MASTER-RECORD.
001580     05  MASTER-KEY.
001590         10  MASTER-NAME     PIC X(30).
001600         10  MASTER-ZIP      PIC X(05).
001610     05  MASTER-EMAIL        PIC X(30).
001620     05  MASTER-ADDR         PIC X(30).
001630     05  MASTER-CITY         PIC X(20).
001640     05  MASTER-STATE        PIC X(02).
001650     05  MASTER-CATEGORY     PIC X(20).
001660     05  MASTER-PHONE        PIC X(14).
001670*
001680 FD  MASTER-SOURCE-FILE.
001690 01  MASTER-SOURCE-RECORD.
001700     05  SRC-KEY.
001710         10  SRC-NAME        PIC X(30).
001720         10  SRC-ZIP         PIC X(05).
001730     05  SRC-REGION          PIC X(30).
001740     05  SRC-RUN-DATE        PIC 9(08).
001750     05  SRC-FIELD-ENTRY     OCCURS 6 TIMES.
001760         10  SRC-FLD-SOURCE  PIC X(30).
001770         10  SRC-FLD-RUN-DATE PIC 9(08).
001780*
001790 FD  CHANGE-LOG-FILE.
001800 01  CHANGE-LOG-RECORD.
001810     05  CHG-RUN-DATE    PIC 9(08).
001820     05  CHG-SEP-0       PIC X(01).
001830     05  CHG-ACTION      PIC X(07).
001840     05  CHG-SEP-1       PIC X(01).
001850     05  CHG-NAME        PIC X(30).
001860     05  CHG-SEP-2       PIC X(01).
001870     05  CHG-EMAIL       PIC X(30).
001880*    WHO MADE THE CHANGE, WHO APPROVED IT WHERE A SECOND
001890*    OPERATOR HAD TO, AND THE REASON CODE GIVEN.  A BATCH
001900*    PROGRAM STAMPS ITS OWN "*" IDENTITY AS THE OPERATOR.
001910     05  CHG-SEP-3       PIC X(01).
001920     05  CHG-OPERATOR    PIC X(08).
001930     05  CHG-SEP-4       PIC X(01).
001940     05  CHG-APPROVER    PIC X(08).
001950     05  CHG-SEP-5       PIC X(01).
001960     05  CHG-REASON      PIC X(04).
001970*
001980 FD  MASTER-HISTORY-FILE.
001990 01  MASTER-HISTORY-RECORD.
002000     05  HIST-RUN-DATE   PIC 9(08).
002010     05  HIST-SEP-1      PIC X(01).
002020     05  HIST-ACTION     PIC X(07).
002030     05  HIST-SEP-2      PIC X(01).
002040     05  HIST-IMAGE      PIC X(151).
002050*    SAME OPERATOR / APPROVER / REASON STAMP THE CHANGELOG
002060*    LINE CARRIES.
002070     05  HIST-SEP-3      PIC X(01).
002080     05  HIST-OPERATOR   PIC X(08).
002090     05  HIST-SEP-4      PIC X(01).
002100     05  HIST-APPROVER   PIC X(08).
002110     05  HIST-SEP-5      PIC X(01).
002120     05  HIST-REASON     PIC X(04).
002130*
002140 FD  DELTA-FILE.
002150 01  DELTA-RECORD.
002160     05  DLT-RUN-DATE    PIC 9(08).
002170     05  DLT-SEP-1       PIC X(01).
002180     05  DLT-GENERATION  PIC 9(06).
002190     05  DLT-SEP-2       PIC X(01).
002200     05  DLT-SEQ         PIC 9(06).
002210     05  DLT-SEP-3       PIC X(01).
002220     05  DLT-ACTION      PIC X(07).
002230     05  DLT-SEP-4       PIC X(01).
002240     05  DLT-IMAGE       PIC X(232).
002250*
002260 FD  DELTA-CONTROL-FILE.
002270 01  DELTA-CONTROL-RECORD.
002280     05  DCT-GENERATION  PIC 9(06).
002290*
002300 FD  RENAME-LINK-FILE.
002310 01  RENAME-LINK-RECORD.
002320     05  LNK-RUN-DATE    PIC 9(08).
002330     05  LNK-SEP-1       PIC X(01).
002340     05  LNK-OLD-NAME    PIC X(30).
002350     05  LNK-OLD-ZIP     PIC X(05).
002360     05  LNK-SEP-2       PIC X(01).
002370     05  LNK-NEW-NAME    PIC X(30).
002380     05  LNK-NEW-ZIP     PIC X(05).
002390*
002400*    SAME LINE BOUNCE-APPLY WRITES.
002410 FD  BAD-CONTACT-FILE.
002420 01  BAD-CONTACT-RECORD.
002430     05  BAD-TYPE        PIC X(01).
002440     05  BAD-SEP-1       PIC X(01).
002450     05  BAD-NAME        PIC X(30).
002460     05  BAD-ZIP         PIC X(05).
002470     05  BAD-SEP-2       PIC X(01).
002480     05  BAD-VALUE       PIC X(30).
002490     05  BAD-SEP-3       PIC X(01).
002500     05  BAD-DATE        PIC 9(08).
002510*
002520 FD  BAD-CONTACT-WORK-FILE.
002530 01  BAD-CONTACT-WORK-RECORD PIC X(77).
002540*
002550*    ONE LINE PER OUTCOME: MOVED, UNMATCHED, AMBIGUOUS, INVALID,
002560*    NO-CHANGE, REVIEW (A CONTACT LEFT AT A BUSINESS'S OLD
002570*    ADDRESS), CLEARED (A MAIL-BAD LINE DROPPED) OR UNPARSED
002580*    (A NEW ADDRESS STORED AS SENT, NOT IN POSTAL FORM).
002590 FD  NCOA-REPORT-FILE.
002600 01  NCOA-REPORT-RECORD.
002610     05  NRP-RUN-DATE        PIC 9(08).
002620     05  NRP-SEP-1           PIC X(01).
002630     05  NRP-OUTCOME         PIC X(09).
002640     05  NRP-SEP-2           PIC X(01).
002650     05  NRP-MOVE-TYPE       PIC X(01).
002660     05  NRP-SEP-3           PIC X(01).
002670     05  NRP-NAME            PIC X(30).
002680     05  NRP-SEP-4           PIC X(01).
002690     05  NRP-ZIP             PIC X(05).
002700     05  NRP-SEP-5           PIC X(01).
002710     05  NRP-NEW-ZIP         PIC X(05).
002720     05  NRP-SEP-6           PIC X(01).
002730     05  NRP-DETAIL          PIC X(50).
002740*
002750*    SAME LINE MERGE-CSV'S 7820-WRITE-RUN-TOKEN WRITES.
002760 FD  RUN-TOKEN-FILE.
002770 01  RUN-TOKEN-RECORD.
002780     05  TOK-STATE       PIC X(07).
002790         88  TOKEN-ACTIVE        VALUE "ACTIVE".
002800     05  TOK-SEP-1       PIC X(01).
002810     05  TOK-RUN-DATE    PIC 9(08).
002820     05  TOK-SEP-2       PIC X(01).
002830     05  TOK-START-TIME  PIC 9(06).
002840*
002850 FD  ADDRESS-ABBREV-FILE.
002860 01  ADDRESS-ABBREV-RECORD.
002870     05  ABR-TYPE            PIC X(01).
002880     05  ABR-SEP-1           PIC X(01).
002890     05  ABR-STANDARD        PIC X(10).
002900     05  ABR-SEP-2           PIC X(01).
002910     05  ABR-WORD            PIC X(20).
002920*
002930 WORKING-STORAGE SECTION.
002940*
002950*    SWITCHES
002960 01  WS-SWITCHES.
002970     05  WS-NCOA-EOF-SW          PIC X VALUE 'N'.
002980         88  NCOA-EOF                  VALUE 'Y'.
002990     05  WS-NCOA-AVAIL-SW        PIC X VALUE 'N'.
003000         88  NCOA-AVAILABLE            VALUE 'Y'.
003010     05  WS-MASTER-AVAIL-SW      PIC X VALUE 'N'.
003020         88  MASTER-AVAILABLE          VALUE 'Y'.
003030     05  WS-MASTER-FOUND-SW      PIC X VALUE 'N'.
003040         88  MASTER-FOUND              VALUE 'Y'.
003050     05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
003060         88  MASTER-EOF                VALUE 'Y'.
003070     05  WS-TARGET-TAKEN-SW      PIC X VALUE 'N'.
003080         88  TARGET-KEY-TAKEN          VALUE 'Y'.
003090     05  WS-RUN-ACTIVE-SW        PIC X VALUE 'N'.
003100         88  NIGHTLY-RUN-ACTIVE        VALUE 'Y'.
003110     05  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
003120         88  FILES-OPENED              VALUE 'Y'.
003130     05  WS-BAD-EOF-SW           PIC X VALUE 'N'.
003140         88  BAD-LIST-EOF              VALUE 'Y'.
003150     05  WS-BAD-WORK-EOF-SW      PIC X VALUE 'N'.
003160         88  BAD-WORK-EOF              VALUE 'Y'.
003170     05  WS-CLEAR-HIT-SW         PIC X VALUE 'N'.
003180         88  CLEAR-HIT                 VALUE 'Y'.
003190     05  WS-HH-HIT-SW            PIC X VALUE 'N'.
003200         88  HOUSEHOLD-HIT             VALUE 'Y'.
003210     05  WS-MOVE-DONE-SW         PIC X VALUE 'N'.
003220         88  MOVE-APPLIED              VALUE 'Y'.
003230     05  WS-ABR-FOUND-SW         PIC X VALUE 'N'.
003240         88  ABR-FOUND                 VALUE 'Y'.
003250     05  WS-ABR-REF-EOF-SW       PIC X VALUE 'N'.
003260         88  ABR-REF-EOF               VALUE 'Y'.
003270     05  WS-STD-PARSED-SW        PIC X VALUE 'N'.
003280         88  STD-PARSED                VALUE 'Y'.
003290     05  WS-SOURCE-FOUND-SW      PIC X VALUE 'N'.
003300         88  SOURCE-FOUND              VALUE 'Y'.
003310*
003320 01  WS-NCOA-STATUS          PIC X(02).
003330     88  WS-NCOA-OK                VALUE '00'.
003340     88  WS-NCOA-NOT-FOUND         VALUE '23', '35'.
003350 01  WS-MASTER-STATUS        PIC X(02).
003360     88  WS-MASTER-OK              VALUE '00'.
003370     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
003380 01  WS-SOURCE-STATUS        PIC X(02).
003390     88  WS-SOURCE-OK              VALUE '00'.
003400     88  WS-SOURCE-NOT-FOUND       VALUE '23', '35'.
003410 01  WS-CHANGELOG-STATUS     PIC X(02).
003420     88  WS-CHANGELOG-OK           VALUE '00'.
003430     88  WS-CHANGELOG-NOT-FOUND    VALUE '23', '35'.
003440 01  WS-HISTORY-STATUS       PIC X(02).
003450     88  WS-HISTORY-OK             VALUE '00'.
003460     88  WS-HISTORY-NOT-FOUND      VALUE '23', '35'.
003470 01  WS-DELTA-STATUS         PIC X(02).
003480     88  WS-DELTA-OK               VALUE '00'.
003490     88  WS-DELTA-NOT-FOUND        VALUE '23', '35'.
003500 01  WS-DELTA-CTL-STATUS     PIC X(02).
003510     88  WS-DELTA-CTL-OK           VALUE '00'.
003520     88  WS-DELTA-CTL-NOT-FOUND    VALUE '23', '35'.
003530 01  WS-LINK-STATUS          PIC X(02).
003540     88  WS-LINK-OK                VALUE '00'.
003550     88  WS-LINK-NOT-FOUND         VALUE '23', '35'.
003560 01  WS-BAD-STATUS           PIC X(02).
003570     88  WS-BAD-OK                 VALUE '00'.
003580     88  WS-BAD-NOT-FOUND          VALUE '23', '35'.
003590 01  WS-BAD-WORK-STATUS      PIC X(02).
003600     88  WS-BAD-WORK-OK            VALUE '00'.
003610 01  WS-TOKEN-STATUS         PIC X(02).
003620     88  WS-TOKEN-OK               VALUE '00'.
003630     88  WS-TOKEN-NOT-FOUND        VALUE '23', '35'.
003640 01  WS-ABR-REF-STATUS       PIC X(02).
003650     88  WS-ABR-REF-OK             VALUE '00'.
003660     88  WS-ABR-REF-NOT-FOUND      VALUE '23', '35'.
003670 01  WS-CHANGE-ACTION        PIC X(07).
003680 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
003690 77  WS-DELTA-GENERATION     PIC 9(06) VALUE 0.
003700 77  WS-DELTA-SEQ            PIC 9(06) COMP VALUE 0.
003710 01  WS-OLD-MASTER-IMAGE     PIC X(151).
003720 01  WS-OLD-MASTER-FIELDS REDEFINES WS-OLD-MASTER-IMAGE.
003730     05  WS-OLD-KEY              PIC X(35).
003740     05  WS-OLD-EMAIL            PIC X(30).
003750     05  WS-OLD-ADDR             PIC X(30).
003760     05  WS-OLD-CITY             PIC X(20).
003770     05  WS-OLD-STATE            PIC X(02).
003780     05  WS-OLD-CATEGORY         PIC X(20).
003790     05  WS-OLD-PHONE            PIC X(14).
003800*    ONE FIELD'S PROVENANCE CHECK: WHICH FIELD, AND ITS OUTGOING
003810*    AND NEW VALUES.
003820 77  WS-FLD-IDX              PIC 9(02) COMP VALUE 0.
003830 77  WS-FLD-OLD-VALUE        PIC X(30).
003840 77  WS-FLD-NEW-VALUE        PIC X(30).
003850*
003860*    THE MOVE BEING APPLIED: THE NEW ADDRESS, ITS TYPE, AND THE
003870*    TEXT THE REPORT LINE CARRIES FOR IT.
003880 01  WS-MOVE.
003890     05  WS-MOVE-TYPE        PIC X(01).
003900     05  WS-MOVE-ADDR        PIC X(30).
003910     05  WS-MOVE-CITY        PIC X(20).
003920     05  WS-MOVE-STATE       PIC X(02).
003930     05  WS-MOVE-ZIP         PIC X(05).
003940     05  WS-MOVE-DETAIL      PIC X(50).
003950*
003960*    STREET ADDRESSES FOR COMPARISON, EACH IN POSTAL FORM WHERE
003970*    IT PARSES AND UPPER-CASED -- THE RETURN AND THE MASTER
003980*    NEED NOT AGREE ON SPELLING OR CASE.
003990 01  WS-CMP-ADDR-1           PIC X(30).
004000 01  WS-CMP-ADDR-2           PIC X(30).
004010*    ADDRESS ABBREVIATIONS TABLE, LOADED ONCE FROM ADDRESS-
004020*    ABBREV-FILE BY 1200-LOAD-ADDRESS-ABBREVS.  OVERFLOW IS LEFT
004030*    UNMATCHABLE AND CALLED OUT IN THE CONTROL TOTALS.  AN
004040*    EMPTY TABLE (NO REFERENCE FILE) LEAVES EVERY ADDRESS AS
004050*    IT WAS GIVEN.
004060 77  WS-MAX-ABR-REF          PIC 9(03) COMP VALUE 500.
004070 77  WS-ABR-REF-COUNT        PIC 9(03) COMP VALUE 0.
004080 77  WS-ABR-REF-IDX          PIC 9(03) COMP VALUE 0.
004090 77  WS-ABR-REF-LOST-COUNT   PIC 9(05) COMP VALUE 0.
004100 01  WS-ABR-REF-TAB.
004110     05  WS-ABR-REF-ENTRY    OCCURS 500 TIMES.
004120         10  WS-ABR-REF-TYPE     PIC X(01).
004130         10  WS-ABR-REF-STANDARD PIC X(10).
004140         10  WS-ABR-REF-WORD     PIC X(20).
004150*    3300-STANDARDIZE-ADDRESS WORK AREAS.  WS-STD-IN IS THE
004160*    ADDRESS OFFERED; WS-STD-OUT COMES BACK IN POSTAL FORM WHEN
004170*    STD-PARSED, OR AS OFFERED WITH WS-STD-REASON SAYING WHY NOT.
004180*    THE WORDS ARE SPLIT INTO WS-STD-TOKEN; THE STREET NAME IS
004190*    THE RUN OF WORDS LEFT BETWEEN WS-STD-NAME-FIRST AND -LAST
004200*    ONCE THE HOUSE NUMBER, DIRECTIONALS, SUFFIX, AND UNIT ARE
004210*    TAKEN OFF.  WS-STD-BUILD IS WIDER THAN THE MASTER FIELD SO
004220*    AN ADDRESS THAT GROWS TOO LONG CAN BE SEEN AND REFUSED.
004230 77  WS-STD-IN               PIC X(30).
004240 77  WS-STD-OUT              PIC X(30).
004250 77  WS-STD-WORK             PIC X(30).
004260 77  WS-STD-BUILD            PIC X(60).
004270 77  WS-STD-REASON           PIC X(20).
004280 77  WS-STD-CHAR             PIC X(01).
004290 77  WS-STD-WORD             PIC X(20).
004300 77  WS-STD-LOOK-TYPE        PIC X(01).
004310 77  WS-STD-PREDIR           PIC X(10).
004320 77  WS-STD-SUFFIX           PIC X(10).
004330 77  WS-STD-POSTDIR          PIC X(10).
004340 77  WS-STD-UNIT-DESIG       PIC X(10).
004350 77  WS-STD-POS              PIC 9(03) COMP VALUE 0.
004360 77  WS-STD-PTR              PIC 9(03) COMP VALUE 0.
004370 77  WS-MAX-STD-TOKEN        PIC 9(03) COMP VALUE 15.
004380 77  WS-STD-TOKEN-COUNT      PIC 9(03) COMP VALUE 0.
004390 77  WS-STD-TOKEN-LEN        PIC 9(03) COMP VALUE 0.
004400 77  WS-STD-TOK-IDX          PIC 9(03) COMP VALUE 0.
004410 77  WS-STD-UNIT-IDX         PIC 9(03) COMP VALUE 0.
004420 77  WS-STD-STREET-LAST      PIC 9(03) COMP VALUE 0.
004430 77  WS-STD-NAME-FIRST       PIC 9(03) COMP VALUE 0.
004440 77  WS-STD-NAME-LAST        PIC 9(03) COMP VALUE 0.
004450 01  WS-STD-TOKEN-TAB.
004460     05  WS-STD-TOKEN        PIC X(20) OCCURS 15 TIMES.
004470*
004480*    FULL RECORD IMAGE FOR THE DELTA FEED, REBUILT FROM THE
004490*    MASTER FIELDS THE WAY CONTACT-MAINT REBUILDS ONE.
004500 01  WS-DELTA-IMAGE.
004510     05  WDI-NAME        PIC X(30).
004520     05  WDI-SEP-1       PIC X(01).
004530     05  WDI-ADDRESS     PIC X(70).
004540     05  WDI-SEP-2       PIC X(01).
004550     05  WDI-CATEGORY    PIC X(20).
004560     05  WDI-SEP-3       PIC X(01).
004570     05  WDI-PHONE       PIC X(14).
004580     05  WDI-SEP-4       PIC X(01).
004590     05  WDI-EMAIL       PIC X(30).
004600     05  WDI-SEP-5       PIC X(01).
004610     05  WDI-DOMAIN      PIC X(30).
004620     05  WDI-SEP-6       PIC X(01).
004630     05  WDI-SOURCE      PIC X(30).
004640     05  WDI-SEP-7       PIC X(01).
004650     05  WDI-VALIDATED   PIC X(01).
004660 01  WS-EMAIL-WORK.
004670     05  WS-EMAIL-LEN            PIC 9(02) COMP VALUE 0.
004680     05  WS-EMAIL-CHAR-IDX       PIC 9(02) COMP VALUE 0.
004690     05  WS-EMAIL-AT-COUNT       PIC 9(02) COMP VALUE 0.
004700     05  WS-EMAIL-AT-POS         PIC 9(02) COMP VALUE 0.
004710     05  WS-EMAIL-DOMAIN-LEN     PIC 9(02) COMP VALUE 0.
004720*
004730*    FAMILY AND BUSINESS MOVES WHOSE OLD ADDRESS STILL HAS TO
004740*    BE SWEPT FOR OTHER CONTACTS, AND THE CONTACTS THE SWEEP
004750*    FOUND THERE.  OVERFLOW IS LEFT UNSWEPT AND CALLED OUT IN
004760*    THE CONTROL TOTALS.
004770 77  WS-MAX-HH-MOVE          PIC 9(04) COMP VALUE 1000.
004780 77  WS-HH-MOVE-COUNT        PIC 9(04) COMP VALUE 0.
004790 77  WS-HH-MOVE-IDX          PIC 9(04) COMP VALUE 0.
004800 77  WS-HH-MOVE-LOST-COUNT   PIC 9(05) COMP VALUE 0.
004810 01  WS-HH-MOVE-TAB.
004820     05  WS-HH-MOVE-ENTRY    OCCURS 1000 TIMES.
004830         10  WS-HHM-OLD-ADDR     PIC X(30).
004840         10  WS-HHM-OLD-ZIP      PIC X(05).
004850         10  WS-HHM-TYPE         PIC X(01).
004860         10  WS-HHM-NEW-ADDR     PIC X(30).
004870         10  WS-HHM-NEW-CITY     PIC X(20).
004880         10  WS-HHM-NEW-STATE    PIC X(02).
004890         10  WS-HHM-NEW-ZIP      PIC X(05).
004900         10  WS-HHM-ANCHOR       PIC X(30).
004910 77  WS-MAX-MEMBER           PIC 9(04) COMP VALUE 2000.
004920 77  WS-MEMBER-COUNT         PIC 9(04) COMP VALUE 0.
004930 77  WS-MEMBER-IDX           PIC 9(04) COMP VALUE 0.
004940 77  WS-MEMBER-LOST-COUNT    PIC 9(05) COMP VALUE 0.
004950 01  WS-MEMBER-TAB.
004960     05  WS-MEMBER-ENTRY     OCCURS 2000 TIMES.
004970         10  WS-MBR-KEY          PIC X(35).
004980         10  WS-MBR-HH-IDX       PIC 9(04) COMP.
004990*
005000*    KEYS EVERY MOVED CONTACT LEFT, WHOSE MAIL-BAD LINES ARE
005010*    DROPPED FROM THE REGISTER AT END OF RUN.
005020 77  WS-MAX-CLEAR            PIC 9(04) COMP VALUE 5000.
005030 77  WS-CLEAR-COUNT          PIC 9(04) COMP VALUE 0.
005040 77  WS-CLEAR-IDX            PIC 9(04) COMP VALUE 0.
005050 77  WS-CLEAR-LOST-COUNT     PIC 9(05) COMP VALUE 0.
005060 01  WS-CLEAR-TAB.
005070     05  WS-CLEAR-KEY        PIC X(35) OCCURS 5000 TIMES.
005080 01  WS-BAD-KEY              PIC X(35).
005090*
005100*    COUNTERS
005110 77  WS-NCOA-READ-COUNT      PIC 9(07) COMP VALUE 0.
005120 77  WS-INDIV-MOVED-COUNT    PIC 9(07) COMP VALUE 0.
005130 77  WS-FAMILY-MOVED-COUNT   PIC 9(07) COMP VALUE 0.
005140 77  WS-MEMBER-MOVED-COUNT   PIC 9(07) COMP VALUE 0.
005150 77  WS-BUSINESS-MOVED-COUNT PIC 9(07) COMP VALUE 0.
005160 77  WS-REKEYED-COUNT        PIC 9(07) COMP VALUE 0.
005170 77  WS-NO-CHANGE-COUNT      PIC 9(07) COMP VALUE 0.
005180 77  WS-UNMATCHED-COUNT      PIC 9(07) COMP VALUE 0.
005190 77  WS-AMBIGUOUS-COUNT      PIC 9(07) COMP VALUE 0.
005200 77  WS-INVALID-COUNT        PIC 9(07) COMP VALUE 0.
005210 77  WS-UNPARSED-COUNT       PIC 9(07) COMP VALUE 0.
005220 77  WS-REVIEW-COUNT         PIC 9(07) COMP VALUE 0.
005230 77  WS-CLEARED-COUNT        PIC 9(07) COMP VALUE 0.
005240*
005250 PROCEDURE DIVISION.
005260*
005270 0000-MAINLINE.
005280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005290     IF NCOA-AVAILABLE AND MASTER-AVAILABLE
005300         PERFORM 2000-PROCESS-ALL-RETURNS THRU 2000-EXIT
005310         PERFORM 4000-CARRY-HOUSEHOLDS THRU 4000-EXIT
005320         PERFORM 7000-CLEAR-MAIL-BAD-ENTRIES THRU 7000-EXIT
005330     END-IF
005340     PERFORM 8000-TERMINATE THRU 8000-EXIT
005350     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
005360     STOP RUN.
005370*
005380*****************************************************************
005390*    1000-INITIALIZE - OPEN FILES.  A MISSING RETURN FILE IS    *
005400*    NOT AN ERROR (NOTHING TO APPLY); A MISSING MASTER IS.      *
005410*****************************************************************
005420 1000-INITIALIZE.
005430*    THE NIGHT BELONGS TO MERGE-CSV: WHILE ITS TOKEN IS ACTIVE
005440*    NOTHING IS OPENED AND THE RUN IS REFUSED.
005450     PERFORM 1050-CHECK-RUN-TOKEN THRU 1050-EXIT
005460     IF NIGHTLY-RUN-ACTIVE
005470         GO TO 1000-EXIT
005480     END-IF
005490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005500     OPEN INPUT NCOA-FILE
005510     IF WS-NCOA-OK
005520         MOVE 'Y' TO WS-NCOA-AVAIL-SW
005530     ELSE
005540         DISPLAY "NCOA-APPLY: NO NCOA.DAT PRESENT"
005550     END-IF
005560     OPEN I-O MASTER-FILE
005570     IF WS-MASTER-OK
005580         MOVE 'Y' TO WS-MASTER-AVAIL-SW
005590     ELSE
005600         DISPLAY "NCOA-APPLY: MASTER.DAT NOT AVAILABLE"
005610                 " (STATUS " WS-MASTER-STATUS ") - RUN THE"
005620                 " NIGHTLY MERGE FIRST"
005630     END-IF
005640*    THE LOGS ARE SHARED WITH THE NIGHTLY MERGE AND MAY NOT
005650*    EXIST YET; "FILE NOT FOUND" ON THE EXTEND MEANS CREATE.
005660     OPEN EXTEND CHANGE-LOG-FILE
005670     IF WS-CHANGELOG-NOT-FOUND
005680         OPEN OUTPUT CHANGE-LOG-FILE
005690     END-IF
005700     OPEN EXTEND MASTER-HISTORY-FILE
005710     IF WS-HISTORY-NOT-FOUND
005720         OPEN OUTPUT MASTER-HISTORY-FILE
005730     END-IF
005740     OPEN EXTEND DELTA-FILE
005750     IF WS-DELTA-NOT-FOUND
005760         OPEN OUTPUT DELTA-FILE
005770     END-IF
005780     OPEN EXTEND RENAME-LINK-FILE
005790     IF WS-LINK-NOT-FOUND
005800         OPEN OUTPUT RENAME-LINK-FILE
005810     END-IF
005820     OPEN I-O MASTER-SOURCE-FILE
005830     IF WS-SOURCE-NOT-FOUND
005840         OPEN OUTPUT MASTER-SOURCE-FILE
005850         CLOSE MASTER-SOURCE-FILE
005860         OPEN I-O MASTER-SOURCE-FILE
005870     END-IF
005880     OPEN OUTPUT NCOA-REPORT-FILE
005890     IF NCOA-AVAILABLE AND MASTER-AVAILABLE
005900         PERFORM 1100-CLAIM-DELTA-GENERATION THRU 1100-EXIT
005910         PERFORM 1200-LOAD-ADDRESS-ABBREVS THRU 1200-EXIT
005920     END-IF
005930     MOVE "," TO CHG-SEP-0
005940     MOVE "," TO CHG-SEP-1
005950     MOVE "," TO CHG-SEP-2
005960     MOVE "," TO CHG-SEP-3
005970     MOVE "," TO CHG-SEP-4
005980     MOVE "," TO CHG-SEP-5
005990     MOVE "," TO HIST-SEP-1
006000     MOVE "," TO HIST-SEP-2
006010     MOVE "," TO HIST-SEP-3
006020     MOVE "," TO HIST-SEP-4
006030     MOVE "," TO HIST-SEP-5
006040     MOVE "," TO DLT-SEP-1
006050     MOVE "," TO DLT-SEP-2
006060     MOVE "," TO DLT-SEP-3
006070     MOVE "," TO DLT-SEP-4
006080     MOVE "," TO WDI-SEP-1
006090     MOVE "," TO WDI-SEP-2
006100     MOVE "," TO WDI-SEP-3
006110     MOVE "," TO WDI-SEP-4
006120     MOVE "," TO WDI-SEP-5
006130     MOVE "," TO WDI-SEP-6
006140     MOVE "," TO WDI-SEP-7
006150     MOVE "," TO LNK-SEP-1
006160     MOVE "," TO LNK-SEP-2
006170     MOVE "," TO NRP-SEP-1
006180     MOVE "," TO NRP-SEP-2
006190     MOVE "," TO NRP-SEP-3
006200     MOVE "," TO NRP-SEP-4
006210     MOVE "," TO NRP-SEP-5
006220     MOVE "," TO NRP-SEP-6
006230     SET FILES-OPENED TO TRUE.
006240 1000-EXIT.
006250     EXIT.
006260*
006270*    A MISSING TOKEN FILE JUST MEANS THE NIGHTLY MERGE HAS
006280*    NEVER RUN WITH ONE -- NOTHING TO WAIT FOR.
006290 1050-CHECK-RUN-TOKEN.
006300     OPEN INPUT RUN-TOKEN-FILE
006310     IF WS-TOKEN-NOT-FOUND
006320         GO TO 1050-EXIT
006330     END-IF
006340     READ RUN-TOKEN-FILE
006350         AT END
006360             CONTINUE
006370         NOT AT END
006380             IF TOKEN-ACTIVE
006390                 MOVE 'Y' TO WS-RUN-ACTIVE-SW
006400                 DISPLAY "NCOA-APPLY: NIGHTLY RUN IN"
006410                         " PROGRESS, STARTED "
006420                         TOK-START-TIME (1:2) ":"
006430                         TOK-START-TIME (3:2)
006440                         " - TRY AGAIN AFTER IT COMPLETES"
006450             END-IF
006460     END-READ
006470     CLOSE RUN-TOKEN-FILE.
006480 1050-EXIT.
006490     EXIT.
006500*
006510*    READ THE KEPT GENERATION COUNTER, STEP IT, AND WRITE IT
006520*    STRAIGHT BACK, AS CONTACT-MAINT DOES.
006530 1100-CLAIM-DELTA-GENERATION.
006540     MOVE ZERO TO WS-DELTA-GENERATION
006550     OPEN INPUT DELTA-CONTROL-FILE
006560     IF NOT WS-DELTA-CTL-NOT-FOUND
006570         READ DELTA-CONTROL-FILE
006580             AT END
006590                 CONTINUE
006600             NOT AT END
006610                 MOVE DCT-GENERATION TO WS-DELTA-GENERATION
006620         END-READ
006630         CLOSE DELTA-CONTROL-FILE
006640     END-IF
006650     ADD 1 TO WS-DELTA-GENERATION
006660     OPEN OUTPUT DELTA-CONTROL-FILE
006670     MOVE WS-DELTA-GENERATION TO DCT-GENERATION
006680     WRITE DELTA-CONTROL-RECORD
006690     CLOSE DELTA-CONTROL-FILE
006700     MOVE ZERO TO WS-DELTA-SEQ.
006710 1100-EXIT.
006720     EXIT.
006730*
006740*    LOAD THE STREET SUFFIX, DIRECTIONAL, AND UNIT DESIGNATOR
006750*    WORDS FOR 3300-STANDARDIZE-ADDRESS, AS MERGE-CSV'S 1062
006760*    DOES.  A MISSING FILE LEAVES THE TABLE EMPTY AND EVERY
006770*    ADDRESS AS IT WAS GIVEN.
006780 1200-LOAD-ADDRESS-ABBREVS.
006790     MOVE ZERO TO WS-ABR-REF-COUNT
006800     MOVE ZERO TO WS-ABR-REF-LOST-COUNT
006810     MOVE 'N' TO WS-ABR-REF-EOF-SW
006820     OPEN INPUT ADDRESS-ABBREV-FILE
006830     IF NOT WS-ABR-REF-NOT-FOUND
006840         PERFORM 1210-READ-ONE-ABBREV-RECORD THRU 1210-EXIT
006850             UNTIL ABR-REF-EOF
006860         CLOSE ADDRESS-ABBREV-FILE
006870     END-IF.
006880 1200-EXIT.
006890     EXIT.
006900*
006910*    THE WORDS ARE HELD UPPER-CASE, THE WAY 3300 COMPARES THEM.
006920 1210-READ-ONE-ABBREV-RECORD.
006930     READ ADDRESS-ABBREV-FILE
006940         AT END
006950             SET ABR-REF-EOF TO TRUE
006960         NOT AT END
006970             IF WS-ABR-REF-COUNT < WS-MAX-ABR-REF
006980                 ADD 1 TO WS-ABR-REF-COUNT
006990                 INSPECT ADDRESS-ABBREV-RECORD
007000                     CONVERTING "abcdefghijklmnopqrstuvwxyz"
007010                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007020                 MOVE ABR-TYPE
007030                     TO WS-ABR-REF-TYPE (WS-ABR-REF-COUNT)
007040                 MOVE ABR-STANDARD
007050                     TO WS-ABR-REF-STANDARD (WS-ABR-REF-COUNT)
007060                 MOVE ABR-WORD
007070                     TO WS-ABR-REF-WORD (WS-ABR-REF-COUNT)
007080             ELSE
007090                 ADD 1 TO WS-ABR-REF-LOST-COUNT
007100             END-IF
007110     END-READ.
007120 1210-EXIT.
007130     EXIT.
007140*
007150 2000-PROCESS-ALL-RETURNS.
007160     PERFORM 3000-PROCESS-ONE-RETURN THRU 3000-EXIT
007170         UNTIL NCOA-EOF.
007180 2000-EXIT.
007190     EXIT.
007200*
007210 3000-PROCESS-ONE-RETURN.
007220     READ NCOA-FILE
007230         AT END
007240             SET NCOA-EOF TO TRUE
007250         NOT AT END
007260             ADD 1 TO WS-NCOA-READ-COUNT
007270             PERFORM 3100-MATCH-ONE-RETURN THRU 3100-EXIT
007280     END-READ.
007290 3000-EXIT.
007300     EXIT.
007310*
007320*****************************************************************
007330*    3100-MATCH-ONE-RETURN - VALIDATE THE RETURN, READ THE      *
007340*    MASTER BY ITS OLD NAME + ZIP, AND CONFIRM THE OLD STREET   *
007350*    ADDRESS BEFORE MOVING ANYONE.  A NAME + ZIP THAT NOW       *
007360*    HOLDS A DIFFERENT ADDRESS IS A DIFFERENT PERSON OR AN      *
007370*    ADDRESS ALREADY CORRECTED -- EITHER WAY NOT A GUESS TO     *
007380*    MAKE.                                                      *
007390*****************************************************************
007400 3100-MATCH-ONE-RETURN.
007410     MOVE NCO-MOVE-TYPE TO WS-MOVE-TYPE
007420     IF NOT NCO-INDIVIDUAL AND NOT NCO-FAMILY
007430        AND NOT NCO-BUSINESS
007440         MOVE "UNKNOWN MOVE TYPE" TO WS-MOVE-DETAIL
007450         PERFORM 3190-REPORT-INVALID THRU 3190-EXIT
007460         GO TO 3100-EXIT
007470     END-IF
007480     IF NCO-NAME = SPACES OR NCO-OLD-ZIP NOT NUMERIC
007490         MOVE "OLD NAME OR ZIP MISSING" TO WS-MOVE-DETAIL
007500         PERFORM 3190-REPORT-INVALID THRU 3190-EXIT
007510         GO TO 3100-EXIT
007520     END-IF
007530     IF NCO-NEW-ADDR = SPACES OR NCO-NEW-ZIP NOT NUMERIC
007540         MOVE "NEW ADDRESS OR ZIP MISSING" TO WS-MOVE-DETAIL
007550         PERFORM 3190-REPORT-INVALID THRU 3190-EXIT
007560         GO TO 3100-EXIT
007570     END-IF
007580     MOVE NCO-NAME    TO MASTER-NAME
007590     MOVE NCO-OLD-ZIP TO MASTER-ZIP
007600     READ MASTER-FILE
007610         INVALID KEY
007620             MOVE 'N' TO WS-MASTER-FOUND-SW
007630         NOT INVALID KEY
007640             MOVE 'Y' TO WS-MASTER-FOUND-SW
007650     END-READ
007660     IF NOT MASTER-FOUND
007670         ADD 1 TO WS-UNMATCHED-COUNT
007680         MOVE "UNMATCHED" TO NRP-OUTCOME
007690         MOVE NCO-NAME    TO NRP-NAME
007700         MOVE NCO-OLD-ZIP TO NRP-ZIP
007710         MOVE NCO-NEW-ZIP TO NRP-NEW-ZIP
007720         MOVE "NAME + OLD ZIP NOT ON MASTER" TO NRP-DETAIL
007730         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
007740         GO TO 3100-EXIT
007750     END-IF
007760     MOVE NCO-OLD-ADDR TO WS-STD-IN
007770     PERFORM 3250-COMPARABLE-ADDRESS THRU 3250-EXIT
007780     MOVE WS-STD-OUT TO WS-CMP-ADDR-1
007790     MOVE MASTER-ADDR TO WS-STD-IN
007800     PERFORM 3250-COMPARABLE-ADDRESS THRU 3250-EXIT
007810     MOVE WS-STD-OUT TO WS-CMP-ADDR-2
007820     IF WS-CMP-ADDR-1 NOT = WS-CMP-ADDR-2
007830         ADD 1 TO WS-AMBIGUOUS-COUNT
007840         MOVE "AMBIGUOUS" TO NRP-OUTCOME
007850         MOVE MASTER-NAME TO NRP-NAME
007860         MOVE MASTER-ZIP  TO NRP-ZIP
007870         MOVE NCO-NEW-ZIP TO NRP-NEW-ZIP
007880         STRING "MASTER ADDRESS IS " MASTER-ADDR
007890             DELIMITED BY SIZE INTO NRP-DETAIL
007900         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
007910         GO TO 3100-EXIT
007920     END-IF
007930*    THE NEW ADDRESS IS STORED IN POSTAL FORM, AS THE NIGHTLY
007940*    MERGE STORES EVERY ADDRESS.  ONE THAT WILL NOT PARSE GOES
007950*    ON AS THE MAILING HOUSE SENT IT AND IS REPORTED UNPARSED.
007960     MOVE NCO-NEW-ADDR TO WS-MOVE-ADDR
007970     IF WS-ABR-REF-COUNT > ZERO
007980         MOVE NCO-NEW-ADDR TO WS-STD-IN
007990         PERFORM 3300-STANDARDIZE-ADDRESS THRU 3300-EXIT
008000         IF STD-PARSED
008010             MOVE WS-STD-OUT TO WS-MOVE-ADDR
008020         ELSE
008030             PERFORM 3260-REPORT-UNPARSED THRU 3260-EXIT
008040         END-IF
008050     END-IF
008060*    A FAMILY OR BUSINESS MOVE LEAVES ITS OLD ADDRESS TO BE
008070*    SWEPT FOR THE REST OF THE HOUSEHOLD OR THE OTHER TENANTS.
008080     IF NCO-FAMILY OR NCO-BUSINESS
008090         PERFORM 3150-HOLD-HOUSEHOLD-MOVE THRU 3150-EXIT
008100     END-IF
008110     MOVE NCO-NEW-CITY  TO WS-MOVE-CITY
008120     MOVE NCO-NEW-STATE TO WS-MOVE-STATE
008130     MOVE NCO-NEW-ZIP   TO WS-MOVE-ZIP
008140     MOVE SPACES TO WS-MOVE-DETAIL
008150     STRING "MOVED " NCO-MOVE-DATE " TO " WS-MOVE-ADDR
008160         DELIMITED BY SIZE INTO WS-MOVE-DETAIL
008170     PERFORM 5000-MOVE-CONTACT THRU 5000-EXIT
008180     IF MOVE-APPLIED
008190         EVALUATE TRUE
008200             WHEN NCO-INDIVIDUAL
008210                 ADD 1 TO WS-INDIV-MOVED-COUNT
008220             WHEN NCO-FAMILY
008230                 ADD 1 TO WS-FAMILY-MOVED-COUNT
008240             WHEN NCO-BUSINESS
008250                 ADD 1 TO WS-BUSINESS-MOVED-COUNT
008260         END-EVALUATE
008270     END-IF.
008280 3100-EXIT.
008290     EXIT.
008300*
008310 3150-HOLD-HOUSEHOLD-MOVE.
008320     IF WS-HH-MOVE-COUNT >= WS-MAX-HH-MOVE
008330         ADD 1 TO WS-HH-MOVE-LOST-COUNT
008340         GO TO 3150-EXIT
008350     END-IF
008360     ADD 1 TO WS-HH-MOVE-COUNT
008370     MOVE WS-CMP-ADDR-2 TO WS-HHM-OLD-ADDR (WS-HH-MOVE-COUNT)
008380     MOVE NCO-OLD-ZIP   TO WS-HHM-OLD-ZIP (WS-HH-MOVE-COUNT)
008390     MOVE NCO-MOVE-TYPE TO WS-HHM-TYPE (WS-HH-MOVE-COUNT)
008400     MOVE WS-MOVE-ADDR  TO WS-HHM-NEW-ADDR (WS-HH-MOVE-COUNT)
008410     MOVE NCO-NEW-CITY  TO WS-HHM-NEW-CITY (WS-HH-MOVE-COUNT)
008420     MOVE NCO-NEW-STATE TO WS-HHM-NEW-STATE (WS-HH-MOVE-COUNT)
008430     MOVE NCO-NEW-ZIP   TO WS-HHM-NEW-ZIP (WS-HH-MOVE-COUNT)
008440     MOVE NCO-NAME      TO WS-HHM-ANCHOR (WS-HH-MOVE-COUNT).
008450 3150-EXIT.
008460     EXIT.
008470*
008480 3190-REPORT-INVALID.
008490     ADD 1 TO WS-INVALID-COUNT
008500     MOVE "INVALID"     TO NRP-OUTCOME
008510     MOVE NCO-NAME      TO NRP-NAME
008520     MOVE NCO-OLD-ZIP   TO NRP-ZIP
008530     MOVE NCO-NEW-ZIP   TO NRP-NEW-ZIP
008540     MOVE WS-MOVE-DETAIL TO NRP-DETAIL
008550     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008560 3190-EXIT.
008570     EXIT.
008580*
008590*    AN ADDRESS IN THE FORM TWO ADDRESSES ARE COMPARED IN:
008600*    POSTAL FORM WHERE IT PARSES, AS GIVEN WHERE IT DOES NOT,
008610*    AND UPPER-CASED EITHER WAY.  IN WS-STD-IN, OUT IN WS-STD-OUT.
008620 3250-COMPARABLE-ADDRESS.
008630     MOVE WS-STD-IN TO WS-STD-OUT
008640     IF WS-ABR-REF-COUNT > ZERO
008650         PERFORM 3300-STANDARDIZE-ADDRESS THRU 3300-EXIT
008660     END-IF
008670     INSPECT WS-STD-OUT
008680         CONVERTING "abcdefghijklmnopqrstuvwxyz"
008690                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
008700 3250-EXIT.
008710     EXIT.
008720*
008730*    THE MOVE STILL GOES AHEAD; THE LINE TELLS THE STEWARD WHY
008740*    THIS ADDRESS IS NOT IN POSTAL FORM ON THE MASTER.
008750 3260-REPORT-UNPARSED.
008760     ADD 1 TO WS-UNPARSED-COUNT
008770     MOVE "UNPARSED"  TO NRP-OUTCOME
008780     MOVE MASTER-NAME TO NRP-NAME
008790     MOVE MASTER-ZIP  TO NRP-ZIP
008800     MOVE NCO-NEW-ZIP TO NRP-NEW-ZIP
008810     MOVE SPACES TO NRP-DETAIL
008820     STRING WS-STD-REASON DELIMITED BY "  "
008830            " - " NCO-NEW-ADDR DELIMITED BY SIZE
008840         INTO NRP-DETAIL
008850     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
008860 3260-EXIT.
008870     EXIT.
008880*
008890*****************************************************************
008900*    3300-STANDARDIZE-ADDRESS - PUT WS-STD-IN INTO POSTAL FORM  *
008910*    IN WS-STD-OUT AGAINST WS-ABR-REF-TAB, THE SAME PARSE AS    *
008920*    MERGE-CSV'S 3230-STANDARDIZE-ADDRESS.  PERIODS AND COMMAS  *
008930*    ARE DROPPED AND "#" IS A WORD OF ITS OWN.  THE FORM IS:    *
008940*      HOUSE-NUMBER [PRE-DIR] NAME... SUFFIX [POST-DIR]         *
008950*        [DESIGNATOR UNIT-NUMBER]                               *
008960*    OR "PO BOX NNN", EVERY WORD SEPARATED BY ONE SPACE.  AN    *
008970*    ADDRESS THAT WILL NOT PARSE LEAVES STD-PARSED OFF, WS-STD- *
008980*    OUT AS WS-STD-IN, AND WS-STD-REASON SAYING WHY.  NOTHING   *
008990*    IS COUNTED OR WRITTEN HERE; THE CALLER DECIDES.            *
009000*****************************************************************
009010 3300-STANDARDIZE-ADDRESS.
009020     MOVE 'N' TO WS-STD-PARSED-SW
009030     MOVE SPACES TO WS-STD-REASON
009040     MOVE WS-STD-IN TO WS-STD-OUT
009050     MOVE WS-STD-IN TO WS-STD-WORK
009060     INSPECT WS-STD-WORK
009070         CONVERTING "abcdefghijklmnopqrstuvwxyz.,"
009080                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
009090     MOVE SPACES TO WS-STD-TOKEN-TAB
009100     MOVE ZERO TO WS-STD-TOKEN-COUNT
009110     MOVE ZERO TO WS-STD-TOKEN-LEN
009120     PERFORM 3301-SCAN-ONE-CHAR THRU 3301-EXIT
009130         VARYING WS-STD-POS FROM 1 BY 1
009140             UNTIL WS-STD-POS > 30
009150                OR WS-STD-REASON NOT = SPACES
009160     IF WS-STD-REASON NOT = SPACES
009170         GO TO 3300-EXIT
009180     END-IF
009190     PERFORM 3303-TRY-PO-BOX THRU 3303-EXIT
009200     IF STD-PARSED OR WS-STD-REASON NOT = SPACES
009210         GO TO 3300-EXIT
009220     END-IF
009230     IF WS-STD-TOKEN (1) (1:1) NOT NUMERIC
009240         MOVE "NO HOUSE NUMBER" TO WS-STD-REASON
009250         GO TO 3300-EXIT
009260     END-IF
009270     PERFORM 3304-SPLIT-UNIT THRU 3304-EXIT
009280     IF WS-STD-REASON NOT = SPACES
009290         GO TO 3300-EXIT
009300     END-IF
009310     PERFORM 3306-PARSE-STREET THRU 3306-EXIT
009320     IF WS-STD-REASON NOT = SPACES
009330         GO TO 3300-EXIT
009340     END-IF
009350     PERFORM 3307-ASSEMBLE-ADDRESS THRU 3307-EXIT.
009360 3300-EXIT.
009370     EXIT.
009380*
009390*    ONE CHARACTER OF THE ADDRESS: A SPACE ENDS THE WORD IN
009400*    HAND, A "#" IS A WORD BY ITSELF, ANYTHING ELSE IS ADDED TO
009410*    THE WORD IN HAND OR STARTS A NEW ONE.
009420 3301-SCAN-ONE-CHAR.
009430     MOVE WS-STD-WORK (WS-STD-POS:1) TO WS-STD-CHAR
009440     EVALUATE TRUE
009450         WHEN WS-STD-CHAR = SPACE
009460             MOVE ZERO TO WS-STD-TOKEN-LEN
009470         WHEN WS-STD-CHAR = "#"
009480             MOVE ZERO TO WS-STD-TOKEN-LEN
009490             PERFORM 3302-START-TOKEN THRU 3302-EXIT
009500             IF WS-STD-REASON = SPACES
009510                 MOVE "#" TO WS-STD-TOKEN (WS-STD-TOKEN-COUNT)
009520             END-IF
009530         WHEN OTHER
009540             IF WS-STD-TOKEN-LEN = ZERO
009550                 PERFORM 3302-START-TOKEN THRU 3302-EXIT
009560             END-IF
009570             IF WS-STD-TOKEN-LEN = 20
009580                 MOVE "WORD TOO LONG" TO WS-STD-REASON
009590             END-IF
009600             IF WS-STD-REASON = SPACES
009610                 ADD 1 TO WS-STD-TOKEN-LEN
009620                 MOVE WS-STD-CHAR
009630                     TO WS-STD-TOKEN (WS-STD-TOKEN-COUNT)
009640                                     (WS-STD-TOKEN-LEN:1)
009650             END-IF
009660     END-EVALUATE.
009670 3301-EXIT.
009680     EXIT.
009690*
009700 3302-START-TOKEN.
009710     IF WS-STD-TOKEN-COUNT < WS-MAX-STD-TOKEN
009720         ADD 1 TO WS-STD-TOKEN-COUNT
009730     ELSE
009740         MOVE "TOO MANY WORDS" TO WS-STD-REASON
009750     END-IF.
009760 3302-EXIT.
009770     EXIT.
009780*
009790*    "PO BOX NNN" AND "P O BOX NNN" BOTH BECOME "PO BOX NNN".
009800 3303-TRY-PO-BOX.
009810     EVALUATE TRUE
009820         WHEN WS-STD-TOKEN-COUNT = 3
009830          AND WS-STD-TOKEN (1) = "PO"
009840          AND WS-STD-TOKEN (2) = "BOX"
009850             CONTINUE
009860         WHEN WS-STD-TOKEN-COUNT = 4
009870          AND WS-STD-TOKEN (1) = "P"
009880          AND WS-STD-TOKEN (2) = "O"
009890          AND WS-STD-TOKEN (3) = "BOX"
009900             CONTINUE
009910         WHEN OTHER
009920             GO TO 3303-EXIT
009930     END-EVALUATE
009940     MOVE SPACES TO WS-STD-BUILD
009950     MOVE 1 TO WS-STD-PTR
009960     MOVE "PO BOX" TO WS-STD-WORD
009970     PERFORM 3309-APPEND-WORD THRU 3309-EXIT
009980     MOVE WS-STD-TOKEN (WS-STD-TOKEN-COUNT) TO WS-STD-WORD
009990     PERFORM 3309-APPEND-WORD THRU 3309-EXIT
010000     PERFORM 3310-FINISH-ADDRESS THRU 3310-EXIT.
010010 3303-EXIT.
010020     EXIT.
010030*
010040*    FIND THE SECONDARY UNIT, IF ANY.  THE STREET IS EVERYTHING
010050*    FROM THE SECOND WORD UP TO WS-STD-STREET-LAST.
010060 3304-SPLIT-UNIT.
010070     MOVE ZERO TO WS-STD-UNIT-IDX
010080     MOVE SPACES TO WS-STD-UNIT-DESIG
010090     MOVE "U" TO WS-STD-LOOK-TYPE
010100     PERFORM 3305-TEST-UNIT-TOKEN THRU 3305-EXIT
010110         VARYING WS-STD-TOK-IDX FROM 3 BY 1
010120             UNTIL WS-STD-TOK-IDX > WS-STD-TOKEN-COUNT
010130                OR WS-STD-UNIT-IDX > ZERO
010140     IF WS-STD-UNIT-IDX = ZERO
010150         MOVE WS-STD-TOKEN-COUNT TO WS-STD-STREET-LAST
010160         GO TO 3304-EXIT
010170     END-IF
010180     COMPUTE WS-STD-STREET-LAST = WS-STD-UNIT-IDX - 1
010190     EVALUATE TRUE
010200         WHEN WS-STD-TOKEN-COUNT = WS-STD-UNIT-IDX + 1
010210          AND WS-STD-TOKEN (WS-STD-TOKEN-COUNT) NOT = "#"
010220             CONTINUE
010230         WHEN WS-STD-TOKEN-COUNT = WS-STD-UNIT-IDX + 2
010240          AND WS-STD-TOKEN (WS-STD-UNIT-IDX + 1) = "#"
010250          AND WS-STD-TOKEN (WS-STD-TOKEN-COUNT) NOT = "#"
010260             CONTINUE
010270         WHEN WS-STD-TOKEN-COUNT = WS-STD-UNIT-IDX
010280             MOVE "UNIT HAS NO NUMBER" TO WS-STD-REASON
010290         WHEN OTHER
010300             MOVE "UNIT NOT UNDERSTOOD" TO WS-STD-REASON
010310     END-EVALUATE.
010320 3304-EXIT.
010330     EXIT.
010340*
010350 3305-TEST-UNIT-TOKEN.
010360     MOVE WS-STD-TOKEN (WS-STD-TOK-IDX) TO WS-STD-WORD
010370     PERFORM 3311-FIND-ABBREVIATION THRU 3311-EXIT
010380     IF ABR-FOUND
010390         MOVE WS-STD-TOK-IDX TO WS-STD-UNIT-IDX
010400         MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX)
010410             TO WS-STD-UNIT-DESIG
010420     END-IF.
010430 3305-EXIT.
010440     EXIT.
010450*
010460*    TAKE THE POST-DIRECTIONAL, THE SUFFIX, AND THE PRE-
010470*    DIRECTIONAL OFF THE STREET WORDS, LEAVING THE NAME.
010480 3306-PARSE-STREET.
010490     MOVE SPACES TO WS-STD-PREDIR
010500     MOVE SPACES TO WS-STD-SUFFIX
010510     MOVE SPACES TO WS-STD-POSTDIR
010520     IF WS-STD-STREET-LAST < 2
010530         MOVE "NO STREET NAME" TO WS-STD-REASON
010540         GO TO 3306-EXIT
010550     END-IF
010560     MOVE 2 TO WS-STD-NAME-FIRST
010570     MOVE WS-STD-STREET-LAST TO WS-STD-NAME-LAST
010580     IF WS-STD-STREET-LAST > 3
010590         MOVE "D" TO WS-STD-LOOK-TYPE
010600         MOVE WS-STD-TOKEN (WS-STD-NAME-LAST) TO WS-STD-WORD
010610         PERFORM 3311-FIND-ABBREVIATION THRU 3311-EXIT
010620         IF ABR-FOUND
010630             MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX)
010640                 TO WS-STD-POSTDIR
010650             SUBTRACT 1 FROM WS-STD-NAME-LAST
010660         END-IF
010670     END-IF
010680     MOVE "S" TO WS-STD-LOOK-TYPE
010690     MOVE WS-STD-TOKEN (WS-STD-NAME-LAST) TO WS-STD-WORD
010700     PERFORM 3311-FIND-ABBREVIATION THRU 3311-EXIT
010710     IF NOT ABR-FOUND
010720         MOVE "NO STREET SUFFIX" TO WS-STD-REASON
010730         GO TO 3306-EXIT
010740     END-IF
010750     MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX) TO WS-STD-SUFFIX
010760     SUBTRACT 1 FROM WS-STD-NAME-LAST
010770     IF WS-STD-NAME-LAST > WS-STD-NAME-FIRST
010780         MOVE "D" TO WS-STD-LOOK-TYPE
010790         MOVE WS-STD-TOKEN (WS-STD-NAME-FIRST) TO WS-STD-WORD
010800         PERFORM 3311-FIND-ABBREVIATION THRU 3311-EXIT
010810         IF ABR-FOUND
010820             MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX)
010830                 TO WS-STD-PREDIR
010840             ADD 1 TO WS-STD-NAME-FIRST
010850         END-IF
010860     END-IF.
010870 3306-EXIT.
010880     EXIT.
010890*
010900 3307-ASSEMBLE-ADDRESS.
010910     MOVE SPACES TO WS-STD-BUILD
010920     MOVE 1 TO WS-STD-PTR
010930     MOVE WS-STD-TOKEN (1) TO WS-STD-WORD
010940     PERFORM 3309-APPEND-WORD THRU 3309-EXIT
010950     IF WS-STD-PREDIR NOT = SPACES
010960         MOVE WS-STD-PREDIR TO WS-STD-WORD
010970         PERFORM 3309-APPEND-WORD THRU 3309-EXIT
010980     END-IF
010990     PERFORM 3308-APPEND-NAME-WORD THRU 3308-EXIT
011000         VARYING WS-STD-TOK-IDX FROM WS-STD-NAME-FIRST BY 1
011010             UNTIL WS-STD-TOK-IDX > WS-STD-NAME-LAST
011020     MOVE WS-STD-SUFFIX TO WS-STD-WORD
011030     PERFORM 3309-APPEND-WORD THRU 3309-EXIT
011040     IF WS-STD-POSTDIR NOT = SPACES
011050         MOVE WS-STD-POSTDIR TO WS-STD-WORD
011060         PERFORM 3309-APPEND-WORD THRU 3309-EXIT
011070     END-IF
011080     IF WS-STD-UNIT-IDX > ZERO
011090         MOVE WS-STD-UNIT-DESIG TO WS-STD-WORD
011100         PERFORM 3309-APPEND-WORD THRU 3309-EXIT
011110         MOVE WS-STD-TOKEN (WS-STD-TOKEN-COUNT) TO WS-STD-WORD
011120         PERFORM 3309-APPEND-WORD THRU 3309-EXIT
011130     END-IF
011140     PERFORM 3310-FINISH-ADDRESS THRU 3310-EXIT.
011150 3307-EXIT.
011160     EXIT.
011170*
011180 3308-APPEND-NAME-WORD.
011190     MOVE WS-STD-TOKEN (WS-STD-TOK-IDX) TO WS-STD-WORD
011200     PERFORM 3309-APPEND-WORD THRU 3309-EXIT.
011210 3308-EXIT.
011220     EXIT.
011230*
011240*    ADD WS-STD-WORD TO WS-STD-BUILD, ONE SPACE AFTER THE LAST.
011250*    "PO BOX" IS THE ONE WORD WITH A SPACE INSIDE IT, SO THE
011260*    WORD IS TAKEN UP TO TWO SPACES RATHER THAN ONE.
011270 3309-APPEND-WORD.
011280     IF WS-STD-PTR > 1
011290         STRING " " DELIMITED BY SIZE
011300             INTO WS-STD-BUILD WITH POINTER WS-STD-PTR
011310     END-IF
011320     STRING WS-STD-WORD DELIMITED BY "  "
011330         INTO WS-STD-BUILD WITH POINTER WS-STD-PTR.
011340 3309-EXIT.
011350     EXIT.
011360*
011370*    THE BUILT ADDRESS MUST STILL FIT THE 30 BYTES OF MASTER-ADDR.
011380 3310-FINISH-ADDRESS.
011390     IF WS-STD-PTR > 31
011400         MOVE "TOO LONG WHEN BUILT" TO WS-STD-REASON
011410     ELSE
011420         MOVE WS-STD-BUILD TO WS-STD-OUT
011430         SET STD-PARSED TO TRUE
011440     END-IF.
011450 3310-EXIT.
011460     EXIT.
011470*
011480*    LOOK WS-STD-WORD UP AMONG THE WS-STD-LOOK-TYPE ENTRIES OF
011490*    WS-ABR-REF-TAB; ABR-FOUND LEAVES WS-ABR-REF-IDX ON IT.
011500 3311-FIND-ABBREVIATION.
011510     MOVE ZERO TO WS-ABR-REF-IDX
011520     MOVE 'N' TO WS-ABR-FOUND-SW
011530     PERFORM 3312-SEARCH-ABR-REFERENCE THRU 3312-EXIT
011540         UNTIL WS-ABR-REF-IDX >= WS-ABR-REF-COUNT
011550            OR ABR-FOUND.
011560 3311-EXIT.
011570     EXIT.
011580*
011590 3312-SEARCH-ABR-REFERENCE.
011600     ADD 1 TO WS-ABR-REF-IDX
011610     IF WS-ABR-REF-TYPE (WS-ABR-REF-IDX) = WS-STD-LOOK-TYPE
011620        AND WS-ABR-REF-WORD (WS-ABR-REF-IDX) = WS-STD-WORD
011630         SET ABR-FOUND TO TRUE
011640     END-IF.
011650 3312-EXIT.
011660     EXIT.
011670*
011680*****************************************************************
011690*    4000-CARRY-HOUSEHOLDS - ONE FORWARD PASS OVER THE MASTER   *
011700*    COLLECTS EVERY CONTACT STILL AT THE OLD ADDRESS OF A       *
011710*    FAMILY OR BUSINESS MOVE; THE MOVES THEMSELVES ARE MADE     *
011720*    AFTERWARD BY KEY, SO THE PASS NEVER READS PAST A RECORD    *
011730*    IT HAS JUST RE-KEYED.  FAMILY MEMBERS MOVE WITH THE        *
011740*    HOUSEHOLD; A BUSINESS'S FELLOW TENANTS ARE ONLY LISTED.    *
011750*****************************************************************
011760 4000-CARRY-HOUSEHOLDS.
011770     IF WS-HH-MOVE-COUNT = ZERO
011780         GO TO 4000-EXIT
011790     END-IF
011800     MOVE LOW-VALUES TO MASTER-KEY
011810     START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
011820         INVALID KEY
011830             SET MASTER-EOF TO TRUE
011840         NOT INVALID KEY
011850             MOVE 'N' TO WS-MASTER-EOF-SW
011860     END-START
011870     PERFORM 4100-CHECK-ONE-MASTER THRU 4100-EXIT
011880         UNTIL MASTER-EOF
011890     PERFORM 4200-CARRY-ONE-MEMBER THRU 4200-EXIT
011900         VARYING WS-MEMBER-IDX FROM 1 BY 1
011910             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT.
011920 4000-EXIT.
011930     EXIT.
011940*
011950 4100-CHECK-ONE-MASTER.
011960     READ MASTER-FILE NEXT RECORD
011970         AT END
011980             SET MASTER-EOF TO TRUE
011990             GO TO 4100-EXIT
012000     END-READ
012010     IF MASTER-ADDR = SPACES
012020         GO TO 4100-EXIT
012030     END-IF
012040     MOVE MASTER-ADDR TO WS-STD-IN
012050     PERFORM 3250-COMPARABLE-ADDRESS THRU 3250-EXIT
012060     MOVE WS-STD-OUT TO WS-CMP-ADDR-2
012070     MOVE 'N' TO WS-HH-HIT-SW
012080     MOVE ZERO TO WS-HH-MOVE-IDX
012090     PERFORM 4110-COMPARE-ONE-HH-MOVE THRU 4110-EXIT
012100         UNTIL WS-HH-MOVE-IDX >= WS-HH-MOVE-COUNT
012110            OR HOUSEHOLD-HIT
012120     IF NOT HOUSEHOLD-HIT
012130         GO TO 4100-EXIT
012140     END-IF
012150     IF WS-MEMBER-COUNT < WS-MAX-MEMBER
012160         ADD 1 TO WS-MEMBER-COUNT
012170         MOVE MASTER-KEY TO WS-MBR-KEY (WS-MEMBER-COUNT)
012180         MOVE WS-HH-MOVE-IDX TO WS-MBR-HH-IDX (WS-MEMBER-COUNT)
012190     ELSE
012200         ADD 1 TO WS-MEMBER-LOST-COUNT
012210     END-IF.
012220 4100-EXIT.
012230     EXIT.
012240*
012250 4110-COMPARE-ONE-HH-MOVE.
012260     ADD 1 TO WS-HH-MOVE-IDX
012270     IF WS-HHM-OLD-ADDR (WS-HH-MOVE-IDX) = WS-CMP-ADDR-2
012280        AND WS-HHM-OLD-ZIP (WS-HH-MOVE-IDX) = MASTER-ZIP
012290         SET HOUSEHOLD-HIT TO TRUE
012300     END-IF.
012310 4110-EXIT.
012320     EXIT.
012330*
012340 4200-CARRY-ONE-MEMBER.
012350     MOVE WS-MBR-HH-IDX (WS-MEMBER-IDX) TO WS-HH-MOVE-IDX
012360     MOVE WS-MBR-KEY (WS-MEMBER-IDX) TO MASTER-KEY
012370     READ MASTER-FILE
012380         INVALID KEY
012390             GO TO 4200-EXIT
012400     END-READ
012410     MOVE WS-HHM-TYPE (WS-HH-MOVE-IDX) TO WS-MOVE-TYPE
012420     IF WS-MOVE-TYPE = 'B'
012430         ADD 1 TO WS-REVIEW-COUNT
012440         MOVE "REVIEW" TO NRP-OUTCOME
012450         MOVE MASTER-NAME TO NRP-NAME
012460         MOVE MASTER-ZIP  TO NRP-ZIP
012470         MOVE WS-HHM-NEW-ZIP (WS-HH-MOVE-IDX) TO NRP-NEW-ZIP
012480         MOVE SPACES TO NRP-DETAIL
012490         STRING "AT OLD ADDRESS OF "
012500                WS-HHM-ANCHOR (WS-HH-MOVE-IDX)
012510             DELIMITED BY SIZE INTO NRP-DETAIL
012520         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
012530         GO TO 4200-EXIT
012540     END-IF
012550     MOVE WS-HHM-NEW-ADDR (WS-HH-MOVE-IDX)  TO WS-MOVE-ADDR
012560     MOVE WS-HHM-NEW-CITY (WS-HH-MOVE-IDX)  TO WS-MOVE-CITY
012570     MOVE WS-HHM-NEW-STATE (WS-HH-MOVE-IDX) TO WS-MOVE-STATE
012580     MOVE WS-HHM-NEW-ZIP (WS-HH-MOVE-IDX)   TO WS-MOVE-ZIP
012590     MOVE SPACES TO WS-MOVE-DETAIL
012600     STRING "HOUSEHOLD OF " WS-HHM-ANCHOR (WS-HH-MOVE-IDX)
012610         DELIMITED BY SIZE INTO WS-MOVE-DETAIL
012620     PERFORM 5000-MOVE-CONTACT THRU 5000-EXIT
012630     IF MOVE-APPLIED
012640         ADD 1 TO WS-MEMBER-MOVED-COUNT
012650     END-IF.
012660 4200-EXIT.
012670     EXIT.
012680*
012690*****************************************************************
012700*    5000-MOVE-CONTACT - MOVE THE MASTER RECORD IN THE RECORD   *
012710*    AREA TO THE ADDRESS IN WS-MOVE.  WITHIN THE SAME ZIP THE   *
012720*    KEY HOLDS AND THE RECORD IS REWRITTEN AS AN UPDATE.  TO A  *
012730*    NEW ZIP THE KEY CHANGES, SO THE MOVE IS CARRIED LIKE A     *
012740*    CONTACT-MAINT RENAME: LINKED IN RENAME-LINK.DAT, DELETED   *
012750*    UNDER THE OLD KEY AND ADDED UNDER THE NEW.  EITHER WAY     *
012760*    THE OUTGOING VERSION IS ARCHIVED AS MOVED AND THE KEY THE  *
012770*    CONTACT LEFT IS NOTED FOR THE MAIL-BAD CLEAR.              *
012780*****************************************************************
012790 5000-MOVE-CONTACT.
012800     MOVE 'N' TO WS-MOVE-DONE-SW
012810     MOVE MASTER-RECORD TO WS-OLD-MASTER-IMAGE
012820     MOVE MASTER-NAME TO NRP-NAME
012830     MOVE MASTER-ZIP  TO NRP-ZIP
012840     MOVE WS-MOVE-ZIP TO NRP-NEW-ZIP
012850     IF WS-MOVE-ZIP = MASTER-ZIP
012860         MOVE WS-MOVE-ADDR  TO MASTER-ADDR
012870         MOVE WS-MOVE-CITY  TO MASTER-CITY
012880         MOVE WS-MOVE-STATE TO MASTER-STATE
012890         IF MASTER-RECORD = WS-OLD-MASTER-IMAGE
012900             ADD 1 TO WS-NO-CHANGE-COUNT
012910             MOVE "NO-CHANGE" TO NRP-OUTCOME
012920             MOVE "MASTER ALREADY AT NEW ADDRESS" TO NRP-DETAIL
012930             PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
012940             GO TO 5000-EXIT
012950         END-IF
012960         MOVE "MOVED" TO WS-CHANGE-ACTION
012970         PERFORM 5600-WRITE-MASTER-HISTORY THRU 5600-EXIT
012980         REWRITE MASTER-RECORD
012990         PERFORM 5650-NOTE-FIELD-SOURCES THRU 5650-EXIT
013000         MOVE "UPDATED" TO WS-CHANGE-ACTION
013010         PERFORM 5500-WRITE-CHANGE-LOG THRU 5500-EXIT
013020         PERFORM 5700-WRITE-DELTA-RECORD THRU 5700-EXIT
013030     ELSE
013040         PERFORM 5100-MOVE-TO-NEW-KEY THRU 5100-EXIT
013050         IF TARGET-KEY-TAKEN
013060             GO TO 5000-EXIT
013070         END-IF
013080     END-IF
013090     SET MOVE-APPLIED TO TRUE
013100     PERFORM 5800-NOTE-MAIL-BAD-CLEAR THRU 5800-EXIT
013110     MOVE "MOVED" TO NRP-OUTCOME
013120     MOVE WS-MOVE-DETAIL TO NRP-DETAIL
013130     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
013140 5000-EXIT.
013150     EXIT.
013160*
013170*    THE NEW KEY MAY NOT BE HELD BY ANOTHER CONTACT -- THAT
013180*    WOULD SILENTLY MERGE TWO PEOPLE.  IT IS REPORTED AND LEFT
013190*    FOR THE STEWARD (A DUPLICATE-MATCH PAIR, MOST LIKELY).
013200 5100-MOVE-TO-NEW-KEY.
013210     MOVE 'N' TO WS-TARGET-TAKEN-SW
013220     MOVE WS-MOVE-ZIP TO MASTER-ZIP
013230     READ MASTER-FILE
013240         INVALID KEY
013250             CONTINUE
013260         NOT INVALID KEY
013270             MOVE 'Y' TO WS-TARGET-TAKEN-SW
013280     END-READ
013290     MOVE WS-OLD-MASTER-IMAGE TO MASTER-RECORD
013300     IF TARGET-KEY-TAKEN
013310         ADD 1 TO WS-AMBIGUOUS-COUNT
013320         MOVE "AMBIGUOUS" TO NRP-OUTCOME
013330         MOVE "NAME + NEW ZIP ALREADY ON MASTER" TO NRP-DETAIL
013340         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
013350         GO TO 5100-EXIT
013360     END-IF
013370     MOVE "MOVED" TO WS-CHANGE-ACTION
013380     PERFORM 5600-WRITE-MASTER-HISTORY THRU 5600-EXIT
013390     MOVE WS-RUN-DATE TO LNK-RUN-DATE
013400     MOVE MASTER-NAME TO LNK-OLD-NAME
013410     MOVE MASTER-ZIP  TO LNK-OLD-ZIP
013420     MOVE MASTER-NAME TO LNK-NEW-NAME
013430     MOVE WS-MOVE-ZIP TO LNK-NEW-ZIP
013440     WRITE RENAME-LINK-RECORD
013450     MOVE "DELETED" TO WS-CHANGE-ACTION
013460     PERFORM 5500-WRITE-CHANGE-LOG THRU 5500-EXIT
013470     PERFORM 5700-WRITE-DELTA-RECORD THRU 5700-EXIT
013480     DELETE MASTER-FILE RECORD
013490     MOVE WS-MOVE-ZIP   TO MASTER-ZIP
013500     MOVE WS-MOVE-ADDR  TO MASTER-ADDR
013510     MOVE WS-MOVE-CITY  TO MASTER-CITY
013520     MOVE WS-MOVE-STATE TO MASTER-STATE
013530     WRITE MASTER-RECORD
013540     PERFORM 5660-MOVE-FIELD-SOURCES THRU 5660-EXIT
013550     PERFORM 5650-NOTE-FIELD-SOURCES THRU 5650-EXIT
013560     MOVE "ADDED" TO WS-CHANGE-ACTION
013570     PERFORM 5500-WRITE-CHANGE-LOG THRU 5500-EXIT
013580     PERFORM 5700-WRITE-DELTA-RECORD THRU 5700-EXIT
013590     ADD 1 TO WS-REKEYED-COUNT.
013600 5100-EXIT.
013610     EXIT.
013620*
013630*    SAME ACTION/NAME/EMAIL LINE CONTACT-MAINT WRITES.
013640 5500-WRITE-CHANGE-LOG.
013650     MOVE WS-RUN-DATE      TO CHG-RUN-DATE
013660     MOVE WS-CHANGE-ACTION TO CHG-ACTION
013670     MOVE MASTER-NAME      TO CHG-NAME
013680     MOVE MASTER-EMAIL     TO CHG-EMAIL
013690     MOVE "*NCOA" TO CHG-OPERATOR
013700     MOVE SPACES TO CHG-APPROVER
013710     MOVE SPACES TO CHG-REASON
013720     WRITE CHANGE-LOG-RECORD.
013730 5500-EXIT.
013740     EXIT.
013750*
013760 5600-WRITE-MASTER-HISTORY.
013770     MOVE WS-RUN-DATE         TO HIST-RUN-DATE
013780     MOVE WS-CHANGE-ACTION    TO HIST-ACTION
013790     MOVE WS-OLD-MASTER-IMAGE TO HIST-IMAGE
013800     MOVE "*NCOA" TO HIST-OPERATOR
013810     MOVE SPACES TO HIST-APPROVER
013820     MOVE SPACES TO HIST-REASON
013830     WRITE MASTER-HISTORY-RECORD.
013840 5600-EXIT.
013850     EXIT.
013860*
013870*    CREDIT EACH FIELD THE MOVE CHANGED (WS-OLD-MASTER-IMAGE
013880*    HOLDS THE OUTGOING VERSION) TO *NCOA ON THE REGION
013890*    REGISTER, THE WAY MERGE-RELEASE'S 3550-NOTE-SOURCE-REGION
013900*    CREDITS AN EXTRACT.  A CONTACT WITH NO ENTRY YET GETS ONE
013910*    WITH NO REGION, WHICH ITS NEXT EXTRACT FILLS IN.
013920 5650-NOTE-FIELD-SOURCES.
013930     MOVE MASTER-KEY TO SRC-KEY
013940     READ MASTER-SOURCE-FILE
013950         INVALID KEY
013960             MOVE 'N' TO WS-SOURCE-FOUND-SW
013970         NOT INVALID KEY
013980             MOVE 'Y' TO WS-SOURCE-FOUND-SW
013990     END-READ
014000     IF NOT SOURCE-FOUND
014010         MOVE MASTER-KEY TO SRC-KEY
014020         MOVE SPACES TO SRC-REGION
014030         MOVE WS-RUN-DATE TO SRC-RUN-DATE
014040     END-IF
014050     PERFORM 5655-STAMP-ONE-FIELD THRU 5655-EXIT
014060         VARYING WS-FLD-IDX FROM 1 BY 1
014070             UNTIL WS-FLD-IDX > 6
014080     IF SOURCE-FOUND
014090         REWRITE MASTER-SOURCE-RECORD
014100     ELSE
014110         WRITE MASTER-SOURCE-RECORD
014120     END-IF.
014130 5650-EXIT.
014140     EXIT.
014150*
014160 5655-STAMP-ONE-FIELD.
014170     EVALUATE WS-FLD-IDX
014180         WHEN 1
014190             MOVE WS-OLD-ADDR         TO WS-FLD-OLD-VALUE
014200             MOVE MASTER-ADDR         TO WS-FLD-NEW-VALUE
014210         WHEN 2
014220             MOVE WS-OLD-CITY         TO WS-FLD-OLD-VALUE
014230             MOVE MASTER-CITY         TO WS-FLD-NEW-VALUE
014240         WHEN 3
014250             MOVE WS-OLD-STATE        TO WS-FLD-OLD-VALUE
014260             MOVE MASTER-STATE        TO WS-FLD-NEW-VALUE
014270         WHEN 4
014280             MOVE WS-OLD-PHONE        TO WS-FLD-OLD-VALUE
014290             MOVE MASTER-PHONE        TO WS-FLD-NEW-VALUE
014300         WHEN 5
014310             MOVE WS-OLD-EMAIL        TO WS-FLD-OLD-VALUE
014320             MOVE MASTER-EMAIL        TO WS-FLD-NEW-VALUE
014330         WHEN 6
014340             MOVE WS-OLD-CATEGORY     TO WS-FLD-OLD-VALUE
014350             MOVE MASTER-CATEGORY     TO WS-FLD-NEW-VALUE
014360     END-EVALUATE
014370     IF NOT SOURCE-FOUND
014380         MOVE SPACES TO SRC-FLD-SOURCE (WS-FLD-IDX)
014390         MOVE ZERO TO SRC-FLD-RUN-DATE (WS-FLD-IDX)
014400     END-IF
014410     IF WS-FLD-OLD-VALUE NOT = WS-FLD-NEW-VALUE
014420         MOVE "*NCOA" TO SRC-FLD-SOURCE (WS-FLD-IDX)
014430         MOVE WS-RUN-DATE TO SRC-FLD-RUN-DATE (WS-FLD-IDX)
014440     END-IF.
014450 5655-EXIT.
014460     EXIT.
014470*
014480*    A RE-KEYED CONTACT KEEPS ITS REGION AND FIELD SOURCES: THE
014490*    ENTRY UNDER THE OLD KEY IS RE-FILED UNDER THE NEW ONE, OVER
014500*    ANY STRAY ENTRY A RETIRED CONTACT LEFT THERE.
014510 5660-MOVE-FIELD-SOURCES.
014520     MOVE WS-OLD-KEY TO SRC-KEY
014530     READ MASTER-SOURCE-FILE
014540         INVALID KEY
014550             GO TO 5660-EXIT
014560     END-READ
014570     DELETE MASTER-SOURCE-FILE RECORD
014580     MOVE MASTER-KEY TO SRC-KEY
014590     WRITE MASTER-SOURCE-RECORD
014600         INVALID KEY
014610             REWRITE MASTER-SOURCE-RECORD
014620     END-WRITE.
014630 5660-EXIT.
014640     EXIT.
014650*
014660*    SAME IMAGE CONTACT-MAINT'S 3700-WRITE-DELTA-RECORD BUILDS:
014670*    PLAIN 5-DIGIT ZIP, LEFT UNVALIDATED, BLANK SOURCE EXTRACT.
014680 5700-WRITE-DELTA-RECORD.
014690     MOVE SPACES TO WDI-NAME
014700     MOVE SPACES TO WDI-ADDRESS
014710     MOVE SPACES TO WDI-CATEGORY
014720     MOVE SPACES TO WDI-PHONE
014730     MOVE SPACES TO WDI-EMAIL
014740     MOVE SPACES TO WDI-SOURCE
014750     MOVE MASTER-NAME TO WDI-NAME
014760     STRING MASTER-ADDR ", " MASTER-CITY ", " MASTER-STATE " "
014770            MASTER-ZIP DELIMITED BY SIZE
014780            INTO WDI-ADDRESS
014790     MOVE MASTER-CATEGORY TO WDI-CATEGORY
014800     MOVE MASTER-PHONE TO WDI-PHONE
014810     MOVE MASTER-EMAIL TO WDI-EMAIL
014820     PERFORM 5710-CARVE-EMAIL-DOMAIN THRU 5710-EXIT
014830     MOVE 'N' TO WDI-VALIDATED
014840     MOVE WS-RUN-DATE TO DLT-RUN-DATE
014850     MOVE WS-DELTA-GENERATION TO DLT-GENERATION
014860     ADD 1 TO WS-DELTA-SEQ
014870     MOVE WS-DELTA-SEQ TO DLT-SEQ
014880     MOVE WS-CHANGE-ACTION TO DLT-ACTION
014890     MOVE WS-DELTA-IMAGE TO DLT-IMAGE
014900     WRITE DELTA-RECORD.
014910 5700-EXIT.
014920     EXIT.
014930*
014940 5710-CARVE-EMAIL-DOMAIN.
014950     MOVE SPACES TO WDI-DOMAIN
014960     MOVE ZERO TO WS-EMAIL-AT-COUNT
014970     MOVE ZERO TO WS-EMAIL-AT-POS
014980     PERFORM 5711-FIND-EMAIL-LEN THRU 5711-EXIT
014990     IF WS-EMAIL-LEN > ZERO
015000         PERFORM 5712-SCAN-ONE-EMAIL-CHAR THRU 5712-EXIT
015010             VARYING WS-EMAIL-CHAR-IDX FROM 1 BY 1
015020                 UNTIL WS-EMAIL-CHAR-IDX > WS-EMAIL-LEN
015030         IF WS-EMAIL-AT-COUNT = 1
015040            AND WS-EMAIL-AT-POS < WS-EMAIL-LEN
015050             COMPUTE WS-EMAIL-DOMAIN-LEN =
015060                 WS-EMAIL-LEN - WS-EMAIL-AT-POS
015070             MOVE MASTER-EMAIL
015080                 (WS-EMAIL-AT-POS + 1 : WS-EMAIL-DOMAIN-LEN)
015090                 TO WDI-DOMAIN
015100         END-IF
015110     END-IF.
015120 5710-EXIT.
015130     EXIT.
015140*
015150 5711-FIND-EMAIL-LEN.
015160     PERFORM 5713-STEP-BACKWARD THRU 5713-EXIT
015170         VARYING WS-EMAIL-CHAR-IDX FROM 30 BY -1
015180             UNTIL WS-EMAIL-CHAR-IDX < 1
015190                OR MASTER-EMAIL (WS-EMAIL-CHAR-IDX:1) NOT = SPACE
015200     MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-LEN.
015210 5711-EXIT.
015220     EXIT.
015230*
015240 5712-SCAN-ONE-EMAIL-CHAR.
015250     IF MASTER-EMAIL (WS-EMAIL-CHAR-IDX:1) = "@"
015260         ADD 1 TO WS-EMAIL-AT-COUNT
015270         MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-AT-POS
015280     END-IF.
015290 5712-EXIT.
015300     EXIT.
015310*
015320 5713-STEP-BACKWARD.
015330     CONTINUE.
015340 5713-EXIT.
015350     EXIT.
015360*
015370*    THE KEY THE CONTACT LIVED UNDER AT THE OLD ADDRESS.
015380 5800-NOTE-MAIL-BAD-CLEAR.
015390     IF WS-CLEAR-COUNT < WS-MAX-CLEAR
015400         ADD 1 TO WS-CLEAR-COUNT
015410         MOVE WS-OLD-MASTER-IMAGE (1:35)
015420             TO WS-CLEAR-KEY (WS-CLEAR-COUNT)
015430     ELSE
015440         ADD 1 TO WS-CLEAR-LOST-COUNT
015450     END-IF.
015460 5800-EXIT.
015470     EXIT.
015480*
015490 5900-WRITE-REPORT-LINE.
015500     MOVE WS-RUN-DATE  TO NRP-RUN-DATE
015510     MOVE WS-MOVE-TYPE TO NRP-MOVE-TYPE
015520     WRITE NCOA-REPORT-RECORD
015530     MOVE SPACES TO NRP-DETAIL.
015540 5900-EXIT.
015550     EXIT.
015560*
015570*****************************************************************
015580*    7000-CLEAR-MAIL-BAD-ENTRIES - REBUILD BAD-CONTACT.DAT      *
015590*    WITHOUT THE MAIL-BAD LINES OF THE KEYS MOVED CONTACTS      *
015600*    LEFT: THE REGISTER IS COPIED TO THE WORK FILE, DROPPING    *
015610*    THOSE LINES, THEN THE WORK FILE IS PROMOTED OVER IT.       *
015620*    EMAIL-BAD LINES ARE UNTOUCHED -- A MOVE DOES NOT MEND AN   *
015630*    EMAIL ADDRESS.  EVERY DROPPED LINE IS REPORTED AS CLEARED. *
015640*****************************************************************
015650 7000-CLEAR-MAIL-BAD-ENTRIES.
015660     IF WS-CLEAR-COUNT = ZERO
015670         GO TO 7000-EXIT
015680     END-IF
015690     OPEN INPUT BAD-CONTACT-FILE
015700     IF WS-BAD-NOT-FOUND
015710         GO TO 7000-EXIT
015720     END-IF
015730     OPEN OUTPUT BAD-CONTACT-WORK-FILE
015740     MOVE 'N' TO WS-BAD-EOF-SW
015750     PERFORM 7100-COPY-ONE-BAD-ENTRY THRU 7100-EXIT
015760         UNTIL BAD-LIST-EOF
015770     CLOSE BAD-CONTACT-FILE
015780     CLOSE BAD-CONTACT-WORK-FILE
015790     MOVE 'N' TO WS-BAD-WORK-EOF-SW
015800     OPEN INPUT BAD-CONTACT-WORK-FILE
015810     OPEN OUTPUT BAD-CONTACT-FILE
015820     PERFORM 7200-COPY-ONE-ENTRY-BACK THRU 7200-EXIT
015830         UNTIL BAD-WORK-EOF
015840     CLOSE BAD-CONTACT-WORK-FILE
015850     CLOSE BAD-CONTACT-FILE.
015860 7000-EXIT.
015870     EXIT.
015880*
015890 7100-COPY-ONE-BAD-ENTRY.
015900     READ BAD-CONTACT-FILE
015910         AT END
015920             SET BAD-LIST-EOF TO TRUE
015930             GO TO 7100-EXIT
015940     END-READ
015950     MOVE 'N' TO WS-CLEAR-HIT-SW
015960     IF BAD-TYPE = 'M'
015970         MOVE BAD-NAME TO WS-BAD-KEY (1:30)
015980         MOVE BAD-ZIP  TO WS-BAD-KEY (31:5)
015990         MOVE ZERO TO WS-CLEAR-IDX
016000         PERFORM 7110-COMPARE-ONE-CLEAR-KEY THRU 7110-EXIT
016010             UNTIL WS-CLEAR-IDX >= WS-CLEAR-COUNT
016020                OR CLEAR-HIT
016030     END-IF
016040     IF CLEAR-HIT
016050         ADD 1 TO WS-CLEARED-COUNT
016060         MOVE "CLEARED" TO NRP-OUTCOME
016070         MOVE SPACE    TO WS-MOVE-TYPE
016080         MOVE BAD-NAME TO NRP-NAME
016090         MOVE BAD-ZIP  TO NRP-ZIP
016100         MOVE SPACES   TO NRP-NEW-ZIP
016110         STRING "MAIL-BAD " BAD-DATE " " BAD-VALUE
016120             DELIMITED BY SIZE INTO NRP-DETAIL
016130         PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
016140     ELSE
016150         WRITE BAD-CONTACT-WORK-RECORD FROM BAD-CONTACT-RECORD
016160     END-IF.
016170 7100-EXIT.
016180     EXIT.
016190*
016200 7110-COMPARE-ONE-CLEAR-KEY.
016210     ADD 1 TO WS-CLEAR-IDX
016220     IF WS-CLEAR-KEY (WS-CLEAR-IDX) = WS-BAD-KEY
016230         SET CLEAR-HIT TO TRUE
016240     END-IF.
016250 7110-EXIT.
016260     EXIT.
016270*
016280 7200-COPY-ONE-ENTRY-BACK.
016290     READ BAD-CONTACT-WORK-FILE
016300         AT END
016310             SET BAD-WORK-EOF TO TRUE
016320         NOT AT END
016330             WRITE BAD-CONTACT-RECORD
016340                 FROM BAD-CONTACT-WORK-RECORD
016350     END-READ.
016360 7200-EXIT.
016370     EXIT.
016380*
016390*****************************************************************
016400*    8000-TERMINATE - CLOSE ALL FILES THAT WERE OPENED          *
016410*****************************************************************
016420 8000-TERMINATE.
016430     IF NCOA-AVAILABLE
016440         CLOSE NCOA-FILE
016450     END-IF
016460     IF MASTER-AVAILABLE
016470         CLOSE MASTER-FILE
016480     END-IF
016490     IF FILES-OPENED
016500         CLOSE CHANGE-LOG-FILE
016510         CLOSE MASTER-HISTORY-FILE
016520         CLOSE DELTA-FILE
016530         CLOSE RENAME-LINK-FILE
016540         CLOSE NCOA-REPORT-FILE
016550         CLOSE MASTER-SOURCE-FILE
016560     END-IF.
016570 8000-EXIT.
016580     EXIT.
016590*
016600*****************************************************************
016610*    9000-PRINT-CONTROL-TOTALS - ONE LINE PER OUTCOME; THE      *
016620*    DETAIL FOR EVERY RETURN IS ON NCOA-REPORT.CSV.             *
016630*****************************************************************
016640 9000-PRINT-CONTROL-TOTALS.
016650     DISPLAY "NCOA-APPLY CONTROL TOTALS"
016660     DISPLAY "-------------------------"
016670     DISPLAY "NCOA RETURNS READ . . . . . . " WS-NCOA-READ-COUNT
016680     DISPLAY "INDIVIDUAL MOVES APPLIED. . . "
016690             WS-INDIV-MOVED-COUNT
016700     DISPLAY "FAMILY MOVES APPLIED. . . . . "
016710             WS-FAMILY-MOVED-COUNT
016720     DISPLAY "  HOUSEHOLD MEMBERS CARRIED . "
016730             WS-MEMBER-MOVED-COUNT
016740     DISPLAY "BUSINESS MOVES APPLIED. . . . "
016750             WS-BUSINESS-MOVED-COUNT
016760     DISPLAY "  TENANTS LISTED FOR REVIEW . " WS-REVIEW-COUNT
016770     DISPLAY "MOVES TO A NEW ZIP (RE-KEYED) " WS-REKEYED-COUNT
016780     DISPLAY "ALREADY AT NEW ADDRESS. . . . " WS-NO-CHANGE-COUNT
016790     DISPLAY "RETURNS NOT ON MASTER . . . . " WS-UNMATCHED-COUNT
016800     DISPLAY "AMBIGUOUS RETURNS . . . . . . " WS-AMBIGUOUS-COUNT
016810     DISPLAY "INVALID RETURNS . . . . . . . " WS-INVALID-COUNT
016820     IF WS-ABR-REF-COUNT > ZERO
016830         DISPLAY "NEW ADDRESSES NOT PARSED. . . "
016840                 WS-UNPARSED-COUNT
016850     END-IF
016860     DISPLAY "MAIL-BAD ENTRIES CLEARED. . . " WS-CLEARED-COUNT
016870     DISPLAY "DELTA GENERATION CUT. . . . . "
016880             WS-DELTA-GENERATION " (" WS-DELTA-SEQ " LINES)"
016890     IF WS-HH-MOVE-LOST-COUNT > ZERO
016900        OR WS-MEMBER-LOST-COUNT > ZERO
016910         DISPLAY "*** HOUSEHOLD TABLE OVERFLOW - "
016920                 WS-HH-MOVE-LOST-COUNT " MOVES, "
016930                 WS-MEMBER-LOST-COUNT " MEMBERS NOT CARRIED"
016940                 " - RAISE WS-MAX-HH-MOVE / WS-MAX-MEMBER ***"
016950     END-IF
016960     IF WS-ABR-REF-LOST-COUNT > ZERO
016970         DISPLAY "*** ADDRESS ABBREVIATIONS OVERFLOW - "
016980                 WS-ABR-REF-LOST-COUNT
016990                 " ENTRIES NOT LOADED - RAISE WS-MAX-ABR-REF ***"
017000     END-IF
017010     IF WS-CLEAR-LOST-COUNT > ZERO
017020         DISPLAY "*** CLEAR TABLE OVERFLOW - "
017030                 WS-CLEAR-LOST-COUNT
017040                 " MAIL-BAD ENTRIES NOT CLEARED ***"
017050     END-IF.
017060 9000-EXIT.
017070     EXIT.
