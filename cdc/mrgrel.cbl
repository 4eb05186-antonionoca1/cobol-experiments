000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MERGE-RELEASE.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. DATA SERVICES - CONTACT EXTRACTS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*  MERGE-RELEASE                                                *
000100*  OPERATOR RELEASE FOR A NIGHT MERGE-CSV HELD BECAUSE ITS      *
000110*  MASTER CHANGES BROKE THE LIMITS IN CHANGE-LIMITS.DAT.  THE   *
000120*  HELD CHANGES WAIT IN MASTER-HELD.DAT (CHANGE-REVIEW.CSV      *
000130*  LISTS THEM) AND THE NEXT NIGHTLY RUN IS REFUSED UNTIL THE    *
000140*  OPERATOR DECIDES.  DRIVEN BY A TRANSACTION FILE              *
000150*  (RELEASE-TRANS.DAT), ONE FIXED-FORMAT TRANSACTION PER LINE:  *
000160*      RELEASE - APPLY THE HELD CHANGES TO THE MASTER AND LOG   *
000170*                THEM TO CHANGELOG, DELTA, AND HISTORY EXACTLY  *
000180*                AS THE NIGHTLY RUN WOULD HAVE                  *
000190*      DISCARD - THROW THE HELD CHANGES AWAY UNAPPLIED          *
000200*  EITHER WAY MASTER-HELD.DAT IS LEFT EMPTY AND THE NIGHTLY     *
000210*  RUN MAY GO AHEAD.                                            *
000220*  EVERY TRANSACTION NAMES AN OPERATOR, WHO MUST BE ACTIVE ON   *
000230*  OPERATOR-ROSTER.DAT, AND A REASON CODE; BOTH ARE STAMPED ON  *
000240*  THE CHANGELOG AND HISTORY LINES A RELEASE WRITES.            *
000250*****************************************************************
000260*
000270*    MODIFICATION HISTORY
000280*    --------------------
000290*    10/15/2026  DAO  ORIGINAL PROGRAM.
000300*    10/15/2026  DAO  HELD LINES NOW CARRY THE EXTRACT BEHIND EACH
000310*                     FIELD, AND A RELEASED ADD OR UPDATE RECORDS
000320*                     THEM IN MASTER-SOURCE.DAT'S PER-FIELD
000330*                     PROVENANCE AS THE NIGHTLY RUN DOES.
000340*    10/15/2026  DAO  MASTER.DAT NOW DECLARES THE ALTERNATE EMAIL
000350*                     AND PHONE KEYS THE REST OF THE SUITE USES.
000360*    10/15/2026  DAO  CHANGELOG.CSV AND MASTER-HISTORY.DAT LINES
000370*                     NOW END WITH OPERATOR, APPROVER AND REASON
000380*                     CODE COLUMNS; A RELEASE STAMPS "*RELEASE"
000390*                     AS ITS OPERATOR.
000400*    10/15/2026  DAO  A RELEASE OR DISCARD NOW NAMES ITS OPERATOR,
000410*                     CHECKED AGAINST THE KEPT OPERATOR-
000420*                     ROSTER.DAT AS CONTACT-MAINT CHECKS ONE, AND
000430*                     A REASON CODE; BOTH ARE STAMPED ON THE
000440*                     CHANGELOG AND HISTORY LINES IN PLACE OF
000450*                     "*RELEASE".
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500*    ONE TRANSACTION PER LINE, PREPARED BY THE OPERATOR.  A
000510*    MISSING TRANSACTION FILE JUST MEANS THERE IS NOTHING TO DO.
000520     SELECT RELEASE-TRANS-FILE ASSIGN TO "release-trans.dat"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TRANS-STATUS.
000550*    THE NIGHT MERGE-CSV HELD, ONE STAGED CHANGE PER LINE IN
000560*    KEY + ARRIVAL ORDER.  EMPTIED ONCE RELEASED OR DISCARDED.
000570     SELECT MASTER-HELD-FILE ASSIGN TO "master-held.dat"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HELD-STATUS.
000600*    SAME KEPT MASTER MERGE-CSV MAINTAINS, KEYED ON NAME + ZIP.
000610     SELECT MASTER-FILE ASSIGN TO "master.dat"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS MASTER-KEY
000650         ALTERNATE RECORD KEY IS MASTER-EMAIL
000660             WITH DUPLICATES
000670         ALTERNATE RECORD KEY IS MASTER-PHONE
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-MASTER-STATUS.
000700*    MERGE-CSV'S KEPT REGISTER OF THE REGION EACH MASTER CONTACT
000710*    CAME FROM, KEPT IN STEP WITH EVERY CHANGE RELEASED.
000720     SELECT MASTER-SOURCE-FILE ASSIGN TO "master-source.dat"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SRC-KEY
000760         FILE STATUS IS WS-SOURCE-STATUS.
000770*    APPENDED TO, NEVER TRUNCATED, SO RELEASED CHANGES LAND IN
000780*    THE SAME CHANGELOG.CSV THE NIGHTLY RUN WRITES.
000790     SELECT CHANGE-LOG-FILE ASSIGN TO "changelog.csv"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-CHANGELOG-STATUS.
000820*    KEPT ARCHIVE OF EVERY MASTER-RECORD VERSION REPLACED OR
000830*    REMOVED, SHARED WITH THE NIGHTLY MERGE.  APPENDED, NEVER
000840*    TRUNCATED.
000850     SELECT MASTER-HISTORY-FILE ASSIGN TO "master-history.dat"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-HISTORY-STATUS.
000880*    SAME DELTA FEED THE NIGHTLY MERGE WRITES, APPENDED TO SO
000890*    SUBSCRIBERS PICK UP THE RELEASED NIGHT.
000900     SELECT DELTA-FILE ASSIGN TO "delta.csv"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-DELTA-STATUS.
000930*    KEPT COUNTER OF THE LAST DELTA GENERATION CLAIMED.  A
000940*    RELEASE CLAIMS ITS OWN GENERATION, SO THE RELEASED NIGHT
000950*    IS A NUMBERED, REPLAYABLE GENERATION LIKE ANY OTHER.
000960     SELECT DELTA-CONTROL-FILE ASSIGN TO "delta-control.dat"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-DELTA-CTL-STATUS.
000990*    THE NIGHTLY MERGE'S SINGLE-WRITER TOKEN ON MASTER.DAT.
001000*    WHILE IT READS ACTIVE THE WHOLE BATCH IS REFUSED.
001010     SELECT RUN-TOKEN-FILE ASSIGN TO "run-token.dat"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-TOKEN-STATUS.
001040*    SAME KEPT ROSTER CONTACT-MAINT CHECKS.  EVERY TRANSACTION
001050*    NAMES ITS OPERATOR, WHO MUST BE ON IT AND ACTIVE.  NO
001060*    ROSTER MEANS NOBODY IS -- THE BATCH IS REFUSED.
001070     SELECT OPERATOR-ROSTER-FILE ASSIGN TO "operator-roster.dat"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-ROSTER-STATUS.
001100*
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  RELEASE-TRANS-FILE.
001140 01  RELEASE-TRANS-RECORD.
001150     05  REL-ACTION      PIC X(07).
001160*    THE OPERATOR WHO ENTERED IT (CHECKED AGAINST THE ROSTER)
001170*    AND THE REASON CODE FOR THE RELEASE OR DISCARD.
001180     05  REL-OPERATOR    PIC X(08).
001190     05  REL-REASON      PIC X(04).
001200*
001210*    SAME LINE MERGE-CSV'S 8480-HOLD-PENDING-CHANGES WRITES,
001220*    READ INTO WS-PENDING-CHANGE BELOW.
001230 FD  MASTER-HELD-FILE.
001240 01  MASTER-HELD-RECORD          PIC X(653).
001250*
001260 FD  MASTER-FILE.
001270 01  MASTER-RECORD.
001280     05  MASTER-KEY.
001290         10  MASTER-NAME     PIC X(30).
001300         10  MASTER-ZIP      PIC X(05).
001310     05  MASTER-EMAIL        PIC X(30).
001320     05  MASTER-ADDR         PIC X(30).
001330     05  MASTER-CITY         PIC X(20).
001340     05  MASTER-STATE        PIC X(02).
001350     05  MASTER-CATEGORY     PIC X(20).
001360     05  MASTER-PHONE        PIC X(14).
001370*
001380 FD  MASTER-SOURCE-FILE.
001390 01  MASTER-SOURCE-RECORD.
001400     05  SRC-KEY.
001410         10  SRC-NAME        PIC X(30).
001420         10  SRC-ZIP         PIC X(05).
001430     05  SRC-REGION          PIC X(30).
001440     05  SRC-RUN-DATE        PIC 9(08).
001450     05  SRC-FIELD-ENTRY     OCCURS 6 TIMES.
001460         10  SRC-FLD-SOURCE  PIC X(30).
001470         10  SRC-FLD-RUN-DATE PIC 9(08).
001480*
001490 FD  CHANGE-LOG-FILE.
001500 01  CHANGE-LOG-RECORD.
001510     05  CHG-RUN-DATE    PIC 9(08).
001520     05  CHG-SEP-0       PIC X(01).
001530     05  CHG-ACTION      PIC X(07).
001540     05  CHG-SEP-1       PIC X(01).
001550     05  CHG-NAME        PIC X(30).
001560     05  CHG-SEP-2       PIC X(01).
001570     05  CHG-EMAIL       PIC X(30).
001580*    WHO MADE THE CHANGE, WHO APPROVED IT WHERE A SECOND
001590*    OPERATOR HAD TO, AND THE REASON CODE GIVEN.  A RELEASE
001600*    STAMPS THE OPERATOR AND REASON ON ITS TRANSACTION.
001610     05  CHG-SEP-3       PIC X(01).
001620     05  CHG-OPERATOR    PIC X(08).
001630     05  CHG-SEP-4       PIC X(01).
001640     05  CHG-APPROVER    PIC X(08).
001650     05  CHG-SEP-5       PIC X(01).
001660     05  CHG-REASON      PIC X(04).
001670*
001680*    SAME LINE LAYOUT MERGE-CSV WRITES: RUN DATE, THE ACTION THAT
001690*    RETIRED THE VERSION, AND THE FULL OUTGOING IMAGE.
001700 FD  MASTER-HISTORY-FILE.
001710 01  MASTER-HISTORY-RECORD.
001720     05  HIST-RUN-DATE   PIC 9(08).
001730     05  HIST-SEP-1      PIC X(01).
001740     05  HIST-ACTION     PIC X(07).
001750     05  HIST-SEP-2      PIC X(01).
001760     05  HIST-IMAGE      PIC X(151).
001770*    SAME OPERATOR / APPROVER / REASON STAMP THE CHANGELOG
001780*    LINE CARRIES.
001790     05  HIST-SEP-3      PIC X(01).
001800     05  HIST-OPERATOR   PIC X(08).
001810     05  HIST-SEP-4      PIC X(01).
001820     05  HIST-APPROVER   PIC X(08).
001830     05  HIST-SEP-5      PIC X(01).
001840     05  HIST-REASON     PIC X(04).
001850*
001860*    SAME DATE/GENERATION/SEQUENCE/ACTION-PLUS-FULL-IMAGE LINE
001870*    MERGE-CSV'S 3630-WRITE-DELTA-RECORD WRITES.
001880 FD  DELTA-FILE.
001890 01  DELTA-RECORD.
001900     05  DLT-RUN-DATE    PIC 9(08).
001910     05  DLT-SEP-1       PIC X(01).
001920     05  DLT-GENERATION  PIC 9(06).
001930     05  DLT-SEP-2       PIC X(01).
001940     05  DLT-SEQ         PIC 9(06).
001950     05  DLT-SEP-3       PIC X(01).
001960     05  DLT-ACTION      PIC X(07).
001970     05  DLT-SEP-4       PIC X(01).
001980     05  DLT-IMAGE       PIC X(232).
001990*
002000*    THE LAST GENERATION NUMBER ANY PRODUCER HAS CLAIMED.
002010 FD  DELTA-CONTROL-FILE.
002020 01  DELTA-CONTROL-RECORD.
002030     05  DCT-GENERATION  PIC 9(06).
002040*
002050*    SAME LINE MERGE-CSV'S 7820-WRITE-RUN-TOKEN WRITES.
002060 FD  RUN-TOKEN-FILE.
002070 01  RUN-TOKEN-RECORD.
002080     05  TOK-STATE       PIC X(07).
002090         88  TOKEN-ACTIVE        VALUE "ACTIVE".
002100     05  TOK-SEP-1       PIC X(01).
002110     05  TOK-RUN-DATE    PIC 9(08).
002120     05  TOK-SEP-2       PIC X(01).
002130     05  TOK-START-TIME  PIC 9(06).
002140*
002150*    ONE LINE PER OPERATOR: ID, STATUS (A = ACTIVE; ANYTHING
002160*    ELSE, E.G. X FOR A LEAVER, REFUSES THE ID), AND NAME.
002170 FD  OPERATOR-ROSTER-FILE.
002180 01  OPERATOR-ROSTER-RECORD.
002190     05  OPR-ID          PIC X(08).
002200     05  OPR-SEP-1       PIC X(01).
002210     05  OPR-STATUS      PIC X(01).
002220     05  OPR-SEP-2       PIC X(01).
002230     05  OPR-NAME        PIC X(30).
002240*
002250 WORKING-STORAGE SECTION.
002260*
002270*    SWITCHES
002280 01  WS-SWITCHES.
002290     05  WS-TRANS-EOF-SW         PIC X VALUE 'N'.
002300         88  TRANS-EOF                 VALUE 'Y'.
002310     05  WS-HELD-EOF-SW          PIC X VALUE 'N'.
002320         88  HELD-EOF                  VALUE 'Y'.
002330     05  WS-MASTER-FOUND-SW      PIC X VALUE 'N'.
002340         88  MASTER-FOUND              VALUE 'Y'.
002350     05  WS-SOURCE-FOUND-SW      PIC X VALUE 'N'.
002360         88  SOURCE-FOUND              VALUE 'Y'.
002370     05  WS-TRANS-AVAIL-SW       PIC X VALUE 'N'.
002380         88  TRANS-AVAILABLE           VALUE 'Y'.
002390     05  WS-MASTER-AVAIL-SW      PIC X VALUE 'N'.
002400         88  MASTER-AVAILABLE          VALUE 'Y'.
002410     05  WS-RUN-ACTIVE-SW        PIC X VALUE 'N'.
002420         88  NIGHTLY-RUN-ACTIVE        VALUE 'Y'.
002430     05  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
002440         88  FILES-OPENED              VALUE 'Y'.
002450     05  WS-OPERATOR-OK-SW       PIC X VALUE 'N'.
002460         88  OPERATOR-ON-ROSTER        VALUE 'Y'.
002470     05  WS-ROSTER-EOF-SW        PIC X VALUE 'N'.
002480         88  ROSTER-EOF                VALUE 'Y'.
002490*
002500 01  WS-TRANS-STATUS         PIC X(02).
002510     88  WS-TRANS-OK               VALUE '00'.
002520     88  WS-TRANS-NOT-FOUND        VALUE '23', '35'.
002530 01  WS-HELD-STATUS          PIC X(02).
002540     88  WS-HELD-OK                VALUE '00'.
002550     88  WS-HELD-NOT-FOUND         VALUE '23', '35'.
002560 01  WS-MASTER-STATUS        PIC X(02).
002570     88  WS-MASTER-OK              VALUE '00'.
002580     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
002590 01  WS-SOURCE-STATUS        PIC X(02).
002600     88  WS-SOURCE-OK              VALUE '00'.
002610     88  WS-SOURCE-NOT-FOUND       VALUE '23', '35'.
002620 01  WS-CHANGELOG-STATUS     PIC X(02).
002630     88  WS-CHANGELOG-OK           VALUE '00'.
002640     88  WS-CHANGELOG-NOT-FOUND    VALUE '23', '35'.
002650 01  WS-HISTORY-STATUS       PIC X(02).
002660     88  WS-HISTORY-OK             VALUE '00'.
002670     88  WS-HISTORY-NOT-FOUND      VALUE '23', '35'.
002680 01  WS-DELTA-STATUS         PIC X(02).
002690     88  WS-DELTA-OK               VALUE '00'.
002700     88  WS-DELTA-NOT-FOUND        VALUE '23', '35'.
002710 01  WS-DELTA-CTL-STATUS     PIC X(02).
002720     88  WS-DELTA-CTL-OK           VALUE '00'.
002730     88  WS-DELTA-CTL-NOT-FOUND    VALUE '23', '35'.
002740 01  WS-TOKEN-STATUS         PIC X(02).
002750     88  WS-TOKEN-OK               VALUE '00'.
002760     88  WS-TOKEN-NOT-FOUND        VALUE '23', '35'.
002770 01  WS-ROSTER-STATUS        PIC X(02).
002780     88  WS-ROSTER-OK              VALUE '00'.
002790     88  WS-ROSTER-NOT-FOUND       VALUE '23', '35'.
002800 01  WS-CHANGE-ACTION        PIC X(07).
002810*    ONE HELD CHANGE, IN THE LAYOUT MERGE-CSV STAGES IT: THE
002820*    KEY, ARRIVAL SEQUENCE, RUN DATE, ACTION, ORIGIN, REGION,
002830*    THE NEW MASTER-RECORD VERSION, THE DELTA IMAGE THE NIGHT
002840*    BUILT FOR IT (BLANK FOR A DELETE), AND THE EXTRACT EACH
002850*    FIELD CAME FROM (ADDR, CITY, STATE, PHONE, EMAIL, CATEGORY;
002860*    BLANK ON A LINE HELD BEFORE IT WAS CARRIED).
002870 01  WS-PENDING-CHANGE.
002880     05  WS-PND-KEY.
002890         10  WS-PND-NAME         PIC X(30).
002900         10  WS-PND-ZIP          PIC X(05).
002910     05  WS-PND-SEQ              PIC 9(09).
002920     05  WS-PND-RUN-DATE         PIC 9(08).
002930     05  WS-PND-ACTION           PIC X(07).
002940     05  WS-PND-ORIGIN           PIC X(01).
002950     05  WS-PND-REGION           PIC X(30).
002960     05  WS-PND-MASTER-IMAGE     PIC X(151).
002970     05  WS-PND-NEW-FIELDS REDEFINES WS-PND-MASTER-IMAGE.
002980         10  FILLER              PIC X(35).
002990         10  WS-PND-NEW-EMAIL    PIC X(30).
003000         10  WS-PND-NEW-ADDR     PIC X(30).
003010         10  WS-PND-NEW-CITY     PIC X(20).
003020         10  WS-PND-NEW-STATE    PIC X(02).
003030         10  WS-PND-NEW-CATEGORY PIC X(20).
003040         10  WS-PND-NEW-PHONE    PIC X(14).
003050     05  WS-PND-DELTA-IMAGE      PIC X(232).
003060     05  WS-PND-FLD-SOURCES.
003070         10  WS-PND-FLD-SOURCE   PIC X(30) OCCURS 6 TIMES.
003080*    TODAY'S DATE, STAMPED ON EVERY LOG LINE, AND A SNAPSHOT OF
003090*    THE MASTER RECORD AS READ, TAKEN BEFORE AN UPDATE OVERLAYS
003100*    IT SO THE OUTGOING VERSION IS WHAT GETS ARCHIVED.
003110 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
003120*    THE DELTA GENERATION THIS RELEASE CLAIMED FROM DELTA-
003130*    CONTROL.DAT, AND THE SEQUENCE OF THE LAST LINE WRITTEN
003140*    WITHIN IT.
003150 77  WS-DELTA-GENERATION     PIC 9(06) VALUE 0.
003160 77  WS-DELTA-SEQ            PIC 9(06) COMP VALUE 0.
003170 01  WS-OLD-MASTER-IMAGE     PIC X(151).
003180 01  WS-OLD-MASTER-FIELDS REDEFINES WS-OLD-MASTER-IMAGE.
003190     05  FILLER                  PIC X(35).
003200     05  WS-OLD-EMAIL            PIC X(30).
003210     05  WS-OLD-ADDR             PIC X(30).
003220     05  WS-OLD-CITY             PIC X(20).
003230     05  WS-OLD-STATE            PIC X(02).
003240     05  WS-OLD-CATEGORY         PIC X(20).
003250     05  WS-OLD-PHONE            PIC X(14).
003260*    ONE FIELD'S PROVENANCE CHECK: WHICH FIELD, AND ITS OUTGOING
003270*    AND NEW VALUES.
003280 77  WS-FLD-IDX              PIC 9(02) COMP VALUE 0.
003290 77  WS-FLD-OLD-VALUE        PIC X(30).
003300 77  WS-FLD-NEW-VALUE        PIC X(30).
003310*    FULL RECORD IMAGE FOR A DELETED CONTACT'S DELTA LINE,
003320*    REBUILT FROM THE MASTER FIELDS THE WAY MERGE-CSV'S 8165-
003330*    BUILD-DELETED-IMAGE REBUILDS ONE: PLAIN 5-DIGIT ZIP,
003340*    UNVALIDATED, AND A BLANK SOURCE EXTRACT.  THE COMMA
003350*    SEPARATORS ARE SET ONCE BY 1000-INITIALIZE.
003360 01  WS-DELTA-IMAGE.
003370     05  WDI-NAME        PIC X(30).
003380     05  WDI-SEP-1       PIC X(01).
003390     05  WDI-ADDRESS     PIC X(70).
003400     05  WDI-SEP-2       PIC X(01).
003410     05  WDI-CATEGORY    PIC X(20).
003420     05  WDI-SEP-3       PIC X(01).
003430     05  WDI-PHONE       PIC X(14).
003440     05  WDI-SEP-4       PIC X(01).
003450     05  WDI-EMAIL       PIC X(30).
003460     05  WDI-SEP-5       PIC X(01).
003470     05  WDI-DOMAIN      PIC X(30).
003480     05  WDI-SEP-6       PIC X(01).
003490     05  WDI-SOURCE      PIC X(30).
003500     05  WDI-SEP-7       PIC X(01).
003510     05  WDI-VALIDATED   PIC X(01).
003520*    EMAIL DOMAIN CARVING WORK AREA, SAME BACKWARD-SCAN IDIOM
003530*    MERGE-CSV USES ON ITS INPUT EMAILS.
003540 01  WS-EMAIL-WORK.
003550     05  WS-EMAIL-LEN            PIC 9(02) COMP VALUE 0.
003560     05  WS-EMAIL-CHAR-IDX       PIC 9(02) COMP VALUE 0.
003570     05  WS-EMAIL-AT-COUNT       PIC 9(02) COMP VALUE 0.
003580     05  WS-EMAIL-AT-POS         PIC 9(02) COMP VALUE 0.
003590     05  WS-EMAIL-DOMAIN-LEN     PIC 9(02) COMP VALUE 0.
003600*
003610*    OPERATOR ROSTER, LOADED ONCE AT START.
003620 77  WS-MAX-OPERATOR         PIC 9(05) COMP VALUE 500.
003630 77  WS-OPERATOR-COUNT       PIC 9(05) COMP VALUE 0.
003640 77  WS-OPERATOR-LOST        PIC 9(05) COMP VALUE 0.
003650 77  WS-OPR-IDX              PIC 9(05) COMP VALUE 0.
003660 01  WS-OPERATOR-TABLE.
003670     05  WS-OPERATOR-ENTRY OCCURS 500 TIMES.
003680         10  WS-OPR-ID           PIC X(08).
003690         10  WS-OPR-STATUS       PIC X(01).
003700*    WHO IS STAMPED ON THE CHANGELOG AND HISTORY LINES FOR THE
003710*    RELEASE BEING APPLIED, TAKEN FROM ITS TRANSACTION.
003720 01  WS-STAMP.
003730     05  WS-STAMP-OPERATOR       PIC X(08).
003740     05  WS-STAMP-REASON         PIC X(04).
003750*
003760*    COUNTERS
003770 77  WS-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
003780 77  WS-HELD-LINE-COUNT      PIC 9(09) COMP VALUE 0.
003790 77  WS-ADDED-COUNT          PIC 9(09) COMP VALUE 0.
003800 77  WS-UPDATED-COUNT        PIC 9(09) COMP VALUE 0.
003810 77  WS-DELETED-COUNT        PIC 9(09) COMP VALUE 0.
003820 77  WS-PASSED-COUNT         PIC 9(09) COMP VALUE 0.
003830 77  WS-DISCARDED-COUNT      PIC 9(09) COMP VALUE 0.
003840 77  WS-BAD-TRANS-COUNT      PIC 9(05) COMP VALUE 0.
003850 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE 0.
003860*
003870 PROCEDURE DIVISION.
003880*
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003910     IF NOT TRANS-EOF
003920         PERFORM 2000-PROCESS-ALL-TRANS THRU 2000-EXIT
003930     END-IF
003940     PERFORM 8000-TERMINATE THRU 8000-EXIT
003950     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
003960     STOP RUN.
003970*
003980*****************************************************************
003990*    1000-INITIALIZE - OPEN FILES.  A MISSING TRANSACTION FILE  *
004000*    IS NOT AN ERROR (NOTHING TO DO); A MISSING MASTER IS,      *
004010*    SINCE THERE IS NOTHING TO RELEASE THE CHANGES INTO.        *
004020*****************************************************************
004030 1000-INITIALIZE.
004040*    THE NIGHT BELONGS TO MERGE-CSV: WHILE ITS TOKEN IS ACTIVE
004050*    NOTHING IS OPENED AND THE WHOLE BATCH IS REFUSED.
004060     PERFORM 1050-CHECK-RUN-TOKEN THRU 1050-EXIT
004070     IF NIGHTLY-RUN-ACTIVE
004080         SET TRANS-EOF TO TRUE
004090         GO TO 1000-EXIT
004100     END-IF
004110     OPEN INPUT RELEASE-TRANS-FILE
004120     IF WS-TRANS-OK
004130         MOVE 'Y' TO WS-TRANS-AVAIL-SW
004140     ELSE
004150         DISPLAY "MERGE-RELEASE: NO RELEASE-TRANS.DAT PRESENT"
004160         SET TRANS-EOF TO TRUE
004170     END-IF
004180     OPEN I-O MASTER-FILE
004190     IF WS-MASTER-OK
004200         MOVE 'Y' TO WS-MASTER-AVAIL-SW
004210     ELSE
004220         DISPLAY "MERGE-RELEASE: MASTER.DAT NOT AVAILABLE"
004230                 " (STATUS " WS-MASTER-STATUS ") - RUN THE"
004240                 " NIGHTLY MERGE FIRST"
004250         SET TRANS-EOF TO TRUE
004260     END-IF
004270     PERFORM 1200-LOAD-OPERATOR-ROSTER THRU 1200-EXIT
004280*    THE REGISTER AND THE LOGS ARE SHARED WITH THE NIGHTLY
004290*    MERGE; "FILE NOT FOUND" MEANS CREATE, NOT FAIL.
004300     OPEN I-O MASTER-SOURCE-FILE
004310     IF WS-SOURCE-NOT-FOUND
004320         OPEN OUTPUT MASTER-SOURCE-FILE
004330         CLOSE MASTER-SOURCE-FILE
004340         OPEN I-O MASTER-SOURCE-FILE
004350     END-IF
004360     OPEN EXTEND CHANGE-LOG-FILE
004370     IF WS-CHANGELOG-NOT-FOUND
004380         OPEN OUTPUT CHANGE-LOG-FILE
004390     END-IF
004400     OPEN EXTEND MASTER-HISTORY-FILE
004410     IF WS-HISTORY-NOT-FOUND
004420         OPEN OUTPUT MASTER-HISTORY-FILE
004430     END-IF
004440     OPEN EXTEND DELTA-FILE
004450     IF WS-DELTA-NOT-FOUND
004460         OPEN OUTPUT DELTA-FILE
004470     END-IF
004480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004490     MOVE "," TO CHG-SEP-0
004500     MOVE "," TO CHG-SEP-1
004510     MOVE "," TO CHG-SEP-2
004520     MOVE "," TO CHG-SEP-3
004530     MOVE "," TO CHG-SEP-4
004540     MOVE "," TO CHG-SEP-5
004550     MOVE "," TO HIST-SEP-1
004560     MOVE "," TO HIST-SEP-2
004570     MOVE "," TO HIST-SEP-3
004580     MOVE "," TO HIST-SEP-4
004590     MOVE "," TO HIST-SEP-5
004600     MOVE "," TO DLT-SEP-1
004610     MOVE "," TO DLT-SEP-2
004620     MOVE "," TO DLT-SEP-3
004630     MOVE "," TO DLT-SEP-4
004640     MOVE "," TO WDI-SEP-1
004650     MOVE "," TO WDI-SEP-2
004660     MOVE "," TO WDI-SEP-3
004670     MOVE "," TO WDI-SEP-4
004680     MOVE "," TO WDI-SEP-5
004690     MOVE "," TO WDI-SEP-6
004700     MOVE "," TO WDI-SEP-7
004710     SET FILES-OPENED TO TRUE.
004720 1000-EXIT.
004730     EXIT.
004740*
004750*    A MISSING TOKEN FILE JUST MEANS THE NIGHTLY MERGE HAS
004760*    NEVER RUN WITH ONE -- NOTHING TO WAIT FOR.
004770 1050-CHECK-RUN-TOKEN.
004780     OPEN INPUT RUN-TOKEN-FILE
004790     IF WS-TOKEN-NOT-FOUND
004800         GO TO 1050-EXIT
004810     END-IF
004820     READ RUN-TOKEN-FILE
004830         AT END
004840             CONTINUE
004850         NOT AT END
004860             IF TOKEN-ACTIVE
004870                 MOVE 'Y' TO WS-RUN-ACTIVE-SW
004880                 DISPLAY "MERGE-RELEASE: NIGHTLY RUN IN"
004890                         " PROGRESS, STARTED "
004900                         TOK-START-TIME (1:2) ":"
004910                         TOK-START-TIME (3:2)
004920                         " - TRY AGAIN AFTER IT COMPLETES"
004930             END-IF
004940     END-READ
004950     CLOSE RUN-TOKEN-FILE.
004960 1050-EXIT.
004970     EXIT.
004980*
004990*    COUNT THE LINES WAITING IN MASTER-HELD.DAT.  A MISSING
005000*    FILE HOLDS NOTHING.
005010 1060-COUNT-HELD-LINES.
005020     MOVE ZERO TO WS-HELD-LINE-COUNT
005030     MOVE 'N' TO WS-HELD-EOF-SW
005040     OPEN INPUT MASTER-HELD-FILE
005050     IF WS-HELD-NOT-FOUND
005060         GO TO 1060-EXIT
005070     END-IF
005080     PERFORM 1065-COUNT-ONE-HELD-LINE THRU 1065-EXIT
005090         UNTIL HELD-EOF
005100     CLOSE MASTER-HELD-FILE.
005110 1060-EXIT.
005120     EXIT.
005130*
005140 1065-COUNT-ONE-HELD-LINE.
005150     READ MASTER-HELD-FILE
005160         AT END
005170             SET HELD-EOF TO TRUE
005180         NOT AT END
005190             ADD 1 TO WS-HELD-LINE-COUNT
005200     END-READ.
005210 1065-EXIT.
005220     EXIT.
005230*
005240*    READ THE KEPT GENERATION COUNTER, STEP IT, AND WRITE IT
005250*    STRAIGHT BACK -- THE SAME CLAIM CONTACT-MAINT MAKES.  A
005260*    MISSING COUNTER JUST MEANS NO GENERATION HAS EVER BEEN CUT.
005270 1100-CLAIM-DELTA-GENERATION.
005280     MOVE ZERO TO WS-DELTA-GENERATION
005290     OPEN INPUT DELTA-CONTROL-FILE
005300     IF NOT WS-DELTA-CTL-NOT-FOUND
005310         READ DELTA-CONTROL-FILE
005320             AT END
005330                 CONTINUE
005340             NOT AT END
005350                 MOVE DCT-GENERATION TO WS-DELTA-GENERATION
005360         END-READ
005370         CLOSE DELTA-CONTROL-FILE
005380     END-IF
005390     ADD 1 TO WS-DELTA-GENERATION
005400     OPEN OUTPUT DELTA-CONTROL-FILE
005410     MOVE WS-DELTA-GENERATION TO DCT-GENERATION
005420     WRITE DELTA-CONTROL-RECORD
005430     CLOSE DELTA-CONTROL-FILE
005440     MOVE ZERO TO WS-DELTA-SEQ.
005450 1100-EXIT.
005460     EXIT.
005470*
005480*****************************************************************
005490*    1200-LOAD-OPERATOR-ROSTER - HOLD EVERY ROSTER LINE SO EACH *
005500*    TRANSACTION'S OPERATOR CAN BE CHECKED.  A MISSING ROSTER   *
005510*    LEAVES THE TABLE EMPTY, WHICH REFUSES EVERY TRANSACTION.   *
005520*    SAME LOAD AS CONTACT-MAINT'S 1200-LOAD-OPERATOR-ROSTER.    *
005530*****************************************************************
005540 1200-LOAD-OPERATOR-ROSTER.
005550     OPEN INPUT OPERATOR-ROSTER-FILE
005560     IF WS-ROSTER-NOT-FOUND
005570         DISPLAY "MERGE-RELEASE: NO OPERATOR-ROSTER.DAT - EVERY"
005580                 " TRANSACTION WILL BE REFUSED"
005590         GO TO 1200-EXIT
005600     END-IF
005610     PERFORM 1210-HOLD-ONE-OPERATOR THRU 1210-EXIT
005620         UNTIL ROSTER-EOF
005630     CLOSE OPERATOR-ROSTER-FILE
005640     IF WS-OPERATOR-LOST > 0
005650         DISPLAY "*** OPERATOR ROSTER OVER " WS-MAX-OPERATOR
005660                 " - " WS-OPERATOR-LOST
005670                 " OPERATORS NOT LOADED ***"
005680     END-IF.
005690 1200-EXIT.
005700     EXIT.
005710*
005720 1210-HOLD-ONE-OPERATOR.
005730     READ OPERATOR-ROSTER-FILE
005740         AT END
005750             SET ROSTER-EOF TO TRUE
005760             GO TO 1210-EXIT
005770     END-READ
005780     IF OPR-ID = SPACES
005790         GO TO 1210-EXIT
005800     END-IF
005810     IF WS-OPERATOR-COUNT NOT < WS-MAX-OPERATOR
005820         ADD 1 TO WS-OPERATOR-LOST
005830         GO TO 1210-EXIT
005840     END-IF
005850     ADD 1 TO WS-OPERATOR-COUNT
005860     MOVE OPR-ID     TO WS-OPR-ID (WS-OPERATOR-COUNT)
005870     MOVE OPR-STATUS TO WS-OPR-STATUS (WS-OPERATOR-COUNT).
005880 1210-EXIT.
005890     EXIT.
005900*
005910 2000-PROCESS-ALL-TRANS.
005920     PERFORM 3000-PROCESS-ONE-TRANS THRU 3000-EXIT
005930         UNTIL TRANS-EOF.
005940 2000-EXIT.
005950     EXIT.
005960*
005970 3000-PROCESS-ONE-TRANS.
005980     READ RELEASE-TRANS-FILE
005990         AT END
006000             SET TRANS-EOF TO TRUE
006010         NOT AT END
006020             ADD 1 TO WS-TRANS-COUNT
006030             PERFORM 3100-APPLY-ONE-TRANS THRU 3100-EXIT
006040     END-READ.
006050 3000-EXIT.
006060     EXIT.
006070*
006080*****************************************************************
006090*    3100-APPLY-ONE-TRANS - CHECK WHO ENTERED THE TRANSACTION   *
006100*    AND WHY, AS CONTACT-MAINT'S 3100 DOES, THEN RELEASE OR     *
006110*    DISCARD UNDER THAT OPERATOR'S STAMP.                       *
006120*****************************************************************
006130 3100-APPLY-ONE-TRANS.
006140     PERFORM 3050-CHECK-OPERATOR THRU 3050-EXIT
006150     IF NOT OPERATOR-ON-ROSTER
006160         ADD 1 TO WS-REFUSED-COUNT
006170         DISPLAY "REFUSED - OPERATOR '" REL-OPERATOR
006180                 "' NOT ACTIVE ON THE ROSTER: " REL-ACTION
006190         GO TO 3100-EXIT
006200     END-IF
006210     IF REL-REASON = SPACES
006220         ADD 1 TO WS-REFUSED-COUNT
006230         DISPLAY "REFUSED - NO REASON CODE: " REL-ACTION
006240         GO TO 3100-EXIT
006250     END-IF
006260     MOVE REL-OPERATOR TO WS-STAMP-OPERATOR
006270     MOVE REL-REASON   TO WS-STAMP-REASON
006280     EVALUATE REL-ACTION
006290         WHEN "RELEASE"
006300             PERFORM 3200-RELEASE-HELD-CHANGES THRU 3200-EXIT
006310         WHEN "DISCARD"
006320             PERFORM 3300-DISCARD-HELD-CHANGES THRU 3300-EXIT
006330         WHEN OTHER
006340             ADD 1 TO WS-BAD-TRANS-COUNT
006350             DISPLAY "UNKNOWN ACTION: " REL-ACTION
006360     END-EVALUATE.
006370 3100-EXIT.
006380     EXIT.
006390*
006400*    THE OPERATOR MUST BE ON THE ROSTER WITH STATUS A.
006410 3050-CHECK-OPERATOR.
006420     MOVE 'N' TO WS-OPERATOR-OK-SW
006430     IF REL-OPERATOR = SPACES
006440         GO TO 3050-EXIT
006450     END-IF
006460     MOVE 1 TO WS-OPR-IDX
006470     PERFORM 3051-CHECK-ONE-OPERATOR THRU 3051-EXIT
006480         UNTIL WS-OPR-IDX > WS-OPERATOR-COUNT
006490            OR OPERATOR-ON-ROSTER.
006500 3050-EXIT.
006510     EXIT.
006520*
006530 3051-CHECK-ONE-OPERATOR.
006540     IF WS-OPR-ID (WS-OPR-IDX) = REL-OPERATOR
006550        AND WS-OPR-STATUS (WS-OPR-IDX) = "A"
006560         MOVE 'Y' TO WS-OPERATOR-OK-SW
006570     END-IF
006580     ADD 1 TO WS-OPR-IDX.
006590 3051-EXIT.
006600     EXIT.
006610*
006620*****************************************************************
006630*    3200-RELEASE-HELD-CHANGES - APPLY THE HELD NIGHT UNDER A    *
006640*    DELTA GENERATION OF ITS OWN, THEN EMPTY MASTER-HELD.DAT.    *
006650*    EACH LINE IS RESOLVED AGAINST THE MASTER AS IT STANDS, THE  *
006660*    SAME WAY MERGE-CSV'S 8420-RESOLVE-ONE-CHANGE DOES, SO A     *
006670*    CHANGE THAT WOULD LEAVE THE MASTER AS IT ALREADY IS IS      *
006680*    PASSED BY RATHER THAN LOGGED TWICE.                         *
006690*****************************************************************
006700 3200-RELEASE-HELD-CHANGES.
006710     PERFORM 1060-COUNT-HELD-LINES THRU 1060-EXIT
006720     IF WS-HELD-LINE-COUNT = ZERO
006730         DISPLAY "MERGE-RELEASE: NOTHING HELD IN MASTER-HELD.DAT"
006740         GO TO 3200-EXIT
006750     END-IF
006760     PERFORM 1100-CLAIM-DELTA-GENERATION THRU 1100-EXIT
006770     MOVE 'N' TO WS-HELD-EOF-SW
006780     OPEN INPUT MASTER-HELD-FILE
006790     PERFORM 3210-RELEASE-ONE-CHANGE THRU 3210-EXIT
006800         UNTIL HELD-EOF
006810     CLOSE MASTER-HELD-FILE
006820     PERFORM 3400-EMPTY-HELD-FILE THRU 3400-EXIT
006830     DISPLAY "RELEASED " WS-HELD-LINE-COUNT
006840             " HELD CHANGES TO THE MASTER".
006850 3200-EXIT.
006860     EXIT.
006870*
006880 3210-RELEASE-ONE-CHANGE.
006890     READ MASTER-HELD-FILE INTO WS-PENDING-CHANGE
006900         AT END
006910             SET HELD-EOF TO TRUE
006920     END-READ
006930     IF HELD-EOF
006940         GO TO 3210-EXIT
006950     END-IF
006960     MOVE WS-PND-KEY TO MASTER-KEY
006970     READ MASTER-FILE
006980         INVALID KEY
006990             MOVE 'N' TO WS-MASTER-FOUND-SW
007000         NOT INVALID KEY
007010             MOVE 'Y' TO WS-MASTER-FOUND-SW
007020     END-READ
007030     EVALUATE TRUE
007040         WHEN WS-PND-ACTION = "DELETED"
007050             IF MASTER-FOUND
007060                 PERFORM 3500-APPLY-DELETE THRU 3500-EXIT
007070             ELSE
007080                 ADD 1 TO WS-PASSED-COUNT
007090             END-IF
007100         WHEN NOT MASTER-FOUND
007110             PERFORM 3520-APPLY-ADD THRU 3520-EXIT
007120         WHEN MASTER-RECORD NOT = WS-PND-MASTER-IMAGE
007130             PERFORM 3540-APPLY-UPDATE THRU 3540-EXIT
007140         WHEN OTHER
007150             ADD 1 TO WS-PASSED-COUNT
007160     END-EVALUATE.
007170 3210-EXIT.
007180     EXIT.
007190*
007200 3300-DISCARD-HELD-CHANGES.
007210     PERFORM 1060-COUNT-HELD-LINES THRU 1060-EXIT
007220     IF WS-HELD-LINE-COUNT = ZERO
007230         DISPLAY "MERGE-RELEASE: NOTHING HELD IN MASTER-HELD.DAT"
007240         GO TO 3300-EXIT
007250     END-IF
007260     PERFORM 3400-EMPTY-HELD-FILE THRU 3400-EXIT
007270     ADD WS-HELD-LINE-COUNT TO WS-DISCARDED-COUNT
007280     DISPLAY "DISCARDED " WS-HELD-LINE-COUNT
007290             " HELD CHANGES - THE MASTER IS UNCHANGED".
007300 3300-EXIT.
007310     EXIT.
007320*
007330*    AN EMPTY MASTER-HELD.DAT IS WHAT LETS THE NEXT NIGHTLY RUN
007340*    GO AHEAD.
007350 3400-EMPTY-HELD-FILE.
007360     OPEN OUTPUT MASTER-HELD-FILE
007370     CLOSE MASTER-HELD-FILE.
007380 3400-EXIT.
007390     EXIT.
007400*
007410*    THE MASTER STILL HOLDS THE OUTGOING VERSION, SO THE
007420*    CHANGELOG LINE, THE HISTORY IMAGE, AND THE DELTA IMAGE ALL
007430*    CARRY THE CONTACT BEING REMOVED.
007440 3500-APPLY-DELETE.
007450     MOVE "DELETED" TO WS-CHANGE-ACTION
007460     PERFORM 3600-WRITE-CHANGE-LOG THRU 3600-EXIT
007470     MOVE MASTER-RECORD TO WS-OLD-MASTER-IMAGE
007480     PERFORM 3610-WRITE-MASTER-HISTORY THRU 3610-EXIT
007490     PERFORM 3710-BUILD-DELETED-IMAGE THRU 3710-EXIT
007500     MOVE WS-DELTA-IMAGE TO DLT-IMAGE
007510     PERFORM 3700-WRITE-DELTA-RECORD THRU 3700-EXIT
007520     DELETE MASTER-FILE RECORD
007530     MOVE MASTER-KEY TO SRC-KEY
007540     DELETE MASTER-SOURCE-FILE RECORD
007550         INVALID KEY
007560             CONTINUE
007570     END-DELETE
007580     ADD 1 TO WS-DELETED-COUNT.
007590 3500-EXIT.
007600     EXIT.
007610*
007620*    THE DELTA LINE CARRIES THE IMAGE THE NIGHT BUILT FOR THE
007630*    CONTACT, ZIP+4 AND SOURCE EXTRACT INCLUDED.
007640 3520-APPLY-ADD.
007650     MOVE "ADDED" TO WS-CHANGE-ACTION
007660     MOVE WS-PND-MASTER-IMAGE TO MASTER-RECORD
007670     WRITE MASTER-RECORD
007680     PERFORM 3600-WRITE-CHANGE-LOG THRU 3600-EXIT
007690     MOVE WS-PND-DELTA-IMAGE TO DLT-IMAGE
007700     PERFORM 3700-WRITE-DELTA-RECORD THRU 3700-EXIT
007710     PERFORM 3550-NOTE-SOURCE-REGION THRU 3550-EXIT
007720     ADD 1 TO WS-ADDED-COUNT.
007730 3520-EXIT.
007740     EXIT.
007750*
007760 3540-APPLY-UPDATE.
007770     MOVE "UPDATED" TO WS-CHANGE-ACTION
007780     MOVE MASTER-RECORD TO WS-OLD-MASTER-IMAGE
007790     PERFORM 3610-WRITE-MASTER-HISTORY THRU 3610-EXIT
007800     MOVE WS-PND-MASTER-IMAGE TO MASTER-RECORD
007810     REWRITE MASTER-RECORD
007820     PERFORM 3600-WRITE-CHANGE-LOG THRU 3600-EXIT
007830     MOVE WS-PND-DELTA-IMAGE TO DLT-IMAGE
007840     PERFORM 3700-WRITE-DELTA-RECORD THRU 3700-EXIT
007850     PERFORM 3550-NOTE-SOURCE-REGION THRU 3550-EXIT
007860     ADD 1 TO WS-UPDATED-COUNT.
007870 3540-EXIT.
007880     EXIT.
007890*
007900*    RECORD THE REGION THAT SENT THE ADD OR UPDATE, AND THE
007910*    EXTRACT BEHIND EACH FIELD IT SET, AS MERGE-CSV'S 8455-NOTE-
007920*    SOURCE-REGION WOULD HAVE.
007930 3550-NOTE-SOURCE-REGION.
007940     MOVE MASTER-KEY TO SRC-KEY
007950     READ MASTER-SOURCE-FILE
007960         INVALID KEY
007970             MOVE 'N' TO WS-SOURCE-FOUND-SW
007980         NOT INVALID KEY
007990             MOVE 'Y' TO WS-SOURCE-FOUND-SW
008000     END-READ
008010     MOVE MASTER-KEY TO SRC-KEY
008020     MOVE WS-PND-REGION TO SRC-REGION
008030     MOVE WS-RUN-DATE TO SRC-RUN-DATE
008040     PERFORM 3555-STAMP-ONE-FIELD THRU 3555-EXIT
008050         VARYING WS-FLD-IDX FROM 1 BY 1
008060             UNTIL WS-FLD-IDX > 6
008070     IF SOURCE-FOUND
008080         REWRITE MASTER-SOURCE-RECORD
008090     ELSE
008100         WRITE MASTER-SOURCE-RECORD
008110     END-IF.
008120 3550-EXIT.
008130     EXIT.
008140*
008150*    AN ADD SETS EVERY FIELD; AN UPDATE SETS THE FIELDS WHOSE
008160*    VALUE IT CHANGES (WS-OLD-MASTER-IMAGE HOLDS THE OUTGOING
008170*    VERSION) AND ANY FIELD WITH NO PROVENANCE YET.  A HELD LINE
008180*    WITHOUT FIELD SOURCES CREDITS ITS REGION.
008190 3555-STAMP-ONE-FIELD.
008200     EVALUATE WS-FLD-IDX
008210         WHEN 1
008220             MOVE WS-OLD-ADDR         TO WS-FLD-OLD-VALUE
008230             MOVE WS-PND-NEW-ADDR     TO WS-FLD-NEW-VALUE
008240         WHEN 2
008250             MOVE WS-OLD-CITY         TO WS-FLD-OLD-VALUE
008260             MOVE WS-PND-NEW-CITY     TO WS-FLD-NEW-VALUE
008270         WHEN 3
008280             MOVE WS-OLD-STATE        TO WS-FLD-OLD-VALUE
008290             MOVE WS-PND-NEW-STATE    TO WS-FLD-NEW-VALUE
008300         WHEN 4
008310             MOVE WS-OLD-PHONE        TO WS-FLD-OLD-VALUE
008320             MOVE WS-PND-NEW-PHONE    TO WS-FLD-NEW-VALUE
008330         WHEN 5
008340             MOVE WS-OLD-EMAIL        TO WS-FLD-OLD-VALUE
008350             MOVE WS-PND-NEW-EMAIL    TO WS-FLD-NEW-VALUE
008360         WHEN 6
008370             MOVE WS-OLD-CATEGORY     TO WS-FLD-OLD-VALUE
008380             MOVE WS-PND-NEW-CATEGORY TO WS-FLD-NEW-VALUE
008390     END-EVALUATE
008400     IF WS-CHANGE-ACTION = "ADDED"
008410        OR NOT SOURCE-FOUND
008420        OR SRC-FLD-SOURCE (WS-FLD-IDX) = SPACES
008430        OR WS-FLD-OLD-VALUE NOT = WS-FLD-NEW-VALUE
008440         IF WS-PND-FLD-SOURCE (WS-FLD-IDX) = SPACES
008450             MOVE WS-PND-REGION TO SRC-FLD-SOURCE (WS-FLD-IDX)
008460         ELSE
008470             MOVE WS-PND-FLD-SOURCE (WS-FLD-IDX)
008480                 TO SRC-FLD-SOURCE (WS-FLD-IDX)
008490         END-IF
008500         MOVE WS-RUN-DATE TO SRC-FLD-RUN-DATE (WS-FLD-IDX)
008510     END-IF.
008520 3555-EXIT.
008530     EXIT.
008540*
008550*    SAME ACTION/NAME/EMAIL LINE 3610-WRITE-CHANGE-LOG WRITES IN
008560*    MERGE-CSV.
008570 3600-WRITE-CHANGE-LOG.
008580     MOVE WS-RUN-DATE      TO CHG-RUN-DATE
008590     MOVE WS-CHANGE-ACTION TO CHG-ACTION
008600     MOVE MASTER-NAME      TO CHG-NAME
008610     MOVE MASTER-EMAIL     TO CHG-EMAIL
008620     MOVE WS-STAMP-OPERATOR TO CHG-OPERATOR
008630     MOVE SPACES TO CHG-APPROVER
008640     MOVE WS-STAMP-REASON TO CHG-REASON
008650     WRITE CHANGE-LOG-RECORD.
008660 3600-EXIT.
008670     EXIT.
008680*
008690*    ARCHIVE THE SNAPSHOT IN WS-OLD-MASTER-IMAGE -- THE VERSION
008700*    THE UPDATE OR DELETE IS RETIRING.
008710 3610-WRITE-MASTER-HISTORY.
008720     MOVE WS-RUN-DATE         TO HIST-RUN-DATE
008730     MOVE WS-CHANGE-ACTION    TO HIST-ACTION
008740     MOVE WS-OLD-MASTER-IMAGE TO HIST-IMAGE
008750     MOVE WS-STAMP-OPERATOR TO HIST-OPERATOR
008760     MOVE SPACES TO HIST-APPROVER
008770     MOVE WS-STAMP-REASON TO HIST-REASON
008780     WRITE MASTER-HISTORY-RECORD.
008790 3610-EXIT.
008800     EXIT.
008810*
008820*    APPEND ONE LINE UNDER THIS RELEASE'S GENERATION.  THE
008830*    CALLER HAS ALREADY PLACED THE IMAGE IN DLT-IMAGE.
008840 3700-WRITE-DELTA-RECORD.
008850     MOVE WS-RUN-DATE TO DLT-RUN-DATE
008860     MOVE WS-DELTA-GENERATION TO DLT-GENERATION
008870     ADD 1 TO WS-DELTA-SEQ
008880     MOVE WS-DELTA-SEQ TO DLT-SEQ
008890     MOVE WS-CHANGE-ACTION TO DLT-ACTION
008900     WRITE DELTA-RECORD.
008910 3700-EXIT.
008920     EXIT.
008930*
008940*    REBUILD A DELETED CONTACT'S IMAGE FROM THE OUTGOING MASTER
008950*    FIELDS: PLAIN 5-DIGIT ZIP, LEFT UNVALIDATED, BLANK SOURCE.
008960 3710-BUILD-DELETED-IMAGE.
008970     MOVE SPACES TO WDI-NAME
008980     MOVE SPACES TO WDI-ADDRESS
008990     MOVE SPACES TO WDI-CATEGORY
009000     MOVE SPACES TO WDI-PHONE
009010     MOVE SPACES TO WDI-EMAIL
009020     MOVE SPACES TO WDI-SOURCE
009030     MOVE MASTER-NAME TO WDI-NAME
009040     STRING MASTER-ADDR ", " MASTER-CITY ", " MASTER-STATE " "
009050            MASTER-ZIP DELIMITED BY SIZE
009060            INTO WDI-ADDRESS
009070     MOVE MASTER-CATEGORY TO WDI-CATEGORY
009080     MOVE MASTER-PHONE TO WDI-PHONE
009090     MOVE MASTER-EMAIL TO WDI-EMAIL
009100     PERFORM 3720-CARVE-EMAIL-DOMAIN THRU 3720-EXIT
009110     MOVE 'N' TO WDI-VALIDATED.
009120 3710-EXIT.
009130     EXIT.
009140*
009150*    CARVE THE DOMAIN OFF MASTER-EMAIL: FIND THE USED LENGTH
009160*    SCANNING BACKWARD, THEN THE SINGLE "@", THEN TAKE WHAT
009170*    FOLLOWS IT.  A BLANK OR MALFORMED EMAIL YIELDS A BLANK
009180*    DOMAIN.
009190 3720-CARVE-EMAIL-DOMAIN.
009200     MOVE SPACES TO WDI-DOMAIN
009210     MOVE ZERO TO WS-EMAIL-AT-COUNT
009220     MOVE ZERO TO WS-EMAIL-AT-POS
009230     PERFORM 3721-FIND-EMAIL-LEN THRU 3721-EXIT
009240     IF WS-EMAIL-LEN > ZERO
009250         PERFORM 3722-SCAN-ONE-EMAIL-CHAR THRU 3722-EXIT
009260             VARYING WS-EMAIL-CHAR-IDX FROM 1 BY 1
009270                 UNTIL WS-EMAIL-CHAR-IDX > WS-EMAIL-LEN
009280         IF WS-EMAIL-AT-COUNT = 1
009290            AND WS-EMAIL-AT-POS < WS-EMAIL-LEN
009300             COMPUTE WS-EMAIL-DOMAIN-LEN =
009310                 WS-EMAIL-LEN - WS-EMAIL-AT-POS
009320             MOVE MASTER-EMAIL
009330                 (WS-EMAIL-AT-POS + 1 : WS-EMAIL-DOMAIN-LEN)
009340                 TO WDI-DOMAIN
009350         END-IF
009360     END-IF.
009370 3720-EXIT.
009380     EXIT.
009390*
009400 3721-FIND-EMAIL-LEN.
009410     PERFORM 3723-STEP-BACKWARD THRU 3723-EXIT
009420         VARYING WS-EMAIL-CHAR-IDX FROM 30 BY -1
009430             UNTIL WS-EMAIL-CHAR-IDX < 1
009440                OR MASTER-EMAIL (WS-EMAIL-CHAR-IDX:1) NOT = SPACE
009450     MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-LEN.
009460 3721-EXIT.
009470     EXIT.
009480*
009490 3722-SCAN-ONE-EMAIL-CHAR.
009500     IF MASTER-EMAIL (WS-EMAIL-CHAR-IDX:1) = "@"
009510         ADD 1 TO WS-EMAIL-AT-COUNT
009520         MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-AT-POS
009530     END-IF.
009540 3722-EXIT.
009550     EXIT.
009560*
009570 3723-STEP-BACKWARD.
009580     CONTINUE.
009590 3723-EXIT.
009600     EXIT.
009610*
009620*****************************************************************
009630*    8000-TERMINATE - CLOSE ALL FILES THAT WERE OPENED          *
009640*****************************************************************
009650 8000-TERMINATE.
009660     IF TRANS-AVAILABLE
009670         CLOSE RELEASE-TRANS-FILE
009680     END-IF
009690     IF MASTER-AVAILABLE
009700         CLOSE MASTER-FILE
009710     END-IF
009720     IF FILES-OPENED
009730         CLOSE MASTER-SOURCE-FILE
009740         CLOSE CHANGE-LOG-FILE
009750         CLOSE MASTER-HISTORY-FILE
009760         CLOSE DELTA-FILE
009770     END-IF.
009780 8000-EXIT.
009790     EXIT.
009800*
009810*****************************************************************
009820*    9000-PRINT-CONTROL-TOTALS - ONE LINE PER OUTCOME SO THE    *
009830*    OPERATOR CAN PROVE OUT THE RELEASE.                        *
009840*****************************************************************
009850 9000-PRINT-CONTROL-TOTALS.
009860     DISPLAY "MERGE-RELEASE CONTROL TOTALS"
009870     DISPLAY "----------------------------"
009880     DISPLAY "TRANSACTIONS READ . . . . . . " WS-TRANS-COUNT
009890     DISPLAY "MASTER RECORDS ADDED. . . . . " WS-ADDED-COUNT
009900     DISPLAY "MASTER RECORDS UPDATED. . . . " WS-UPDATED-COUNT
009910     DISPLAY "MASTER RECORDS DELETED. . . . " WS-DELETED-COUNT
009920     DISPLAY "HELD CHANGES ALREADY MADE . . " WS-PASSED-COUNT
009930     DISPLAY "HELD CHANGES DISCARDED. . . . " WS-DISCARDED-COUNT
009940     DISPLAY "DELTA GENERATION CUT. . . . . "
009950             WS-DELTA-GENERATION " (" WS-DELTA-SEQ " LINES)"
009960     DISPLAY "INVALID TRANSACTIONS. . . . . " WS-BAD-TRANS-COUNT
009970     DISPLAY "TRANSACTIONS REFUSED. . . . . " WS-REFUSED-COUNT.
009980 9000-EXIT.
009990     EXIT.
