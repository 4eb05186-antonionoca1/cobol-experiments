000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DQ-SCORECARD.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. DATA SERVICES - CONTACT EXTRACTS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*  DQ-SCORECARD                                                 *
000100*  PER-REGION DATA QUALITY SCORECARD, RUN AFTER THE NIGHTLY     *
000110*  MERGE.  THE CONTROL TOTALS ARE RUN-WIDE; THIS SCORES EACH    *
000120*  REGIONAL EXTRACT ON ITS OWN FROM THE FILES THE NIGHT LEFT    *
000130*  BEHIND:                                                      *
000140*      ROWS READ          RUN-LOG.DAT "2400" LINES              *
000150*      REJECT RATE        REJECT.CSV, OVERALL AND BROKEN OUT    *
000160*                         BY EACH REJ-REASON                    *
000170*      DUPLICATE MERGES   DUPLICATES.CSV                        *
000180*      UNKNOWN CATEGORY   OTHER-CATEGORY.CSV ROWS WHOSE VALUE   *
000190*                         IS LISTED ON CATEGORY-REVIEW.CSV      *
000200*      PHONE/EMAIL FILL   OUTPUT.CSV                            *
000210*      ZIP+4 VALIDATED    OUTPUT.CSV                            *
000220*      SUSPENSE           SUSPENSE.DAT ROWS OUTSTANDING AND     *
000230*                         THE OLDEST ONE'S AGE IN DAYS          *
000240*  RATES ARE PERCENTAGES OF THE ROWS READ (REJECTS, MERGES) OR  *
000250*  OF THE ROWS WRITTEN (CATEGORY, FILL, VALIDATED).  EVERY      *
000260*  MEASURE IS KEPT NIGHT OVER NIGHT IN DQ-TREND.DAT, WHICH      *
000270*  HOLDS A ROLLING 30 NIGHTS; DQ-SCORECARD.CSV SHOWS TONIGHT    *
000280*  BESIDE THE 30-NIGHT AVERAGE, LOW AND HIGH, AND FLAGS A       *
000290*  MEASURE "DROPPED" WHEN IT HAS WORSENED PAST THE TOLERANCE    *
000300*  IN THE KEPT DQ-TOLERANCE.DAT.  EACH REGION ON REGION-        *
000310*  ROSTER.DAT ALSO GETS ITS OWN FEEDBACK FILE, DQ-FEEDBACK-     *
000320*  <EXTRACT NAME>, ADDRESSED TO ITS RST-CONTACT AND LISTING     *
000330*  ITS FLAGGED MEASURES AND ITS OWN FAILING ROWS (TONIGHT'S     *
000340*  REJECTS, UNKNOWN CATEGORIES, AND ROWS STILL IN SUSPENSE      *
000350*  FROM EARLIER NIGHTS), SO THE SOURCE SYSTEM CAN BE FIXED.     *
000360*  ONLY A NIGHT THAT ENDED CLEAN IS SCORED; A PROOF RUN IS NOT. *
000370*****************************************************************
000380*
000390*    MODIFICATION HISTORY
000400*    --------------------
000410*    10/15/2026  DAO  ORIGINAL PROGRAM.
000420*    10/15/2026  DAO  A PROOF NIGHT IS NAMED AS SUCH AND NOT
000430*                     SCORED.  THE SCORECARD AND FEEDBACK FILES
000440*                     NOW CARRY FILE STATUS LIKE THE REST.
000450*    10/15/2026  DAO  THE TREND, SCORECARD AND FEEDBACK OPENS ARE
000460*                     NOW CHECKED; A FAILED OPEN OF THE NEW TREND
000470*                     GENERATION LEAVES DQ-TREND.DAT AS IT WAS.
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520*    SAME LINE LAYOUT MERGE-CSV'S 7810-WRITE-RUN-LOG-LINE
000530*    WRITES.  THE LATEST RUN DATE ON IT IS THE NIGHT SCORED.
000540     SELECT RUN-LOG-FILE ASSIGN TO "run-log.dat"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RUN-LOG-STATUS.
000570*    THE NIGHT'S OUTPUTS, AS MERGE-CSV LEFT THEM.
000580     SELECT REJECT-FILE ASSIGN TO "reject.csv"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REJECT-STATUS.
000610     SELECT DUPLICATE-LOG-FILE ASSIGN TO "duplicates.csv"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-DUPLICATE-STATUS.
000640     SELECT OUTPUT-FILE ASSIGN TO "output.csv"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-OUTPUT-STATUS.
000670     SELECT CATEGORY-FILE-OTHER ASSIGN TO "other-category.csv"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-OTHER-STATUS.
000700     SELECT CATEGORY-REVIEW-FILE ASSIGN TO "category-review.csv"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-REVIEW-STATUS.
000730     SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SUSPENSE-STATUS.
000760*    THE SAME ROSTER MERGE-CSV CHECKS FOR MISSING EXTRACTS.
000770     SELECT REGION-ROSTER-FILE ASSIGN TO "region-roster.dat"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-ROSTER-STATUS.
000800*    KEPT TOLERANCES, ONE LINE PER REGION AND MEASURE; REGION
000810*    "*" IS THE DEFAULT FOR REGIONS NOT LISTED.  NO LINE MEANS
000820*    THE MEASURE IS SHOWN BUT NEVER FLAGGED.
000830     SELECT DQ-TOLERANCE-FILE ASSIGN TO "dq-tolerance.dat"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-TOLERANCE-STATUS.
000860*    KEPT ROLLING 30 NIGHTS OF EVERY MEASURE.  THE NEXT
000870*    GENERATION IS BUILT IN DQ-TREND-NEW.DAT AND PROMOTED OVER
000880*    IT ONCE COMPLETE, SO A FAILED RUN LEAVES THE TREND INTACT.
000890     SELECT DQ-TREND-FILE ASSIGN TO "dq-trend.dat"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-TREND-STATUS.
000920     SELECT DQ-TREND-NEW-FILE ASSIGN TO "dq-trend-new.dat"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-TREND-NEW-STATUS.
000950*    THE SCORECARD ITSELF, REBUILT EVERY RUN.
000960     SELECT DQ-SCORECARD-FILE ASSIGN TO "dq-scorecard.csv"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-SCORECARD-STATUS.
000990*    EVERY FEEDBACK LINE IS RELEASED TO A WORK FILE AS IT IS
001000*    FOUND, SORTED ON REGION, AND WRITTEN OUT ONE REGION'S
001010*    FILE AT A TIME.
001020     SELECT FEEDBACK-WORK-FILE ASSIGN TO "dq-feedback-work.dat"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-FB-WORK-STATUS.
001050     SELECT FEEDBACK-SORTED-FILE
001060         ASSIGN TO "dq-feedback-sorted.dat"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-FB-SORTED-STATUS.
001090     SELECT FEEDBACK-SORT-FILE ASSIGN TO "dqfbsortwork".
001100*    ONE FEEDBACK FILE PER ROSTER REGION, NAMED FOR ITS
001110*    EXTRACT (SAME ASSIGN-DYNAMIC IDIOM AS MERGE-CSV'S
001120*    CATEGORY-FILE-N SLOTS).
001130     SELECT FEEDBACK-FILE ASSIGN DYNAMIC WS-FEEDBACK-FILE-NAME
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-FEEDBACK-STATUS.
001160*
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  RUN-LOG-FILE.
001200 01  RUN-LOG-RECORD.
001210     05  RLG-RUN-DATE    PIC 9(08).
001220     05  RLG-SEP-1       PIC X(01).
001230     05  RLG-PHASE       PIC X(04).
001240     05  RLG-SEP-2       PIC X(01).
001250     05  RLG-EXTRACT     PIC X(30).
001260     05  RLG-SEP-3       PIC X(01).
001270     05  RLG-START-TIME  PIC 9(06).
001280     05  RLG-SEP-4       PIC X(01).
001290     05  RLG-END-TIME    PIC 9(06).
001300     05  RLG-SEP-5       PIC X(01).
001310     05  RLG-COUNT       PIC 9(09).
001320     05  RLG-SEP-6       PIC X(01).
001330     05  RLG-STATUS      PIC X(08).
001340*
001350*    SAME LINE MERGE-CSV'S 3500-WRITE-REJECT-RECORD WRITES.
001360 FD  REJECT-FILE.
001370 01  REJECT-RECORD.
001380     05  REJ-NAME        PIC X(30).
001390     05  REJ-SEP-1       PIC X(01).
001400     05  REJ-ADDR        PIC X(30).
001410     05  REJ-SEP-2       PIC X(01).
001420     05  REJ-CITY        PIC X(20).
001430     05  REJ-SEP-3       PIC X(01).
001440     05  REJ-STATE       PIC X(02).
001450     05  REJ-SEP-4       PIC X(01).
001460     05  REJ-ZIP         PIC X(05).
001470     05  REJ-SEP-5       PIC X(01).
001480     05  REJ-CATEGORY    PIC X(20).
001490     05  REJ-SEP-6       PIC X(01).
001500     05  REJ-PHONE       PIC X(14).
001510     05  REJ-SEP-7       PIC X(01).
001520     05  REJ-EMAIL       PIC X(30).
001530     05  REJ-SEP-8       PIC X(01).
001540     05  REJ-REASON      PIC X(70).
001550     05  REJ-SEP-9       PIC X(01).
001560     05  REJ-SOURCE      PIC X(30).
001570*
001580 FD  DUPLICATE-LOG-FILE.
001590 01  DUPLICATE-LOG-RECORD.
001600     05  DUP-NAME        PIC X(30).
001610     05  DUP-SEP-1       PIC X(01).
001620     05  DUP-ZIP         PIC X(05).
001630     05  DUP-SEP-2       PIC X(01).
001640     05  DUP-SOURCE      PIC X(30).
001650*
001660*    SAME ROW MERGE-CSV WRITES TO OUTPUT.CSV AND EVERY
001670*    CATEGORY EXTRACT.
001680 FD  OUTPUT-FILE.
001690 01  OUTPUT-RECORD.
001700     05  OUT-NAME        PIC X(30).
001710     05  OUT-SEP-1       PIC X(01).
001720     05  FULL-ADDRESS    PIC X(70).
001730     05  OUT-SEP-2       PIC X(01).
001740     05  OUT-CATEGORY    PIC X(20).
001750     05  OUT-SEP-3       PIC X(01).
001760     05  OUT-PHONE       PIC X(14).
001770     05  OUT-SEP-4       PIC X(01).
001780     05  OUT-EMAIL       PIC X(30).
001790     05  OUT-SEP-5       PIC X(01).
001800     05  OUT-EMAIL-DOMAIN    PIC X(30).
001810     05  OUT-SEP-6       PIC X(01).
001820     05  OUT-SOURCE-FILE     PIC X(30).
001830     05  OUT-SEP-7       PIC X(01).
001840     05  OUT-ADDRESS-VALIDATED   PIC X(01).
001850         88  ADDRESS-VALIDATED       VALUE 'Y'.
001860*
001870 FD  CATEGORY-FILE-OTHER.
001880 01  OTHER-RECORD.
001890     05  OTH-NAME        PIC X(30).
001900     05  OTH-SEP-1       PIC X(01).
001910     05  OTH-ADDRESS     PIC X(70).
001920     05  OTH-SEP-2       PIC X(01).
001930     05  OTH-CATEGORY    PIC X(20).
001940     05  OTH-SEP-3       PIC X(01).
001950     05  OTH-PHONE       PIC X(14).
001960     05  OTH-SEP-4       PIC X(01).
001970     05  OTH-EMAIL       PIC X(30).
001980     05  OTH-SEP-5       PIC X(01).
001990     05  OTH-EMAIL-DOMAIN    PIC X(30).
002000     05  OTH-SEP-6       PIC X(01).
002010     05  OTH-SOURCE-FILE     PIC X(30).
002020     05  OTH-SEP-7       PIC X(01).
002030     05  OTH-ADDRESS-VALIDATED   PIC X(01).
002040*
002050 FD  CATEGORY-REVIEW-FILE.
002060 01  CATEGORY-REVIEW-RECORD.
002070     05  CRV-VALUE           PIC X(20).
002080     05  CRV-SEP             PIC X(01).
002090     05  CRV-COUNT           PIC 9(07).
002100*
002110 FD  SUSPENSE-FILE.
002120 01  SUSPENSE-RECORD.
002130     05  SUS-FIRST-DATE  PIC 9(08).
002140     05  SUS-SEP-1       PIC X(01).
002150     05  SUS-RETRY-COUNT PIC 9(03).
002160     05  SUS-SEP-2       PIC X(01).
002170     05  SUS-REASON      PIC X(70).
002180     05  SUS-SEP-3       PIC X(01).
002190     05  SUS-IMAGE.
002200         10  SUS-NAME        PIC X(30).
002210         10  SUS-ADDR        PIC X(30).
002220         10  SUS-CITY        PIC X(20).
002230         10  SUS-STATE       PIC X(02).
002240         10  SUS-ZIP         PIC X(05).
002250         10  SUS-CATEGORY    PIC X(20).
002260         10  SUS-PHONE       PIC X(14).
002270         10  SUS-EMAIL       PIC X(30).
002280     05  SUS-SEP-4       PIC X(01).
002290     05  SUS-SOURCE      PIC X(30).
002300*
002310 FD  REGION-ROSTER-FILE.
002320 01  REGION-ROSTER-RECORD.
002330     05  RST-NAME        PIC X(30).
002340     05  RST-SEP-1       PIC X(01).
002350     05  RST-FREQUENCY   PIC X(01).
002360     05  RST-SEP-2       PIC X(01).
002370     05  RST-CONTACT     PIC X(30).
002380*
002390*    TOL-LIMIT IS IN THE MEASURE'S OWN UNITS: PERCENTAGE POINTS
002400*    FOR A RATE, ROWS FOR A COUNT, DAYS FOR AN AGE.
002410 FD  DQ-TOLERANCE-FILE.
002420 01  DQ-TOLERANCE-RECORD.
002430     05  TOL-REGION      PIC X(30).
002440     05  TOL-SEP-1       PIC X(01).
002450     05  TOL-MEASURE     PIC X(08).
002460     05  TOL-SEP-2       PIC X(01).
002470     05  TOL-LIMIT       PIC 9(05).
002480*
002490*    ONE LINE PER NIGHT, REGION, AND MEASURE.  TRD-VALUE
002500*    CARRIES TWO IMPLIED DECIMALS.
002510 FD  DQ-TREND-FILE.
002520 01  DQ-TREND-RECORD.
002530     05  TRD-RUN-DATE    PIC 9(08).
002540     05  TRD-SEP-1       PIC X(01).
002550     05  TRD-REGION      PIC X(30).
002560     05  TRD-SEP-2       PIC X(01).
002570     05  TRD-MEASURE     PIC X(08).
002580     05  TRD-SEP-3       PIC X(01).
002590     05  TRD-VALUE       PIC 9(07)V99.
002600*
002610 FD  DQ-TREND-NEW-FILE.
002620 01  DQ-TREND-NEW-RECORD     PIC X(58).
002630*
002640 FD  DQ-SCORECARD-FILE.
002650 01  DQ-SCORECARD-RECORD.
002660     05  SCD-RUN-DATE    PIC 9(08).
002670     05  SCD-SEP-1       PIC X(01).
002680     05  SCD-REGION      PIC X(30).
002690     05  SCD-SEP-2       PIC X(01).
002700     05  SCD-MEASURE     PIC X(08).
002710     05  SCD-SEP-3       PIC X(01).
002720     05  SCD-TONIGHT     PIC ZZZZZZ9.99.
002730     05  SCD-SEP-4       PIC X(01).
002740     05  SCD-AVERAGE     PIC ZZZZZZ9.99.
002750     05  SCD-SEP-5       PIC X(01).
002760     05  SCD-LOW         PIC ZZZZZZ9.99.
002770     05  SCD-SEP-6       PIC X(01).
002780     05  SCD-HIGH        PIC ZZZZZZ9.99.
002790     05  SCD-SEP-7       PIC X(01).
002800     05  SCD-NIGHTS      PIC ZZ9.
002810     05  SCD-SEP-8       PIC X(01).
002820     05  SCD-TOLERANCE   PIC X(05).
002830     05  SCD-SEP-9       PIC X(01).
002840     05  SCD-FLAG        PIC X(07).
002850*
002860*    ORDER 0 IS THE REGION'S HEADER MARKER, 1 A FLAGGED
002870*    MEASURE, 2 A REJECTED ROW, 3 AN UNKNOWN CATEGORY, 4 A ROW
002880*    STILL IN SUSPENSE; SEQ KEEPS EACH KIND IN FILE ORDER.
002890 FD  FEEDBACK-WORK-FILE.
002900 01  FEEDBACK-WORK-RECORD.
002910     05  FBW-REGION      PIC X(30).
002920     05  FBW-ORDER       PIC 9(01).
002930     05  FBW-SEQ         PIC 9(09).
002940     05  FBW-KIND        PIC X(11).
002950     05  FBW-DATE        PIC 9(08).
002960     05  FBW-REASON      PIC X(70).
002970     05  FBW-NAME        PIC X(30).
002980     05  FBW-ADDRESS     PIC X(70).
002990     05  FBW-CATEGORY    PIC X(20).
003000     05  FBW-PHONE       PIC X(14).
003010     05  FBW-EMAIL       PIC X(30).
003020*
003030 FD  FEEDBACK-SORTED-FILE.
003040 01  FEEDBACK-SORTED-RECORD.
003050     05  FBR-REGION      PIC X(30).
003060     05  FBR-ORDER       PIC 9(01).
003070     05  FBR-SEQ         PIC 9(09).
003080     05  FBR-KIND        PIC X(11).
003090     05  FBR-DATE        PIC 9(08).
003100     05  FBR-REASON      PIC X(70).
003110     05  FBR-NAME        PIC X(30).
003120     05  FBR-ADDRESS     PIC X(70).
003130     05  FBR-CATEGORY    PIC X(20).
003140     05  FBR-PHONE       PIC X(14).
003150     05  FBR-EMAIL       PIC X(30).
003160*
003170 SD  FEEDBACK-SORT-FILE.
003180 01  FEEDBACK-SORT-RECORD.
003190     05  FBS-REGION      PIC X(30).
003200     05  FBS-ORDER       PIC 9(01).
003210     05  FBS-SEQ         PIC 9(09).
003220     05  FILLER          PIC X(253).
003230*
003240*    HDR / DTL / TRL, THE SAME FRAMING THE REGIONAL EXTRACTS
003250*    THEMSELVES CARRY, SO THE SOURCE SYSTEM CAN PROVE IT HAS
003260*    THE WHOLE FILE.
003270 FD  FEEDBACK-FILE.
003280 01  FEEDBACK-HEADER-RECORD.
003290     05  FBH-TYPE        PIC X(03).
003300     05  FBH-SEP-1       PIC X(01).
003310     05  FBH-REGION      PIC X(30).
003320     05  FBH-SEP-2       PIC X(01).
003330     05  FBH-RUN-DATE    PIC 9(08).
003340     05  FBH-SEP-3       PIC X(01).
003350     05  FBH-CONTACT     PIC X(30).
003360 01  FEEDBACK-DETAIL-RECORD.
003370     05  FBD-TYPE        PIC X(03).
003380     05  FBD-SEP-1       PIC X(01).
003390     05  FBD-KIND        PIC X(11).
003400     05  FBD-SEP-2       PIC X(01).
003410     05  FBD-DATE        PIC 9(08).
003420     05  FBD-SEP-3       PIC X(01).
003430     05  FBD-REASON      PIC X(70).
003440     05  FBD-SEP-4       PIC X(01).
003450     05  FBD-NAME        PIC X(30).
003460     05  FBD-SEP-5       PIC X(01).
003470     05  FBD-ADDRESS     PIC X(70).
003480     05  FBD-SEP-6       PIC X(01).
003490     05  FBD-CATEGORY    PIC X(20).
003500     05  FBD-SEP-7       PIC X(01).
003510     05  FBD-PHONE       PIC X(14).
003520     05  FBD-SEP-8       PIC X(01).
003530     05  FBD-EMAIL       PIC X(30).
003540 01  FEEDBACK-TRAILER-RECORD.
003550     05  FBT-TYPE        PIC X(03).
003560     05  FBT-SEP-1       PIC X(01).
003570     05  FBT-COUNT       PIC 9(09).
003580*
003590 WORKING-STORAGE SECTION.
003600*
003610*    SWITCHES
003620 01  WS-SWITCHES.
003630     05  WS-LOG-EOF-SW           PIC X VALUE 'N'.
003640         88  LOG-EOF                   VALUE 'Y'.
003650     05  WS-LOG-AVAIL-SW         PIC X VALUE 'N'.
003660         88  LOG-AVAILABLE             VALUE 'Y'.
003670     05  WS-NIGHT-CLEAN-SW       PIC X VALUE 'N'.
003680         88  NIGHT-ENDED-CLEAN         VALUE 'Y'.
003690     05  WS-NIGHT-PROOF-SW       PIC X VALUE 'N'.
003700         88  NIGHT-WAS-PROOF           VALUE 'Y'.
003710     05  WS-FILE-EOF-SW          PIC X VALUE 'N'.
003720         88  FILE-EOF                  VALUE 'Y'.
003730     05  WS-REGION-FOUND-SW      PIC X VALUE 'N'.
003740         88  REGION-FOUND              VALUE 'Y'.
003750     05  WS-ROSTER-FOUND-SW      PIC X VALUE 'N'.
003760         88  ROSTER-FOUND              VALUE 'Y'.
003770     05  WS-ROSTER-LOADED-SW     PIC X VALUE 'N'.
003780         88  ROSTER-LOADED             VALUE 'Y'.
003790     05  WS-TOL-FOUND-SW         PIC X VALUE 'N'.
003800         88  TOLERANCE-FOUND           VALUE 'Y'.
003810     05  WS-MEASURE-FOUND-SW     PIC X VALUE 'N'.
003820         88  MEASURE-FOUND             VALUE 'Y'.
003830     05  WS-REVIEW-HIT-SW        PIC X VALUE 'N'.
003840         88  REVIEW-HIT                VALUE 'Y'.
003850     05  WS-FEEDBACK-OPEN-SW     PIC X VALUE 'N'.
003860         88  FEEDBACK-FILE-OPEN        VALUE 'Y'.
003870     05  WS-TREND-NEW-OPEN-SW    PIC X VALUE 'N'.
003880         88  TREND-NEW-OPEN            VALUE 'Y'.
003890     05  WS-SCORECARD-OPEN-SW    PIC X VALUE 'N'.
003900         88  SCORECARD-OPEN            VALUE 'Y'.
003910     05  WS-FB-WORK-OPEN-SW      PIC X VALUE 'N'.
003920         88  FEEDBACK-WORK-OPEN        VALUE 'Y'.
003930*
003940 01  WS-RUN-LOG-STATUS       PIC X(02).
003950     88  WS-RUN-LOG-OK             VALUE '00'.
003960     88  WS-RUN-LOG-NOT-FOUND      VALUE '23', '35'.
003970 01  WS-REJECT-STATUS        PIC X(02).
003980     88  WS-REJECT-NOT-FOUND       VALUE '23', '35'.
003990 01  WS-DUPLICATE-STATUS     PIC X(02).
004000     88  WS-DUPLICATE-NOT-FOUND    VALUE '23', '35'.
004010 01  WS-OUTPUT-STATUS        PIC X(02).
004020     88  WS-OUTPUT-NOT-FOUND       VALUE '23', '35'.
004030 01  WS-OTHER-STATUS         PIC X(02).
004040     88  WS-OTHER-NOT-FOUND        VALUE '23', '35'.
004050 01  WS-REVIEW-STATUS        PIC X(02).
004060     88  WS-REVIEW-NOT-FOUND       VALUE '23', '35'.
004070 01  WS-SUSPENSE-STATUS      PIC X(02).
004080     88  WS-SUSPENSE-NOT-FOUND     VALUE '23', '35'.
004090 01  WS-ROSTER-STATUS        PIC X(02).
004100     88  WS-ROSTER-NOT-FOUND       VALUE '23', '35'.
004110 01  WS-TOLERANCE-STATUS     PIC X(02).
004120     88  WS-TOLERANCE-NOT-FOUND    VALUE '23', '35'.
004130 01  WS-TREND-STATUS         PIC X(02).
004140     88  WS-TREND-OK               VALUE '00'.
004150     88  WS-TREND-NOT-FOUND        VALUE '23', '35'.
004160 01  WS-TREND-NEW-STATUS     PIC X(02).
004170     88  WS-TREND-NEW-OK           VALUE '00'.
004180     88  WS-TREND-NEW-NOT-FOUND    VALUE '23', '35'.
004190 01  WS-SCORECARD-STATUS     PIC X(02).
004200     88  WS-SCORECARD-OK           VALUE '00'.
004210     88  WS-SCORECARD-NOT-FOUND    VALUE '23', '35'.
004220 01  WS-FB-WORK-STATUS       PIC X(02).
004230     88  WS-FB-WORK-OK             VALUE '00'.
004240     88  WS-FB-WORK-NOT-FOUND      VALUE '23', '35'.
004250 01  WS-FB-SORTED-STATUS     PIC X(02).
004260     88  WS-FB-SORTED-OK           VALUE '00'.
004270     88  WS-FB-SORTED-NOT-FOUND    VALUE '23', '35'.
004280 01  WS-FEEDBACK-STATUS      PIC X(02).
004290     88  WS-FEEDBACK-OK            VALUE '00'.
004300     88  WS-FEEDBACK-NOT-FOUND     VALUE '23', '35'.
004310*
004320*    THE NIGHT BEING SCORED, AND DAY NUMBERS TO BOUND THE
004330*    30-NIGHT WINDOW AND AGE SUSPENSE ROWS ACROSS MONTH ENDS.
004340 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
004350 77  WS-RUN-DAY-NUM          PIC 9(07) COMP VALUE 0.
004360 77  WS-LINE-DAY-NUM         PIC 9(07) COMP VALUE 0.
004370 77  WS-AGE-DAYS             PIC 9(05) COMP VALUE 0.
004380 77  WS-WINDOW-DAYS          PIC 9(03) COMP VALUE 30.
004390*
004400*    THE MEASURES, IN SCORECARD ORDER.  THE DIRECTION BYTE SAYS
004410*    WHICH WAY IS WORSE: H = HIGHER IS WORSE, L = LOWER IS
004420*    WORSE, N = INFORMATION ONLY, NEVER FLAGGED.
004430 01  WS-MEASURE-DEFS.
004440     05  FILLER              PIC X(09) VALUE "ROWSREADN".
004450     05  FILLER              PIC X(09) VALUE "REJRATE H".
004460     05  FILLER              PIC X(09) VALUE "REJNAME H".
004470     05  FILLER              PIC X(09) VALUE "REJSTATEH".
004480     05  FILLER              PIC X(09) VALUE "REJZIP  H".
004490     05  FILLER              PIC X(09) VALUE "REJPHONEH".
004500     05  FILLER              PIC X(09) VALUE "REJEMAILH".
004510     05  FILLER              PIC X(09) VALUE "DUPRATE H".
004520     05  FILLER              PIC X(09) VALUE "UNKCAT  H".
004530     05  FILLER              PIC X(09) VALUE "PHONEFILL".
004540     05  FILLER              PIC X(09) VALUE "EMAILFILL".
004550     05  FILLER              PIC X(09) VALUE "ZIP4VAL L".
004560     05  FILLER              PIC X(09) VALUE "SUSOPEN H".
004570     05  FILLER              PIC X(09) VALUE "SUSAGE  H".
004580 01  WS-MEASURE-DEF-TAB REDEFINES WS-MEASURE-DEFS.
004590     05  WS-MEASURE-DEF      OCCURS 14 TIMES.
004600         10  WS-MD-CODE          PIC X(08).
004610         10  WS-MD-DIRECTION     PIC X(01).
004620 77  WS-MEASURE-COUNT        PIC 9(02) COMP VALUE 14.
004630 77  WS-MEASURE-IDX          PIC 9(02) COMP VALUE 0.
004640 77  WS-REASON-IDX           PIC 9(02) COMP VALUE 0.
004650 77  WS-REASON-TALLY         PIC 9(03) COMP VALUE 0.
004660*
004670*    ONE ENTRY PER REGION SEEN TONIGHT: ITS RAW COUNTS, AND PER
004680*    MEASURE TONIGHT'S VALUE AND THE PRIOR NIGHTS' TREND.
004690*    REASON COUNTS ARE BLANK NAME, INVALID STATE, INVALID ZIP,
004700*    INVALID PHONE, INVALID EMAIL -- A ROW FAILING SEVERAL WAYS
004710*    COUNTS UNDER EACH.
004720 77  WS-MAX-REGION           PIC 9(03) COMP VALUE 100.
004730 77  WS-REGION-COUNT         PIC 9(03) COMP VALUE 0.
004740 77  WS-REGION-IDX           PIC 9(03) COMP VALUE 0.
004750 77  WS-REGION-LOST-COUNT    PIC 9(07) COMP VALUE 0.
004760 01  WS-REGION-TAB.
004770     05  WS-REGION-ENTRY     OCCURS 100 TIMES.
004780         10  WS-RG-NAME          PIC X(30).
004790         10  WS-RG-ON-ROSTER     PIC X(01).
004800         10  WS-RG-CONTACT       PIC X(30).
004810         10  WS-RG-READ          PIC 9(09) COMP.
004820         10  WS-RG-REJECTED      PIC 9(09) COMP.
004830         10  WS-RG-REASON-COUNT  PIC 9(09) COMP OCCURS 5 TIMES.
004840         10  WS-RG-DUPLICATES    PIC 9(09) COMP.
004850         10  WS-RG-UNKNOWN-CAT   PIC 9(09) COMP.
004860         10  WS-RG-WRITTEN       PIC 9(09) COMP.
004870         10  WS-RG-PHONE-FILLED  PIC 9(09) COMP.
004880         10  WS-RG-EMAIL-FILLED  PIC 9(09) COMP.
004890         10  WS-RG-VALIDATED     PIC 9(09) COMP.
004900         10  WS-RG-SUS-OPEN      PIC 9(09) COMP.
004910         10  WS-RG-SUS-OLDEST    PIC 9(05) COMP.
004920         10  WS-RG-FLAG-COUNT    PIC 9(03) COMP.
004930         10  WS-RG-MEASURE       OCCURS 14 TIMES.
004940             15  WS-RM-TONIGHT       PIC 9(07)V99.
004950             15  WS-RM-SUM           PIC 9(09)V99.
004960             15  WS-RM-NIGHTS        PIC 9(03) COMP.
004970             15  WS-RM-LOW           PIC 9(07)V99.
004980             15  WS-RM-HIGH          PIC 9(07)V99.
004990 01  WS-WORK-REGION          PIC X(30).
005000*
005010*    THE ROSTER, AND THE KEPT TOLERANCES.
005020 77  WS-MAX-ROSTER           PIC 9(03) COMP VALUE 100.
005030 77  WS-ROSTER-COUNT         PIC 9(03) COMP VALUE 0.
005040 77  WS-ROSTER-IDX           PIC 9(03) COMP VALUE 0.
005050 01  WS-ROSTER-TAB.
005060     05  WS-ROSTER-ENTRY     OCCURS 100 TIMES.
005070         10  WS-RST-NAME         PIC X(30).
005080         10  WS-RST-CONTACT      PIC X(30).
005090 77  WS-MAX-TOL              PIC 9(03) COMP VALUE 300.
005100 77  WS-TOL-COUNT            PIC 9(03) COMP VALUE 0.
005110 77  WS-TOL-IDX              PIC 9(03) COMP VALUE 0.
005120 01  WS-TOL-TAB.
005130     05  WS-TOL-ENTRY        OCCURS 300 TIMES.
005140         10  WS-TOL-REGION       PIC X(30).
005150         10  WS-TOL-MEASURE      PIC X(08).
005160         10  WS-TOL-LIMIT        PIC 9(05).
005170 77  WS-TOL-LIMIT-FOUND      PIC 9(05) VALUE 0.
005180 01  WS-EDIT-TOLERANCE       PIC ZZZZ9.
005190*
005200*    TONIGHT'S UNKNOWN CATEGORY VALUES FROM CATEGORY-REVIEW.CSV.
005210 77  WS-MAX-REVIEW           PIC 9(03) COMP VALUE 500.
005220 77  WS-REVIEW-COUNT         PIC 9(03) COMP VALUE 0.
005230 77  WS-REVIEW-IDX           PIC 9(03) COMP VALUE 0.
005240 01  WS-REVIEW-TAB.
005250     05  WS-REVIEW-VALUE     PIC X(20) OCCURS 500 TIMES.
005260*
005270*    MEASURE ARITHMETIC.
005280 77  WS-NUMERATOR            PIC 9(09) COMP VALUE 0.
005290 77  WS-DENOMINATOR          PIC 9(09) COMP VALUE 0.
005300 77  WS-MEASURE-VALUE        PIC 9(07)V99 VALUE 0.
005310 77  WS-AVERAGE              PIC 9(07)V99 VALUE 0.
005320 77  WS-WORSENING            PIC S9(07)V99 VALUE 0.
005330 01  WS-EDIT-VALUE           PIC ZZZZZZ9.99.
005340 01  WS-EDIT-AVERAGE         PIC ZZZZZZ9.99.
005350*
005360*    FEEDBACK FILE WRITING.
005370 01  WS-FEEDBACK-FILE-NAME   PIC X(50).
005380 01  WS-FEEDBACK-REGION      PIC X(30).
005390 77  WS-FB-SEQ               PIC 9(09) COMP VALUE 0.
005400 77  WS-FB-LINE-COUNT        PIC 9(09) COMP VALUE 0.
005410*
005420*    COUNTERS
005430 77  WS-REJECT-READ-COUNT    PIC 9(09) COMP VALUE 0.
005440 77  WS-OUTPUT-READ-COUNT    PIC 9(09) COMP VALUE 0.
005450 77  WS-SUSPENSE-READ-COUNT  PIC 9(09) COMP VALUE 0.
005460 77  WS-TREND-KEPT-COUNT     PIC 9(09) COMP VALUE 0.
005470 77  WS-TREND-AGED-COUNT     PIC 9(09) COMP VALUE 0.
005480 77  WS-FLAGGED-COUNT        PIC 9(07) COMP VALUE 0.
005490 77  WS-FEEDBACK-FILE-COUNT  PIC 9(05) COMP VALUE 0.
005500 77  WS-NO-ROSTER-COUNT      PIC 9(05) COMP VALUE 0.
005510 77  WS-REVIEW-LOST-COUNT    PIC 9(05) COMP VALUE 0.
005520*
005530 PROCEDURE DIVISION.
005540*
005550 0000-MAINLINE.
005560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005570     IF LOG-AVAILABLE
005580         PERFORM 2000-FIND-SCORED-NIGHT THRU 2000-EXIT
005590     END-IF
005600     IF NIGHT-ENDED-CLEAN
005610         PERFORM 1100-LOAD-REGION-ROSTER THRU 1100-EXIT
005620         PERFORM 1200-LOAD-TOLERANCES THRU 1200-EXIT
005630         PERFORM 1300-LOAD-REVIEW-VALUES THRU 1300-EXIT
005640         PERFORM 2200-COLLECT-ROWS-READ THRU 2200-EXIT
005650         OPEN OUTPUT FEEDBACK-WORK-FILE
005660         IF WS-FB-WORK-OK
005670             SET FEEDBACK-WORK-OPEN TO TRUE
005680         ELSE
005690             DISPLAY "DQ-SCORECARD: DQ-FEEDBACK-WORK.DAT NOT"
005700                     " AVAILABLE (STATUS " WS-FB-WORK-STATUS
005710                     ") - NO FEEDBACK FILES WILL BE WRITTEN"
005720         END-IF
005730         PERFORM 3000-SCORE-NIGHT-FILES THRU 3000-EXIT
005740         PERFORM 4000-COMPUTE-MEASURES THRU 4000-EXIT
005750         PERFORM 5000-ROLL-TREND THRU 5000-EXIT
005760         PERFORM 6000-WRITE-SCORECARD THRU 6000-EXIT
005770         IF FEEDBACK-WORK-OPEN
005780             CLOSE FEEDBACK-WORK-FILE
005790             PERFORM 7000-WRITE-FEEDBACK-FILES THRU 7000-EXIT
005800         END-IF
005810         PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
005820     END-IF
005830     STOP RUN.
005840*
005850*****************************************************************
005860*    1000-INITIALIZE - PROVE THE RUN LOG EXISTS; EVERY OTHER    *
005870*    FILE IS OPENED BY THE PASS THAT READS IT.                  *
005880*****************************************************************
005890 1000-INITIALIZE.
005900     OPEN INPUT RUN-LOG-FILE
005910     IF WS-RUN-LOG-NOT-FOUND
005920         DISPLAY "DQ-SCORECARD: NO RUN-LOG.DAT PRESENT - THE"
005930                 " NIGHTLY MERGE HAS NEVER RUN"
005940     ELSE
005950         MOVE 'Y' TO WS-LOG-AVAIL-SW
005960         CLOSE RUN-LOG-FILE
005970     END-IF.
005980 1000-EXIT.
005990     EXIT.
006000*
006010*    WITHOUT A ROSTER THE SCORECARD IS STILL CUT, BUT THERE IS
006020*    NO ONE TO ADDRESS A FEEDBACK FILE TO.
006030 1100-LOAD-REGION-ROSTER.
006040     MOVE 'N' TO WS-FILE-EOF-SW
006050     OPEN INPUT REGION-ROSTER-FILE
006060     IF WS-ROSTER-NOT-FOUND
006070         DISPLAY "DQ-SCORECARD: NO REGION-ROSTER.DAT - NO"
006080                 " FEEDBACK FILES WILL BE WRITTEN"
006090         GO TO 1100-EXIT
006100     END-IF
006110     SET ROSTER-LOADED TO TRUE
006120     PERFORM 1110-READ-ONE-ROSTER-ENTRY THRU 1110-EXIT
006130         UNTIL FILE-EOF
006140     CLOSE REGION-ROSTER-FILE.
006150 1100-EXIT.
006160     EXIT.
006170*
006180 1110-READ-ONE-ROSTER-ENTRY.
006190     READ REGION-ROSTER-FILE
006200         AT END
006210             SET FILE-EOF TO TRUE
006220         NOT AT END
006230             IF WS-ROSTER-COUNT < WS-MAX-ROSTER
006240                 ADD 1 TO WS-ROSTER-COUNT
006250                 MOVE RST-NAME
006260                     TO WS-RST-NAME (WS-ROSTER-COUNT)
006270                 MOVE RST-CONTACT
006280                     TO WS-RST-CONTACT (WS-ROSTER-COUNT)
006290             END-IF
006300     END-READ.
006310 1110-EXIT.
006320     EXIT.
006330*
006340 1200-LOAD-TOLERANCES.
006350     MOVE 'N' TO WS-FILE-EOF-SW
006360     OPEN INPUT DQ-TOLERANCE-FILE
006370     IF WS-TOLERANCE-NOT-FOUND
006380         GO TO 1200-EXIT
006390     END-IF
006400     PERFORM 1210-READ-ONE-TOLERANCE THRU 1210-EXIT
006410         UNTIL FILE-EOF
006420     CLOSE DQ-TOLERANCE-FILE.
006430 1200-EXIT.
006440     EXIT.
006450*
006460 1210-READ-ONE-TOLERANCE.
006470     READ DQ-TOLERANCE-FILE
006480         AT END
006490             SET FILE-EOF TO TRUE
006500         NOT AT END
006510             IF WS-TOL-COUNT < WS-MAX-TOL
006520                AND TOL-LIMIT NUMERIC
006530                 ADD 1 TO WS-TOL-COUNT
006540                 MOVE TOL-REGION  TO WS-TOL-REGION (WS-TOL-COUNT)
006550                 MOVE TOL-MEASURE
006560                     TO WS-TOL-MEASURE (WS-TOL-COUNT)
006570                 MOVE TOL-LIMIT   TO WS-TOL-LIMIT (WS-TOL-COUNT)
006580             END-IF
006590     END-READ.
006600 1210-EXIT.
006610     EXIT.
006620*
006630 1300-LOAD-REVIEW-VALUES.
006640     MOVE 'N' TO WS-FILE-EOF-SW
006650     OPEN INPUT CATEGORY-REVIEW-FILE
006660     IF WS-REVIEW-NOT-FOUND
006670         GO TO 1300-EXIT
006680     END-IF
006690     PERFORM 1310-READ-ONE-REVIEW-VALUE THRU 1310-EXIT
006700         UNTIL FILE-EOF
006710     CLOSE CATEGORY-REVIEW-FILE.
006720 1300-EXIT.
006730     EXIT.
006740*
006750 1310-READ-ONE-REVIEW-VALUE.
006760     READ CATEGORY-REVIEW-FILE
006770         AT END
006780             SET FILE-EOF TO TRUE
006790         NOT AT END
006800             IF WS-REVIEW-COUNT < WS-MAX-REVIEW
006810                 ADD 1 TO WS-REVIEW-COUNT
006820                 MOVE CRV-VALUE
006830                     TO WS-REVIEW-VALUE (WS-REVIEW-COUNT)
006840             ELSE
006850                 ADD 1 TO WS-REVIEW-LOST-COUNT
006860             END-IF
006870     END-READ.
006880 1310-EXIT.
006890     EXIT.
006900*
006910*****************************************************************
006920*    2000-FIND-SCORED-NIGHT - THE LATEST RUN DATE ON THE LOG IS *
006930*    THE NIGHT TO SCORE, AND ONLY IF ITS "RUN " LINE SAYS IT    *
006940*    ENDED CLEAN -- A NIGHT THAT DIED LEFT PARTIAL FILES, AND   *
006950*    SCORING THEM WOULD POISON THE TREND.                       *
006960*****************************************************************
006970 2000-FIND-SCORED-NIGHT.
006980     MOVE 'N' TO WS-LOG-EOF-SW
006990     OPEN INPUT RUN-LOG-FILE
007000     PERFORM 2010-SCAN-ONE-DATE THRU 2010-EXIT
007010         UNTIL LOG-EOF
007020     CLOSE RUN-LOG-FILE
007030     IF WS-RUN-DATE = ZERO
007040         DISPLAY "DQ-SCORECARD: RUN LOG IS EMPTY - NOTHING TO"
007050                 " SCORE"
007060         GO TO 2000-EXIT
007070     END-IF
007080     MOVE 'N' TO WS-LOG-EOF-SW
007090     OPEN INPUT RUN-LOG-FILE
007100     PERFORM 2020-CHECK-ONE-RUN-LINE THRU 2020-EXIT
007110         UNTIL LOG-EOF
007120     CLOSE RUN-LOG-FILE
007130     IF NOT NIGHT-ENDED-CLEAN
007140         IF NIGHT-WAS-PROOF
007150             DISPLAY "DQ-SCORECARD: RUN OF " WS-RUN-DATE
007160                     " WAS A PROOF RUN - SCORECARD NOT CUT"
007170             GO TO 2000-EXIT
007180         END-IF
007190         DISPLAY "DQ-SCORECARD: RUN OF " WS-RUN-DATE
007200                 " DID NOT END CLEAN - SCORECARD NOT CUT"
007210         GO TO 2000-EXIT
007220     END-IF
007230     COMPUTE WS-RUN-DAY-NUM =
007240         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
007250 2000-EXIT.
007260     EXIT.
007270*
007280 2010-SCAN-ONE-DATE.
007290     READ RUN-LOG-FILE
007300         AT END
007310             SET LOG-EOF TO TRUE
007320         NOT AT END
007330             IF RLG-RUN-DATE > WS-RUN-DATE
007340                 MOVE RLG-RUN-DATE TO WS-RUN-DATE
007350             END-IF
007360     END-READ.
007370 2010-EXIT.
007380     EXIT.
007390*
007400 2020-CHECK-ONE-RUN-LINE.
007410     READ RUN-LOG-FILE
007420         AT END
007430             SET LOG-EOF TO TRUE
007440         NOT AT END
007450             IF RLG-RUN-DATE = WS-RUN-DATE
007460                AND RLG-PHASE = "RUN "
007470                AND RLG-STATUS = "CLEAN"
007480                 SET NIGHT-ENDED-CLEAN TO TRUE
007490             END-IF
007500             IF RLG-RUN-DATE = WS-RUN-DATE
007510                AND RLG-PHASE = "RUN "
007520                AND RLG-STATUS = "PROOF"
007530                 SET NIGHT-WAS-PROOF TO TRUE
007540             END-IF
007550     END-READ.
007560 2020-EXIT.
007570     EXIT.
007580*
007590*    EACH EXTRACT'S "2400" LINE COUNTS THE ROWS IT READ.  A
007600*    RESTARTED NIGHT LOGS THE RESUMED EXTRACT AGAIN WITH ITS
007610*    FULL COUNT, SO THE LARGEST LINE IS THE ONE THAT STANDS.
007620 2200-COLLECT-ROWS-READ.
007630     MOVE 'N' TO WS-LOG-EOF-SW
007640     OPEN INPUT RUN-LOG-FILE
007650     PERFORM 2210-TAKE-ONE-READ-LINE THRU 2210-EXIT
007660         UNTIL LOG-EOF
007670     CLOSE RUN-LOG-FILE.
007680 2200-EXIT.
007690     EXIT.
007700*
007710 2210-TAKE-ONE-READ-LINE.
007720     READ RUN-LOG-FILE
007730         AT END
007740             SET LOG-EOF TO TRUE
007750             GO TO 2210-EXIT
007760     END-READ
007770     IF RLG-RUN-DATE NOT = WS-RUN-DATE
007780        OR RLG-PHASE NOT = "2400"
007790         GO TO 2210-EXIT
007800     END-IF
007810     MOVE RLG-EXTRACT TO WS-WORK-REGION
007820     PERFORM 3900-FIND-REGION-SLOT THRU 3900-EXIT
007830     IF REGION-FOUND
007840        AND RLG-COUNT > WS-RG-READ (WS-REGION-IDX)
007850         MOVE RLG-COUNT TO WS-RG-READ (WS-REGION-IDX)
007860     END-IF.
007870 2210-EXIT.
007880     EXIT.
007890*
007900*****************************************************************
007910*    3000-SCORE-NIGHT-FILES - ONE PASS OVER EACH OF THE NIGHT'S *
007920*    FILES, CHARGING EVERY ROW TO ITS REGION AND RELEASING THE  *
007930*    FAILING ONES TO THE FEEDBACK WORK FILE.  A FILE THE NIGHT  *
007940*    DID NOT PRODUCE SIMPLY SCORES NOTHING.                     *
007950*****************************************************************
007960 3000-SCORE-NIGHT-FILES.
007970     MOVE 'N' TO WS-FILE-EOF-SW
007980     OPEN INPUT REJECT-FILE
007990     IF NOT WS-REJECT-NOT-FOUND
008000         PERFORM 3100-SCORE-ONE-REJECT THRU 3100-EXIT
008010             UNTIL FILE-EOF
008020         CLOSE REJECT-FILE
008030     END-IF
008040     MOVE 'N' TO WS-FILE-EOF-SW
008050     OPEN INPUT DUPLICATE-LOG-FILE
008060     IF NOT WS-DUPLICATE-NOT-FOUND
008070         PERFORM 3200-SCORE-ONE-DUPLICATE THRU 3200-EXIT
008080             UNTIL FILE-EOF
008090         CLOSE DUPLICATE-LOG-FILE
008100     END-IF
008110     MOVE 'N' TO WS-FILE-EOF-SW
008120     OPEN INPUT OUTPUT-FILE
008130     IF NOT WS-OUTPUT-NOT-FOUND
008140         PERFORM 3300-SCORE-ONE-OUTPUT-ROW THRU 3300-EXIT
008150             UNTIL FILE-EOF
008160         CLOSE OUTPUT-FILE
008170     END-IF
008180     MOVE 'N' TO WS-FILE-EOF-SW
008190     IF WS-REVIEW-COUNT > ZERO
008200         OPEN INPUT CATEGORY-FILE-OTHER
008210         IF NOT WS-OTHER-NOT-FOUND
008220             PERFORM 3400-SCORE-ONE-OTHER-ROW THRU 3400-EXIT
008230                 UNTIL FILE-EOF
008240             CLOSE CATEGORY-FILE-OTHER
008250         END-IF
008260     END-IF
008270     MOVE 'N' TO WS-FILE-EOF-SW
008280     OPEN INPUT SUSPENSE-FILE
008290     IF NOT WS-SUSPENSE-NOT-FOUND
008300         PERFORM 3500-SCORE-ONE-SUSPENSE-ROW THRU 3500-EXIT
008310             UNTIL FILE-EOF
008320         CLOSE SUSPENSE-FILE
008330     END-IF.
008340 3000-EXIT.
008350     EXIT.
008360*
008370 3100-SCORE-ONE-REJECT.
008380     READ REJECT-FILE
008390         AT END
008400             SET FILE-EOF TO TRUE
008410             GO TO 3100-EXIT
008420     END-READ
008430     ADD 1 TO WS-REJECT-READ-COUNT
008440     MOVE REJ-SOURCE TO WS-WORK-REGION
008450     PERFORM 3900-FIND-REGION-SLOT THRU 3900-EXIT
008460     IF NOT REGION-FOUND
008470         GO TO 3100-EXIT
008480     END-IF
008490     ADD 1 TO WS-RG-REJECTED (WS-REGION-IDX)
008500     PERFORM 3110-COUNT-ONE-REASON THRU 3110-EXIT
008510         VARYING WS-REASON-IDX FROM 1 BY 1
008520             UNTIL WS-REASON-IDX > 5
008530     IF WS-RG-ON-ROSTER (WS-REGION-IDX) = 'Y'
008540         MOVE SPACES TO FEEDBACK-WORK-RECORD
008550         MOVE 2 TO FBW-ORDER
008560         MOVE "REJECTED" TO FBW-KIND
008570         MOVE WS-RUN-DATE TO FBW-DATE
008580         MOVE REJ-REASON TO FBW-REASON
008590         MOVE REJ-NAME TO FBW-NAME
008600         STRING REJ-ADDR ", " REJ-CITY ", " REJ-STATE " "
008610                REJ-ZIP DELIMITED BY SIZE INTO FBW-ADDRESS
008620         MOVE REJ-CATEGORY TO FBW-CATEGORY
008630         MOVE REJ-PHONE TO FBW-PHONE
008640         MOVE REJ-EMAIL TO FBW-EMAIL
008650         PERFORM 3950-RELEASE-FEEDBACK-LINE THRU 3950-EXIT
008660     END-IF.
008670 3100-EXIT.
008680     EXIT.
008690*
008700*    THE SAME REASON TEXTS MERGE-CSV'S 3151-3155 STRING INTO
008710*    REJ-REASON.
008720 3110-COUNT-ONE-REASON.
008730     MOVE ZERO TO WS-REASON-TALLY
008740     EVALUATE WS-REASON-IDX
008750         WHEN 1
008760             INSPECT REJ-REASON TALLYING WS-REASON-TALLY
008770                 FOR ALL "BLANK NAME"
008780         WHEN 2
008790             INSPECT REJ-REASON TALLYING WS-REASON-TALLY
008800                 FOR ALL "INVALID STATE"
008810         WHEN 3
008820             INSPECT REJ-REASON TALLYING WS-REASON-TALLY
008830                 FOR ALL "INVALID ZIP"
008840         WHEN 4
008850             INSPECT REJ-REASON TALLYING WS-REASON-TALLY
008860                 FOR ALL "INVALID PHONE"
008870         WHEN 5
008880             INSPECT REJ-REASON TALLYING WS-REASON-TALLY
008890                 FOR ALL "INVALID EMAIL"
008900     END-EVALUATE
008910     IF WS-REASON-TALLY > ZERO
008920         ADD 1 TO WS-RG-REASON-COUNT (WS-REGION-IDX,
008930                                      WS-REASON-IDX)
008940     END-IF.
008950 3110-EXIT.
008960     EXIT.
008970*
008980*    A MERGE IS CHARGED TO THE EXTRACT WHOSE RECORD WAS MERGED
008990*    INTO THE CONTACT'S GROUP.
009000 3200-SCORE-ONE-DUPLICATE.
009010     READ DUPLICATE-LOG-FILE
009020         AT END
009030             SET FILE-EOF TO TRUE
009040             GO TO 3200-EXIT
009050     END-READ
009060     MOVE DUP-SOURCE TO WS-WORK-REGION
009070     PERFORM 3900-FIND-REGION-SLOT THRU 3900-EXIT
009080     IF REGION-FOUND
009090         ADD 1 TO WS-RG-DUPLICATES (WS-REGION-IDX)
009100     END-IF.
009110 3200-EXIT.
009120     EXIT.
009130*
009140*    A MERGED CONTACT IS CHARGED TO THE EXTRACT OF ITS FIRST
009150*    RECORD, THE ONE OUT-SOURCE-FILE NAMES.
009160 3300-SCORE-ONE-OUTPUT-ROW.
009170     READ OUTPUT-FILE
009180         AT END
009190             SET FILE-EOF TO TRUE
009200             GO TO 3300-EXIT
009210     END-READ
009220     ADD 1 TO WS-OUTPUT-READ-COUNT
009230     MOVE OUT-SOURCE-FILE TO WS-WORK-REGION
009240     PERFORM 3900-FIND-REGION-SLOT THRU 3900-EXIT
009250     IF NOT REGION-FOUND
009260         GO TO 3300-EXIT
009270     END-IF
009280     ADD 1 TO WS-RG-WRITTEN (WS-REGION-IDX)
009290     IF OUT-PHONE NOT = SPACES
009300         ADD 1 TO WS-RG-PHONE-FILLED (WS-REGION-IDX)
009310     END-IF
009320     IF OUT-EMAIL NOT = SPACES
009330         ADD 1 TO WS-RG-EMAIL-FILLED (WS-REGION-IDX)
009340     END-IF
009350     IF ADDRESS-VALIDATED
009360         ADD 1 TO WS-RG-VALIDATED (WS-REGION-IDX)
009370     END-IF.
009380 3300-EXIT.
009390     EXIT.
009400*
009410*    OTHER-CATEGORY.CSV ALSO CATCHES KNOWN VALUES THAT FOUND THE
009420*    CATEGORY SLOTS FULL; ONLY A ROW WHOSE VALUE IS ON TONIGHT'S
009430*    REVIEW LIST IS AN UNKNOWN CATEGORY.
009440 3400-SCORE-ONE-OTHER-ROW.
009450     READ CATEGORY-FILE-OTHER
009460         AT END
009470             SET FILE-EOF TO TRUE
009480             GO TO 3400-EXIT
009490     END-READ
009500     MOVE 'N' TO WS-REVIEW-HIT-SW
009510     MOVE ZERO TO WS-REVIEW-IDX
009520     PERFORM 3410-COMPARE-ONE-REVIEW-VALUE THRU 3410-EXIT
009530         UNTIL WS-REVIEW-IDX >= WS-REVIEW-COUNT
009540            OR REVIEW-HIT
009550     IF NOT REVIEW-HIT
009560         GO TO 3400-EXIT
009570     END-IF
009580     MOVE OTH-SOURCE-FILE TO WS-WORK-REGION
009590     PERFORM 3900-FIND-REGION-SLOT THRU 3900-EXIT
009600     IF NOT REGION-FOUND
009610         GO TO 3400-EXIT
009620     END-IF
009630     ADD 1 TO WS-RG-UNKNOWN-CAT (WS-REGION-IDX)
009640     IF WS-RG-ON-ROSTER (WS-REGION-IDX) = 'Y'
009650         MOVE SPACES TO FEEDBACK-WORK-RECORD
009660         MOVE 3 TO FBW-ORDER
009670         MOVE "UNKNOWN-CAT" TO FBW-KIND
009680         MOVE WS-RUN-DATE TO FBW-DATE
009690         STRING "CATEGORY NOT ON REFERENCE: " OTH-CATEGORY
009700             DELIMITED BY SIZE INTO FBW-REASON
009710         MOVE OTH-NAME TO FBW-NAME
009720         MOVE OTH-ADDRESS TO FBW-ADDRESS
009730         MOVE OTH-CATEGORY TO FBW-CATEGORY
009740         MOVE OTH-PHONE TO FBW-PHONE
009750         MOVE OTH-EMAIL TO FBW-EMAIL
009760         PERFORM 3950-RELEASE-FEEDBACK-LINE THRU 3950-EXIT
009770     END-IF.
009780 3400-EXIT.
009790     EXIT.
009800*
009810 3410-COMPARE-ONE-REVIEW-VALUE.
009820     ADD 1 TO WS-REVIEW-IDX
009830     IF WS-REVIEW-VALUE (WS-REVIEW-IDX) = OTH-CATEGORY
009840         SET REVIEW-HIT TO TRUE
009850     END-IF.
009860 3410-EXIT.
009870     EXIT.
009880*
009890*    EVERY ROW STILL HELD COUNTS AS OUTSTANDING.  ONLY THOSE
009900*    FROM EARLIER NIGHTS GO TO THE FEEDBACK FILE -- TONIGHT'S
009910*    NEW ONES ARE ALREADY THERE AS REJECTS.
009920 3500-SCORE-ONE-SUSPENSE-ROW.
009930     READ SUSPENSE-FILE
009940         AT END
009950             SET FILE-EOF TO TRUE
009960             GO TO 3500-EXIT
009970     END-READ
009980     ADD 1 TO WS-SUSPENSE-READ-COUNT
009990     MOVE SUS-SOURCE TO WS-WORK-REGION
010000     PERFORM 3900-FIND-REGION-SLOT THRU 3900-EXIT
010010     IF NOT REGION-FOUND
010020         GO TO 3500-EXIT
010030     END-IF
010040     ADD 1 TO WS-RG-SUS-OPEN (WS-REGION-IDX)
010050     MOVE ZERO TO WS-AGE-DAYS
010060     IF SUS-FIRST-DATE NUMERIC
010070        AND SUS-FIRST-DATE > ZERO
010080        AND SUS-FIRST-DATE < WS-RUN-DATE
010090         COMPUTE WS-LINE-DAY-NUM =
010100             FUNCTION INTEGER-OF-DATE(SUS-FIRST-DATE)
010110         COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUM - WS-LINE-DAY-NUM
010120     END-IF
010130     IF WS-AGE-DAYS > WS-RG-SUS-OLDEST (WS-REGION-IDX)
010140         MOVE WS-AGE-DAYS TO WS-RG-SUS-OLDEST (WS-REGION-IDX)
010150     END-IF
010160     IF WS-AGE-DAYS > ZERO
010170        AND WS-RG-ON-ROSTER (WS-REGION-IDX) = 'Y'
010180         MOVE SPACES TO FEEDBACK-WORK-RECORD
010190         MOVE 4 TO FBW-ORDER
010200         MOVE "SUSPENSE" TO FBW-KIND
010210         MOVE SUS-FIRST-DATE TO FBW-DATE
010220         MOVE SUS-REASON TO FBW-REASON
010230         MOVE SUS-NAME TO FBW-NAME
010240         STRING SUS-ADDR ", " SUS-CITY ", " SUS-STATE " "
010250                SUS-ZIP DELIMITED BY SIZE INTO FBW-ADDRESS
010260         MOVE SUS-CATEGORY TO FBW-CATEGORY
010270         MOVE SUS-PHONE TO FBW-PHONE
010280         MOVE SUS-EMAIL TO FBW-EMAIL
010290         PERFORM 3950-RELEASE-FEEDBACK-LINE THRU 3950-EXIT
010300     END-IF.
010310 3500-EXIT.
010320     EXIT.
010330*
010340*    FIND (OR CLAIM) THE REGION'S SLOT.  A BLANK NAME IS A ROW
010350*    FROM BEFORE REGIONS WERE CARRIED.  A NEW SLOT LOOKS ITS
010360*    REGION UP ON THE ROSTER FOR THE FEEDBACK ADDRESSEE.
010370 3900-FIND-REGION-SLOT.
010380     IF WS-WORK-REGION = SPACES
010390         MOVE "UNASSIGNED" TO WS-WORK-REGION
010400     END-IF
010410     MOVE 'N' TO WS-REGION-FOUND-SW
010420     MOVE ZERO TO WS-REGION-IDX
010430     PERFORM 3910-COMPARE-ONE-REGION THRU 3910-EXIT
010440         UNTIL WS-REGION-IDX >= WS-REGION-COUNT
010450            OR REGION-FOUND
010460     IF REGION-FOUND
010470         GO TO 3900-EXIT
010480     END-IF
010490     IF WS-REGION-COUNT >= WS-MAX-REGION
010500         ADD 1 TO WS-REGION-LOST-COUNT
010510         GO TO 3900-EXIT
010520     END-IF
010530     ADD 1 TO WS-REGION-COUNT
010540     MOVE WS-REGION-COUNT TO WS-REGION-IDX
010550     INITIALIZE WS-REGION-ENTRY (WS-REGION-IDX)
010560     MOVE WS-WORK-REGION TO WS-RG-NAME (WS-REGION-IDX)
010570     MOVE 'N' TO WS-RG-ON-ROSTER (WS-REGION-IDX)
010580     MOVE 'N' TO WS-ROSTER-FOUND-SW
010590     MOVE ZERO TO WS-ROSTER-IDX
010600     PERFORM 3920-COMPARE-ONE-ROSTER THRU 3920-EXIT
010610         UNTIL WS-ROSTER-IDX >= WS-ROSTER-COUNT
010620            OR ROSTER-FOUND
010630     IF ROSTER-FOUND
010640         MOVE 'Y' TO WS-RG-ON-ROSTER (WS-REGION-IDX)
010650         MOVE WS-RST-CONTACT (WS-ROSTER-IDX)
010660             TO WS-RG-CONTACT (WS-REGION-IDX)
010670     ELSE
010680         ADD 1 TO WS-NO-ROSTER-COUNT
010690     END-IF
010700     SET REGION-FOUND TO TRUE.
010710 3900-EXIT.
010720     EXIT.
010730*
010740 3910-COMPARE-ONE-REGION.
010750     ADD 1 TO WS-REGION-IDX
010760     IF WS-RG-NAME (WS-REGION-IDX) = WS-WORK-REGION
010770         SET REGION-FOUND TO TRUE
010780     END-IF.
010790 3910-EXIT.
010800     EXIT.
010810*
010820 3920-COMPARE-ONE-ROSTER.
010830     ADD 1 TO WS-ROSTER-IDX
010840     IF WS-RST-NAME (WS-ROSTER-IDX) = WS-WORK-REGION
010850         SET ROSTER-FOUND TO TRUE
010860     END-IF.
010870 3920-EXIT.
010880     EXIT.
010890*
010900 3950-RELEASE-FEEDBACK-LINE.
010910     IF NOT FEEDBACK-WORK-OPEN
010920         GO TO 3950-EXIT
010930     END-IF
010940     MOVE WS-RG-NAME (WS-REGION-IDX) TO FBW-REGION
010950     ADD 1 TO WS-FB-SEQ
010960     MOVE WS-FB-SEQ TO FBW-SEQ
010970     WRITE FEEDBACK-WORK-RECORD.
010980 3950-EXIT.
010990     EXIT.
011000*
011010*****************************************************************
011020*    4000-COMPUTE-MEASURES - TURN EACH REGION'S COUNTS INTO     *
011030*    TONIGHT'S MEASURE VALUES.  A RATE WITH NOTHING TO DIVIDE   *
011040*    BY IS ZERO.                                                *
011050*****************************************************************
011060 4000-COMPUTE-MEASURES.
011070     PERFORM 4100-COMPUTE-ONE-REGION THRU 4100-EXIT
011080         VARYING WS-REGION-IDX FROM 1 BY 1
011090             UNTIL WS-REGION-IDX > WS-REGION-COUNT.
011100 4000-EXIT.
011110     EXIT.
011120*
011130 4100-COMPUTE-ONE-REGION.
011140     MOVE WS-RG-READ (WS-REGION-IDX)
011150         TO WS-RM-TONIGHT (WS-REGION-IDX, 1)
011160     MOVE WS-RG-READ (WS-REGION-IDX) TO WS-DENOMINATOR
011170     MOVE WS-RG-REJECTED (WS-REGION-IDX) TO WS-NUMERATOR
011180     MOVE 2 TO WS-MEASURE-IDX
011190     PERFORM 4200-SET-ONE-RATE THRU 4200-EXIT
011200     PERFORM 4110-SET-ONE-REASON-RATE THRU 4110-EXIT
011210         VARYING WS-REASON-IDX FROM 1 BY 1
011220             UNTIL WS-REASON-IDX > 5
011230     MOVE WS-RG-DUPLICATES (WS-REGION-IDX) TO WS-NUMERATOR
011240     MOVE 8 TO WS-MEASURE-IDX
011250     PERFORM 4200-SET-ONE-RATE THRU 4200-EXIT
011260     MOVE WS-RG-WRITTEN (WS-REGION-IDX) TO WS-DENOMINATOR
011270     MOVE WS-RG-UNKNOWN-CAT (WS-REGION-IDX) TO WS-NUMERATOR
011280     MOVE 9 TO WS-MEASURE-IDX
011290     PERFORM 4200-SET-ONE-RATE THRU 4200-EXIT
011300     MOVE WS-RG-PHONE-FILLED (WS-REGION-IDX) TO WS-NUMERATOR
011310     MOVE 10 TO WS-MEASURE-IDX
011320     PERFORM 4200-SET-ONE-RATE THRU 4200-EXIT
011330     MOVE WS-RG-EMAIL-FILLED (WS-REGION-IDX) TO WS-NUMERATOR
011340     MOVE 11 TO WS-MEASURE-IDX
011350     PERFORM 4200-SET-ONE-RATE THRU 4200-EXIT
011360     MOVE WS-RG-VALIDATED (WS-REGION-IDX) TO WS-NUMERATOR
011370     MOVE 12 TO WS-MEASURE-IDX
011380     PERFORM 4200-SET-ONE-RATE THRU 4200-EXIT
011390     MOVE WS-RG-SUS-OPEN (WS-REGION-IDX)
011400         TO WS-RM-TONIGHT (WS-REGION-IDX, 13)
011410     MOVE WS-RG-SUS-OLDEST (WS-REGION-IDX)
011420         TO WS-RM-TONIGHT (WS-REGION-IDX, 14).
011430 4100-EXIT.
011440     EXIT.
011450*
011460*    REASON N IS MEASURE N + 2 (REJNAME THROUGH REJEMAIL).
011470 4110-SET-ONE-REASON-RATE.
011480     MOVE WS-RG-REASON-COUNT (WS-REGION-IDX, WS-REASON-IDX)
011490         TO WS-NUMERATOR
011500     COMPUTE WS-MEASURE-IDX = WS-REASON-IDX + 2
011510     PERFORM 4200-SET-ONE-RATE THRU 4200-EXIT.
011520 4110-EXIT.
011530     EXIT.
011540*
011550 4200-SET-ONE-RATE.
011560     MOVE ZERO TO WS-MEASURE-VALUE
011570     IF WS-DENOMINATOR > ZERO
011580         COMPUTE WS-MEASURE-VALUE ROUNDED =
011590             WS-NUMERATOR * 100 / WS-DENOMINATOR
011600     END-IF
011610     MOVE WS-MEASURE-VALUE
011620         TO WS-RM-TONIGHT (WS-REGION-IDX, WS-MEASURE-IDX).
011630 4200-EXIT.
011640     EXIT.
011650*
011660*****************************************************************
011670*    5000-ROLL-TREND - COPY THE KEPT TREND TO ITS NEXT          *
011680*    GENERATION, DROPPING NIGHTS THAT HAVE AGED OUT OF THE 30-  *
011690*    NIGHT WINDOW AND ANY EARLIER SCORING OF TONIGHT (A RERUN   *
011700*    REPLACES ITS OWN NIGHT), ACCUMULATING EACH PRIOR NIGHT     *
011710*    INTO ITS REGION'S TREND AS IT GOES BY; THEN ADD TONIGHT'S  *
011720*    VALUES AND PROMOTE THE NEW GENERATION.                     *
011730*    IF THE NEW GENERATION CANNOT BE OPENED, DQ-TREND.DAT IS    *
011740*    LEFT AS IT WAS.                                            *
011750*****************************************************************
011760 5000-ROLL-TREND.
011770     OPEN OUTPUT DQ-TREND-NEW-FILE
011780     IF WS-TREND-NEW-OK
011790         SET TREND-NEW-OPEN TO TRUE
011800     ELSE
011810         DISPLAY "DQ-SCORECARD: DQ-TREND-NEW.DAT NOT AVAILABLE"
011820                 " (STATUS " WS-TREND-NEW-STATUS ") - TREND NOT"
011830                 " ROLLED"
011840     END-IF
011850     MOVE 'N' TO WS-FILE-EOF-SW
011860     OPEN INPUT DQ-TREND-FILE
011870     IF WS-TREND-OK
011880         PERFORM 5100-ROLL-ONE-TREND-LINE THRU 5100-EXIT
011890             UNTIL FILE-EOF
011900         CLOSE DQ-TREND-FILE
011910     END-IF
011920     IF NOT TREND-NEW-OPEN
011930         GO TO 5000-EXIT
011940     END-IF
011950     MOVE WS-RUN-DATE TO TRD-RUN-DATE
011960     MOVE "," TO TRD-SEP-1
011970     MOVE "," TO TRD-SEP-2
011980     MOVE "," TO TRD-SEP-3
011990     PERFORM 5200-ADD-ONE-REGION-NIGHT THRU 5200-EXIT
012000         VARYING WS-REGION-IDX FROM 1 BY 1
012010             UNTIL WS-REGION-IDX > WS-REGION-COUNT
012020     CLOSE DQ-TREND-NEW-FILE
012030     MOVE 'N' TO WS-FILE-EOF-SW
012040     OPEN INPUT DQ-TREND-NEW-FILE
012050     IF NOT WS-TREND-NEW-OK
012060         DISPLAY "DQ-SCORECARD: DQ-TREND-NEW.DAT NOT AVAILABLE"
012070                 " (STATUS " WS-TREND-NEW-STATUS
012080                 ") - DQ-TREND.DAT LEFT AS IT WAS"
012090         GO TO 5000-EXIT
012100     END-IF
012110     OPEN OUTPUT DQ-TREND-FILE
012120     IF NOT WS-TREND-OK
012130         DISPLAY "DQ-SCORECARD: DQ-TREND.DAT NOT AVAILABLE"
012140                 " (STATUS " WS-TREND-STATUS ") - NEXT GENERATION"
012150                 " KEPT IN DQ-TREND-NEW.DAT"
012160         CLOSE DQ-TREND-NEW-FILE
012170         GO TO 5000-EXIT
012180     END-IF
012190     PERFORM 5300-COPY-ONE-LINE-BACK THRU 5300-EXIT
012200         UNTIL FILE-EOF
012210     CLOSE DQ-TREND-NEW-FILE
012220     CLOSE DQ-TREND-FILE.
012230 5000-EXIT.
012240     EXIT.
012250*
012260 5100-ROLL-ONE-TREND-LINE.
012270     READ DQ-TREND-FILE
012280         AT END
012290             SET FILE-EOF TO TRUE
012300             GO TO 5100-EXIT
012310     END-READ
012320     IF TRD-RUN-DATE = WS-RUN-DATE
012330         GO TO 5100-EXIT
012340     END-IF
012350     COMPUTE WS-LINE-DAY-NUM =
012360         FUNCTION INTEGER-OF-DATE(TRD-RUN-DATE)
012370     IF WS-LINE-DAY-NUM < WS-RUN-DAY-NUM
012380        AND WS-RUN-DAY-NUM - WS-LINE-DAY-NUM > WS-WINDOW-DAYS
012390         ADD 1 TO WS-TREND-AGED-COUNT
012400         GO TO 5100-EXIT
012410     END-IF
012420     IF TREND-NEW-OPEN
012430         WRITE DQ-TREND-NEW-RECORD FROM DQ-TREND-RECORD
012440         ADD 1 TO WS-TREND-KEPT-COUNT
012450     END-IF
012460     IF TRD-RUN-DATE > WS-RUN-DATE
012470         GO TO 5100-EXIT
012480     END-IF
012490     MOVE TRD-REGION TO WS-WORK-REGION
012500     MOVE 'N' TO WS-REGION-FOUND-SW
012510     MOVE ZERO TO WS-REGION-IDX
012520     PERFORM 3910-COMPARE-ONE-REGION THRU 3910-EXIT
012530         UNTIL WS-REGION-IDX >= WS-REGION-COUNT
012540            OR REGION-FOUND
012550     IF NOT REGION-FOUND
012560         GO TO 5100-EXIT
012570     END-IF
012580     MOVE 'N' TO WS-MEASURE-FOUND-SW
012590     MOVE ZERO TO WS-MEASURE-IDX
012600     PERFORM 5110-COMPARE-ONE-MEASURE THRU 5110-EXIT
012610         UNTIL WS-MEASURE-IDX >= WS-MEASURE-COUNT
012620            OR MEASURE-FOUND
012630     IF NOT MEASURE-FOUND
012640         GO TO 5100-EXIT
012650     END-IF
012660     IF WS-RM-NIGHTS (WS-REGION-IDX, WS-MEASURE-IDX) = ZERO
012670        OR TRD-VALUE < WS-RM-LOW (WS-REGION-IDX, WS-MEASURE-IDX)
012680         MOVE TRD-VALUE
012690             TO WS-RM-LOW (WS-REGION-IDX, WS-MEASURE-IDX)
012700     END-IF
012710     IF TRD-VALUE > WS-RM-HIGH (WS-REGION-IDX, WS-MEASURE-IDX)
012720         MOVE TRD-VALUE
012730             TO WS-RM-HIGH (WS-REGION-IDX, WS-MEASURE-IDX)
012740     END-IF
012750     ADD TRD-VALUE TO WS-RM-SUM (WS-REGION-IDX, WS-MEASURE-IDX)
012760     ADD 1 TO WS-RM-NIGHTS (WS-REGION-IDX, WS-MEASURE-IDX).
012770 5100-EXIT.
012780     EXIT.
012790*
012800 5110-COMPARE-ONE-MEASURE.
012810     ADD 1 TO WS-MEASURE-IDX
012820     IF WS-MD-CODE (WS-MEASURE-IDX) = TRD-MEASURE
012830         SET MEASURE-FOUND TO TRUE
012840     END-IF.
012850 5110-EXIT.
012860     EXIT.
012870*
012880 5200-ADD-ONE-REGION-NIGHT.
012890     PERFORM 5210-ADD-ONE-MEASURE-NIGHT THRU 5210-EXIT
012900         VARYING WS-MEASURE-IDX FROM 1 BY 1
012910             UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT.
012920 5200-EXIT.
012930     EXIT.
012940*
012950 5210-ADD-ONE-MEASURE-NIGHT.
012960     MOVE WS-RG-NAME (WS-REGION-IDX) TO TRD-REGION
012970     MOVE WS-MD-CODE (WS-MEASURE-IDX) TO TRD-MEASURE
012980     MOVE WS-RM-TONIGHT (WS-REGION-IDX, WS-MEASURE-IDX)
012990         TO TRD-VALUE
013000     WRITE DQ-TREND-NEW-RECORD FROM DQ-TREND-RECORD.
013010 5210-EXIT.
013020     EXIT.
013030*
013040 5300-COPY-ONE-LINE-BACK.
013050     READ DQ-TREND-NEW-FILE
013060         AT END
013070             SET FILE-EOF TO TRUE
013080         NOT AT END
013090             WRITE DQ-TREND-RECORD FROM DQ-TREND-NEW-RECORD
013100     END-READ.
013110 5300-EXIT.
013120     EXIT.
013130*
013140*****************************************************************
013150*    6000-WRITE-SCORECARD - ONE LINE PER REGION AND MEASURE:    *
013160*    TONIGHT BESIDE THE PRIOR NIGHTS' AVERAGE, LOW, AND HIGH.   *
013170*    A MEASURE THAT HAS WORSENED AGAINST ITS AVERAGE BY MORE    *
013180*    THAN ITS TOLERANCE IS FLAGGED DROPPED AND ALSO HEADS THE   *
013190*    REGION'S FEEDBACK FILE.                                    *
013200*****************************************************************
013210 6000-WRITE-SCORECARD.
013220     OPEN OUTPUT DQ-SCORECARD-FILE
013230     IF WS-SCORECARD-OK
013240         SET SCORECARD-OPEN TO TRUE
013250     ELSE
013260         DISPLAY "DQ-SCORECARD: DQ-SCORECARD.CSV NOT AVAILABLE"
013270                 " (STATUS " WS-SCORECARD-STATUS ") - SCORECARD"
013280                 " NOT CUT"
013290     END-IF
013300     MOVE WS-RUN-DATE TO SCD-RUN-DATE
013310     MOVE "," TO SCD-SEP-1
013320     MOVE "," TO SCD-SEP-2
013330     MOVE "," TO SCD-SEP-3
013340     MOVE "," TO SCD-SEP-4
013350     MOVE "," TO SCD-SEP-5
013360     MOVE "," TO SCD-SEP-6
013370     MOVE "," TO SCD-SEP-7
013380     MOVE "," TO SCD-SEP-8
013390     MOVE "," TO SCD-SEP-9
013400     PERFORM 6100-SCORE-ONE-REGION THRU 6100-EXIT
013410         VARYING WS-REGION-IDX FROM 1 BY 1
013420             UNTIL WS-REGION-IDX > WS-REGION-COUNT
013430     IF SCORECARD-OPEN
013440         CLOSE DQ-SCORECARD-FILE
013450     END-IF.
013460 6000-EXIT.
013470     EXIT.
013480*
013490*    A ROSTER REGION'S HEADER MARKER GOES OUT FIRST, SO EVERY
013500*    ROSTER REGION SCORED GETS A FILE EVEN ON A CLEAN NIGHT.
013510 6100-SCORE-ONE-REGION.
013520     IF WS-RG-ON-ROSTER (WS-REGION-IDX) = 'Y'
013530         MOVE SPACES TO FEEDBACK-WORK-RECORD
013540         MOVE ZERO TO FBW-ORDER
013550         MOVE WS-RUN-DATE TO FBW-DATE
013560         PERFORM 3950-RELEASE-FEEDBACK-LINE THRU 3950-EXIT
013570     END-IF
013580     MOVE WS-RG-NAME (WS-REGION-IDX) TO SCD-REGION
013590     PERFORM 6200-SCORE-ONE-MEASURE THRU 6200-EXIT
013600         VARYING WS-MEASURE-IDX FROM 1 BY 1
013610             UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT.
013620 6100-EXIT.
013630     EXIT.
013640*
013650 6200-SCORE-ONE-MEASURE.
013660     MOVE WS-MD-CODE (WS-MEASURE-IDX) TO SCD-MEASURE
013670     MOVE WS-RM-TONIGHT (WS-REGION-IDX, WS-MEASURE-IDX)
013680         TO WS-MEASURE-VALUE
013690     MOVE WS-MEASURE-VALUE TO SCD-TONIGHT
013700     MOVE ZERO TO WS-AVERAGE
013710     IF WS-RM-NIGHTS (WS-REGION-IDX, WS-MEASURE-IDX) > ZERO
013720         COMPUTE WS-AVERAGE ROUNDED =
013730             WS-RM-SUM (WS-REGION-IDX, WS-MEASURE-IDX)
013740             / WS-RM-NIGHTS (WS-REGION-IDX, WS-MEASURE-IDX)
013750     END-IF
013760     MOVE WS-AVERAGE TO SCD-AVERAGE
013770     MOVE WS-RM-LOW (WS-REGION-IDX, WS-MEASURE-IDX) TO SCD-LOW
013780     MOVE WS-RM-HIGH (WS-REGION-IDX, WS-MEASURE-IDX)
013790         TO SCD-HIGH
013800     MOVE WS-RM-NIGHTS (WS-REGION-IDX, WS-MEASURE-IDX)
013810         TO SCD-NIGHTS
013820     MOVE SPACES TO SCD-TOLERANCE
013830     MOVE SPACES TO SCD-FLAG
013840     PERFORM 6300-FIND-TOLERANCE THRU 6300-EXIT
013850     IF TOLERANCE-FOUND
013860         MOVE WS-TOL-LIMIT-FOUND TO WS-EDIT-TOLERANCE
013870         MOVE WS-EDIT-TOLERANCE TO SCD-TOLERANCE
013880         PERFORM 6400-TEST-FOR-DROP THRU 6400-EXIT
013890     END-IF
013900     IF SCORECARD-OPEN
013910         WRITE DQ-SCORECARD-RECORD
013920     END-IF.
013930 6200-EXIT.
013940     EXIT.
013950*
013960*    THE REGION'S OWN LINE FOR THE MEASURE, ELSE THE "*" LINE.
013970 6300-FIND-TOLERANCE.
013980     MOVE 'N' TO WS-TOL-FOUND-SW
013990     IF WS-MD-DIRECTION (WS-MEASURE-IDX) = 'N'
014000         GO TO 6300-EXIT
014010     END-IF
014020     MOVE WS-RG-NAME (WS-REGION-IDX) TO WS-WORK-REGION
014030     MOVE ZERO TO WS-TOL-IDX
014040     PERFORM 6310-COMPARE-ONE-TOLERANCE THRU 6310-EXIT
014050         UNTIL WS-TOL-IDX >= WS-TOL-COUNT
014060            OR TOLERANCE-FOUND
014070     IF TOLERANCE-FOUND
014080         GO TO 6300-EXIT
014090     END-IF
014100     MOVE "*" TO WS-WORK-REGION
014110     MOVE ZERO TO WS-TOL-IDX
014120     PERFORM 6310-COMPARE-ONE-TOLERANCE THRU 6310-EXIT
014130         UNTIL WS-TOL-IDX >= WS-TOL-COUNT
014140            OR TOLERANCE-FOUND.
014150 6300-EXIT.
014160     EXIT.
014170*
014180 6310-COMPARE-ONE-TOLERANCE.
014190     ADD 1 TO WS-TOL-IDX
014200     IF WS-TOL-REGION (WS-TOL-IDX) = WS-WORK-REGION
014210        AND WS-TOL-MEASURE (WS-TOL-IDX)
014220            = WS-MD-CODE (WS-MEASURE-IDX)
014230         SET TOLERANCE-FOUND TO TRUE
014240         MOVE WS-TOL-LIMIT (WS-TOL-IDX) TO WS-TOL-LIMIT-FOUND
014250     END-IF.
014260 6310-EXIT.
014270     EXIT.
014280*
014290*    NO PRIOR NIGHTS, NO TREND TO HAVE DROPPED FROM.
014300 6400-TEST-FOR-DROP.
014310     IF WS-RM-NIGHTS (WS-REGION-IDX, WS-MEASURE-IDX) = ZERO
014320         GO TO 6400-EXIT
014330     END-IF
014340     IF WS-MD-DIRECTION (WS-MEASURE-IDX) = 'H'
014350         COMPUTE WS-WORSENING = WS-MEASURE-VALUE - WS-AVERAGE
014360     ELSE
014370         COMPUTE WS-WORSENING = WS-AVERAGE - WS-MEASURE-VALUE
014380     END-IF
014390     IF WS-WORSENING NOT > WS-TOL-LIMIT-FOUND
014400         GO TO 6400-EXIT
014410     END-IF
014420     MOVE "DROPPED" TO SCD-FLAG
014430     ADD 1 TO WS-FLAGGED-COUNT
014440     ADD 1 TO WS-RG-FLAG-COUNT (WS-REGION-IDX)
014450     IF WS-RG-ON-ROSTER (WS-REGION-IDX) = 'Y'
014460         MOVE SPACES TO FEEDBACK-WORK-RECORD
014470         MOVE 1 TO FBW-ORDER
014480         MOVE "FLAGGED" TO FBW-KIND
014490         MOVE WS-RUN-DATE TO FBW-DATE
014500         MOVE WS-MEASURE-VALUE TO WS-EDIT-VALUE
014510         MOVE WS-AVERAGE TO WS-EDIT-AVERAGE
014520         STRING WS-MD-CODE (WS-MEASURE-IDX)
014530                " NOW " WS-EDIT-VALUE
014540                " AVG " WS-EDIT-AVERAGE
014550                " TOL " WS-EDIT-TOLERANCE
014560             DELIMITED BY SIZE INTO FBW-REASON
014570         PERFORM 3950-RELEASE-FEEDBACK-LINE THRU 3950-EXIT
014580     END-IF.
014590 6400-EXIT.
014600     EXIT.
014610*
014620*****************************************************************
014630*    7000-WRITE-FEEDBACK-FILES - SORT THE FEEDBACK LINES ON     *
014640*    REGION, THEN WRITE THEM OUT WITH A FILE BREAK ON EACH NEW  *
014650*    REGION: HDR (REGION, NIGHT, ADDRESSEE), THE DTL LINES,     *
014660*    AND A TRL WITH THE DTL COUNT.                              *
014670*****************************************************************
014680 7000-WRITE-FEEDBACK-FILES.
014690     SORT FEEDBACK-SORT-FILE
014700         ON ASCENDING KEY FBS-REGION FBS-ORDER FBS-SEQ
014710         USING FEEDBACK-WORK-FILE
014720         GIVING FEEDBACK-SORTED-FILE
014730     MOVE SPACES TO WS-FEEDBACK-REGION
014740     MOVE 'N' TO WS-FILE-EOF-SW
014750     OPEN INPUT FEEDBACK-SORTED-FILE
014760     IF NOT WS-FB-SORTED-OK
014770         DISPLAY "DQ-SCORECARD: DQ-FEEDBACK-SORTED.DAT NOT"
014780                 " AVAILABLE (STATUS " WS-FB-SORTED-STATUS
014790                 ") - NO FEEDBACK FILES WRITTEN"
014800         GO TO 7000-EXIT
014810     END-IF
014820     PERFORM 7100-WRITE-ONE-FEEDBACK-LINE THRU 7100-EXIT
014830         UNTIL FILE-EOF
014840     CLOSE FEEDBACK-SORTED-FILE
014850     IF FEEDBACK-FILE-OPEN
014860         PERFORM 7300-CLOSE-FEEDBACK-FILE THRU 7300-EXIT
014870     END-IF.
014880 7000-EXIT.
014890     EXIT.
014900*
014910 7100-WRITE-ONE-FEEDBACK-LINE.
014920     READ FEEDBACK-SORTED-FILE
014930         AT END
014940             SET FILE-EOF TO TRUE
014950             GO TO 7100-EXIT
014960     END-READ
014970     IF FBR-REGION NOT = WS-FEEDBACK-REGION
014980         IF FEEDBACK-FILE-OPEN
014990             PERFORM 7300-CLOSE-FEEDBACK-FILE THRU 7300-EXIT
015000         END-IF
015010         PERFORM 7200-OPEN-FEEDBACK-FILE THRU 7200-EXIT
015020     END-IF
015030     IF NOT FEEDBACK-FILE-OPEN
015040        OR FBR-ORDER = ZERO
015050         GO TO 7100-EXIT
015060     END-IF
015070     MOVE SPACES TO FEEDBACK-DETAIL-RECORD
015080     MOVE "DTL"        TO FBD-TYPE
015090     MOVE FBR-KIND     TO FBD-KIND
015100     MOVE FBR-DATE     TO FBD-DATE
015110     MOVE FBR-REASON   TO FBD-REASON
015120     MOVE FBR-NAME     TO FBD-NAME
015130     MOVE FBR-ADDRESS  TO FBD-ADDRESS
015140     MOVE FBR-CATEGORY TO FBD-CATEGORY
015150     MOVE FBR-PHONE    TO FBD-PHONE
015160     MOVE FBR-EMAIL    TO FBD-EMAIL
015170     MOVE "," TO FBD-SEP-1
015180     MOVE "," TO FBD-SEP-2
015190     MOVE "," TO FBD-SEP-3
015200     MOVE "," TO FBD-SEP-4
015210     MOVE "," TO FBD-SEP-5
015220     MOVE "," TO FBD-SEP-6
015230     MOVE "," TO FBD-SEP-7
015240     MOVE "," TO FBD-SEP-8
015250     WRITE FEEDBACK-DETAIL-RECORD
015260     ADD 1 TO WS-FB-LINE-COUNT.
015270 7100-EXIT.
015280     EXIT.
015290*
015300 7200-OPEN-FEEDBACK-FILE.
015310     MOVE FBR-REGION TO WS-FEEDBACK-REGION
015320     MOVE FBR-REGION TO WS-WORK-REGION
015330     MOVE 'N' TO WS-REGION-FOUND-SW
015340     MOVE ZERO TO WS-REGION-IDX
015350     PERFORM 3910-COMPARE-ONE-REGION THRU 3910-EXIT
015360         UNTIL WS-REGION-IDX >= WS-REGION-COUNT
015370            OR REGION-FOUND
015380     MOVE SPACES TO WS-FEEDBACK-FILE-NAME
015390     STRING "dq-feedback-" DELIMITED BY SIZE
015400            FBR-REGION DELIMITED BY SPACE
015410            INTO WS-FEEDBACK-FILE-NAME
015420     OPEN OUTPUT FEEDBACK-FILE
015430     IF NOT WS-FEEDBACK-OK
015440         DISPLAY "DQ-SCORECARD: " WS-FEEDBACK-FILE-NAME
015450                 " NOT AVAILABLE (STATUS " WS-FEEDBACK-STATUS
015460                 ") - REGION'S FEEDBACK NOT WRITTEN"
015470         GO TO 7200-EXIT
015480     END-IF
015490     SET FEEDBACK-FILE-OPEN TO TRUE
015500     ADD 1 TO WS-FEEDBACK-FILE-COUNT
015510     MOVE ZERO TO WS-FB-LINE-COUNT
015520     MOVE SPACES TO FEEDBACK-HEADER-RECORD
015530     MOVE "HDR" TO FBH-TYPE
015540     MOVE FBR-REGION TO FBH-REGION
015550     MOVE WS-RUN-DATE TO FBH-RUN-DATE
015560     IF REGION-FOUND
015570         MOVE WS-RG-CONTACT (WS-REGION-IDX) TO FBH-CONTACT
015580     END-IF
015590     MOVE "," TO FBH-SEP-1
015600     MOVE "," TO FBH-SEP-2
015610     MOVE "," TO FBH-SEP-3
015620     WRITE FEEDBACK-HEADER-RECORD.
015630 7200-EXIT.
015640     EXIT.
015650*
015660 7300-CLOSE-FEEDBACK-FILE.
015670     MOVE SPACES TO FEEDBACK-TRAILER-RECORD
015680     MOVE "TRL" TO FBT-TYPE
015690     MOVE "," TO FBT-SEP-1
015700     MOVE WS-FB-LINE-COUNT TO FBT-COUNT
015710     WRITE FEEDBACK-TRAILER-RECORD
015720     CLOSE FEEDBACK-FILE
015730     MOVE 'N' TO WS-FEEDBACK-OPEN-SW.
015740 7300-EXIT.
015750     EXIT.
015760*
015770*****************************************************************
015780*    9000-PRINT-CONTROL-TOTALS                                  *
015790*****************************************************************
015800 9000-PRINT-CONTROL-TOTALS.
015810     DISPLAY "DQ-SCORECARD CONTROL TOTALS"
015820     DISPLAY "---------------------------"
015830     DISPLAY "NIGHT SCORED. . . . . . . . . " WS-RUN-DATE
015840     DISPLAY "REGIONS SCORED. . . . . . . . " WS-REGION-COUNT
015850     DISPLAY "  NOT ON REGION ROSTER. . . . " WS-NO-ROSTER-COUNT
015860     DISPLAY "REJECT ROWS READ. . . . . . . "
015870             WS-REJECT-READ-COUNT
015880     DISPLAY "OUTPUT ROWS READ. . . . . . . "
015890             WS-OUTPUT-READ-COUNT
015900     DISPLAY "SUSPENSE ROWS READ. . . . . . "
015910             WS-SUSPENSE-READ-COUNT
015920     DISPLAY "MEASURES FLAGGED DROPPED. . . " WS-FLAGGED-COUNT
015930     DISPLAY "FEEDBACK FILES WRITTEN. . . . "
015940             WS-FEEDBACK-FILE-COUNT
015950     DISPLAY "TREND LINES KEPT. . . . . . . " WS-TREND-KEPT-COUNT
015960     DISPLAY "TREND LINES AGED OUT. . . . . " WS-TREND-AGED-COUNT
015970     IF WS-REGION-LOST-COUNT > ZERO
015980         DISPLAY "*** REGION TABLE FULL - " WS-REGION-LOST-COUNT
015990                 " ROWS NOT SCORED - RAISE WS-MAX-REGION ***"
016000     END-IF
016010     IF WS-REVIEW-LOST-COUNT > ZERO
016020         DISPLAY "*** REVIEW TABLE FULL - " WS-REVIEW-LOST-COUNT
016030                 " CATEGORY VALUES NOT SCORED - RAISE"
016040                 " WS-MAX-REVIEW ***"
016050     END-IF
016060     IF NOT ROSTER-LOADED
016070         DISPLAY "NO REGION ROSTER - NO FEEDBACK FILES WRITTEN"
016080     END-IF.
016090 9000-EXIT.
016100     EXIT.
