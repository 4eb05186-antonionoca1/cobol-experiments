002640*                     CUTS A READ-ONLY MASTER-SNAPSHOT.DAT THAT
002650*                     THE INQUIRY AND REPORTING PROGRAMS READ
002660*                     INSTEAD OF THE LIVE MASTER.
002670*    10/15/2026  DAO  MASTER CHANGES ARE NO LONGER MADE AS THE
002680*                     FLUSH, SUPPRESSION, AND DELETE-DETECTION
002690*                     PASSES FIND THEM.  EACH ONE IS STAGED TO
002700*                     MASTER-PENDING.DAT AND SETTLED AT END OF
002710*                     RUN BY 8400: THE PROPOSED ADDS, UPDATES,
002720*                     AND DELETES ARE COUNTED PER REGION, LISTED
002730*                     IN CHANGE-REVIEW.CSV, AND CHECKED AGAINST
002740*                     THE KEPT CHANGE-LIMITS.DAT.  A BREACH HOLDS
002750*                     THE WHOLE NIGHT IN MASTER-HELD.DAT -- THE
002760*                     MASTER, CHANGELOG, DELTA, AND HISTORY ARE
002770*                     NOT TOUCHED -- UNTIL AN OPERATOR RELEASES
002780*                     OR DISCARDS IT THROUGH MERGE-RELEASE.
002790*                     RUN-MODE.DAT SET TO PROOF MAKES THE NIGHT A
002800*                     DRY RUN THAT ONLY REPORTS WHAT IT WOULD
002810*                     HAVE DONE.  THE NEW MASTER-SOURCE.DAT
002820*                     REGISTER RECORDS WHICH REGION EACH MASTER
002830*                     CONTACT CAME FROM.
002840*    10/15/2026  DAO  THE SNAPSHOT CUT NOW WRITES SNAPSHOT-
002850*                     CONTROL.DAT WITH THE DELTA GENERATION IT
002860*                     IS GOOD THROUGH, SO MASTER-RECOVER CAN
002870*                     REBUILD THE MASTER FROM THE SNAPSHOT BY
002880*                     REPLAYING ONLY THE LATER GENERATIONS.
002890*    10/15/2026  DAO  FIELD-LEVEL SOURCE PRECEDENCE.  THE KEPT
002900*                     SOURCE-PRECEDENCE.DAT RANKS EACH EXTRACT
002910*                     PER FIELD (ADDR, CITY, STATE, PHONE, EMAIL,
002920*                     CATEGORY).  THE DEDUPE MERGE AND THE MASTER
002930*                     UPDATE NO LONGER LET A LOWER-RANKED EXTRACT
002940*                     OVERWRITE A BETTER ONE'S VALUE; EACH
002950*                     BLOCKED OVERRIDE IS LISTED IN PRECEDENCE-
002960*                     BLOCKED.CSV.  MASTER-SOURCE.DAT NOW ALSO
002970*                     CARRIES, PER FIELD, THE EXTRACT AND RUN DATE
002980*                     THAT LAST SET IT, AND THE STAGED CHANGE
002990*                     CARRIES THE FIELD SOURCES THROUGH TO
003000*                     SETTLEMENT.
003010*    10/15/2026  DAO  REJECT.CSV AND SUSPENSE ROWS NOW END WITH
003020*                     THE EXTRACT THE ROW CAME IN ON, SO THE
003030*                     NEW DQ-SCORECARD CAN CHARGE REJECTS AND
003040*                     OUTSTANDING SUSPENSE TO THEIR REGION.
003050*    10/15/2026  DAO  THE DO-NOT-CONTACT LIST IS LOADED INTO AN
003060*                     INDEXED WORK FILE (SUPPRESS-INDEX.DAT) AND
003070*                     EACH CONTACT IS LOOKED UP IN IT DIRECTLY,
003080*                     SO NO OPT-OUT IS EVER DROPPED FOR WANT OF
003090*                     TABLE ROOM.  MASTER.DAT CARRIES ALTERNATE
003100*                     KEYS ON EMAIL AND PHONE.
003110*    10/15/2026  DAO  CHANGELOG.CSV AND MASTER-HISTORY.DAT LINES
003120*                     NOW END WITH OPERATOR, APPROVER AND REASON
003130*                     CODE COLUMNS; THE NIGHTLY RUN STAMPS
003140*                     "*MERGE" AS ITS OPERATOR.
003150*    10/15/2026  DAO  STREET ADDRESSES ARE PUT INTO POSTAL FORM
003160*                     AGAINST THE KEPT ADDRESS-ABBREV.DAT (STREET
003170*                     SUFFIXES, DIRECTIONALS, AND UNIT
003180*                     DESIGNATORS) AS EACH OUTPUT RECORD IS
003190*                     BUILT, SO HOUSEHOLDS, THE PRESORT, AND THE
003200*                     MASTER SEE ONE SPELLING OF EACH ADDRESS.  A
003210*                     MASTER RESPELLED AND NOTHING ELSE IS
003220*                     REWRITTEN QUIETLY (STDADDR), NOT UPDATED.
003230*                     WHAT WILL NOT PARSE GOES ON AS RECEIVED AND
003240*                     IS LISTED IN ADDRESS-REVIEW.CSV.
003250*    10/15/2026  DAO  A PROOF RUN NO LONGER WRITES SUPPRESSION-
003260*                     REPORT LINES, AND ITS "RUN " LOG LINE NOW
003270*                     CARRIES STATUS PROOF INSTEAD OF CLEAN.
003280*    10/15/2026  DAO  A PROOF RUN NOW WRITES ITS PER-RUN FEEDS
003290*                     (OUTPUT, CATEGORY, HOUSEHOLD, REJECT,
003300*                     DUPLICATE AND REVIEW FILES) AS PROOF-
003310*                     COPIES, LEAVING THE LIVE FEEDS AS THE LAST
003320*                     REAL RUN LEFT THEM.
003330*    10/15/2026  DAO  THE MAINTENANCE IDENTITIES *MAINT AND *NCOA
003340*                     RANK AHEAD OF EVERY EXTRACT UNLESS SOURCE-
003350*                     PRECEDENCE.DAT LISTS THEM, AND A REGISTER
003360*                     ENTRY THEY OPENED TAKES ITS REGION FROM THE
003370*                     NEXT EXTRACT TO SEND THE CONTACT.
003380*
003390*
003400 ENVIRONMENT DIVISION.
003410 INPUT-OUTPUT SECTION.
003420 FILE-CONTROL.
003430*    THE NIGHTLY DROP DIRECTORY NOW HOLDS ONE EXTRACT PER REGION
003440*    RATHER THAN A SINGLE CDC.CSV, SO INPUT-FILE IS ASSIGNED
003450*    DYNAMICALLY (SAME IDIOM AS THE CATEGORY-FILE-N SLOTS BELOW)
003460*    AND OPENED ONCE PER NAME FOUND IN EXTRACT-LIST-FILE.
003470     SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-FILE-NAME
003480         ORGANIZATION IS LINE SEQUENTIAL
003490         FILE STATUS IS WS-INPUT-STATUS.
003500*    LIST OF EXTRACT FILE NAMES TO PROCESS THIS RUN, ONE PER
003510*    LINE, PREPARED BY THE JOB STEP THAT DROPS THE NIGHTLY FILES
003520*    INTO THE INPUT DIRECTORY.
003530     SELECT EXTRACT-LIST-FILE ASSIGN TO "extract-list.dat"
003540         ORGANIZATION IS LINE SEQUENTIAL.
003550*    OUTPUT.CSV AND THE OTHER PER-RUN FEEDS THE MORNING JOBS
003560*    READ ARE NAMED AT RUN TIME BY 1015-NAME-PER-RUN-FEEDS: A
003570*    PROOF RUN WRITES EACH UNDER A "proof-" NAME, SO THE LIVE
003580*    FEEDS STAND AS THE LAST REAL RUN LEFT THEM.
003590     SELECT OUTPUT-FILE ASSIGN DYNAMIC WS-OUTPUT-FILE-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL.
003610     SELECT CATEGORY-FILE-1 ASSIGN DYNAMIC CAT-FILE-NAME-1
003620         ORGANIZATION IS LINE SEQUENTIAL.
003630     SELECT CATEGORY-FILE-2 ASSIGN DYNAMIC CAT-FILE-NAME-2
003640         ORGANIZATION IS LINE SEQUENTIAL.
003650     SELECT CATEGORY-FILE-3 ASSIGN DYNAMIC CAT-FILE-NAME-3
003660         ORGANIZATION IS LINE SEQUENTIAL.
003670     SELECT CATEGORY-FILE-4 ASSIGN DYNAMIC CAT-FILE-NAME-4
003680         ORGANIZATION IS LINE SEQUENTIAL.
003690     SELECT CATEGORY-FILE-5 ASSIGN DYNAMIC CAT-FILE-NAME-5
003700         ORGANIZATION IS LINE SEQUENTIAL.
003710     SELECT CATEGORY-FILE-6 ASSIGN DYNAMIC CAT-FILE-NAME-6
003720         ORGANIZATION IS LINE SEQUENTIAL.
003730     SELECT CATEGORY-FILE-7 ASSIGN DYNAMIC CAT-FILE-NAME-7
003740         ORGANIZATION IS LINE SEQUENTIAL.
003750     SELECT CATEGORY-FILE-8 ASSIGN DYNAMIC CAT-FILE-NAME-8
003760         ORGANIZATION IS LINE SEQUENTIAL.
003770     SELECT CATEGORY-FILE-OTHER ASSIGN DYNAMIC WS-OTHER-FILE-NAME
003780         ORGANIZATION IS LINE SEQUENTIAL.
003790     SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-FILE-NAME
003800         ORGANIZATION IS LINE SEQUENTIAL.
003810*    LOGS EVERY PAIR OF INPUT RECORDS MERGED BY THE DEDUPE PASS
003820*    BELOW.
003830     SELECT DUPLICATE-LOG-FILE ASSIGN DYNAMIC WS-DUP-LOG-FILE-NAME
003840         ORGANIZATION IS LINE SEQUENTIAL.
003850*    KEPT MASTER OF EVERY CONTACT SEEN ACROSS RUNS, KEYED ON
003860*    NAME + EMAIL, SO THIS RUN'S INPUT CAN BE COMPARED AGAINST
003870*    THE PRIOR RUN'S RESULTS.
003880     SELECT MASTER-FILE ASSIGN TO "master.dat"
003890         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
003910         RECORD KEY IS MASTER-KEY
003920         ALTERNATE RECORD KEY IS MASTER-EMAIL
003930             WITH DUPLICATES
003940         ALTERNATE RECORD KEY IS MASTER-PHONE
003950             WITH DUPLICATES
003960         FILE STATUS IS WS-MASTER-STATUS.
003970*    APPENDED, NEVER TRUNCATED, SO ONE LOG COVERS EVERY RUN
003980*    UNTIL THE RETENTION SWEEP AGES IT.
003990     SELECT CHANGE-LOG-FILE ASSIGN TO "changelog.csv"
004000         ORGANIZATION IS LINE SEQUENTIAL
004010         FILE STATUS IS WS-CHANGELOG-STATUS.
004020*    FULL-PAYLOAD DELTA FEED FOR DOWNSTREAM SUBSCRIBERS: ONE LINE
004030*    PER ADDED/UPDATED/DELETED CONTACT CARRYING THE RUN DATE,
004040*    THE GENERATION, A SEQUENCE WITHIN IT, THE ACTION CODE,
004050*    AND THE COMPLETE OUTPUT-RECORD IMAGE, SO A SUBSCRIBER CAN
004060*    APPLY THE CHANGE WITHOUT DIFFING TWO FULL EXTRACTS AND
004070*    DELTA-REPLAY CAN RE-EMIT ANY GENERATION RANGE.
004080     SELECT DELTA-FILE ASSIGN TO "delta.csv"
004090         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-DELTA-STATUS.
004110*    ONE LINE, THE LAST DELTA GENERATION NUMBER CLAIMED.  READ
004120*    AND STEPPED AT START OF EVERY CLEAN RUN; CONTACT-MAINT
004130*    CLAIMS ITS OWN GENERATIONS THE SAME WAY FOR MANUAL
004140*    CORRECTIONS.
004150     SELECT DELTA-CONTROL-FILE ASSIGN TO "delta-control.dat"
004160         ORGANIZATION IS LINE SEQUENTIAL
004170         FILE STATUS IS WS-DELTA-CTL-STATUS.
004180*    KEPT, APPEND-ONLY HISTORY OF EVERY MASTER-RECORD VERSION
004190*    REPLACED OR REMOVED, STAMPED WITH THE RUN DATE IT WENT OUT
004200*    AND WHY (UPDATED/DELETED).  NEVER TRUNCATED -- COMPLIANCE
004210*    INQUIRIES AGAINST IT GO BACK AS FAR AS THE FILE DOES.
004220     SELECT MASTER-HISTORY-FILE ASSIGN TO "master-history.dat"
004230         ORGANIZATION IS LINE SEQUENTIAL
004240         FILE STATUS IS WS-HISTORY-STATUS.
004250*    KEPT SUSPENSE OF REJECTED ROWS AWAITING CORRECTION.  READ
004260*    AND RE-PRESENTED AHEAD OF THE NIGHTLY EXTRACTS BY 1500-
004270*    RECYCLE-SUSPENSE.  LEFT UNTOUCHED UNTIL THE RUN COMPLETES:
004280*    8195-SWAP-SUSPENSE-GENERATION THEN REPLACES IT WITH THE
004290*    NEW GENERATION BELOW.  REWRITING IT ANY EARLIER WOULD LOSE
004300*    THE JUST-ACCEPTED ROWS FOR GOOD IF THE RUN DIED BEFORE A
004310*    CHECKPOINT COVERED THEIR RELEASE TO THE DEDUPE WORK FILE.
004320     SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
004330         ORGANIZATION IS LINE SEQUENTIAL
004340         FILE STATUS IS WS-SUSPENSE-STATUS.
004350*    THE SUSPENSE GENERATION BEING BUILT THIS RUN: ROWS STILL
004360*    FAILING AFTER RE-PRESENTATION PLUS TONIGHT'S NEW REJECTS.
004370*    PROMOTED OVER SUSPENSE.DAT ONLY AT CLEAN END OF RUN.
004380     SELECT SUSPENSE-NEW-FILE ASSIGN TO "suspense-new.dat"
004390         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SUS-NEW-STATUS.
004410*    KEPT REGISTER OF EVERY EXTRACT-NAME/BUSINESS-DATE PAIR
004420*    ALREADY PROCESSED, SO A FILE RE-DROPPED WITH YESTERDAY'S
004430*    DATE (OR THE SAME EXTRACT LISTED TWICE IN ONE RUN) IS
004440*    REFUSED INSTEAD OF RE-POISONING THE MASTER.
004450     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "extract-control.dat"
004460         ORGANIZATION IS LINE SEQUENTIAL
004470         FILE STATUS IS WS-EXT-CTL-STATUS.
004480*    HOLDS THE COUNT OF INPUT RECORDS SUCCESSFULLY PROCESSED SO
004490*    FAR, WRITTEN PERIODICALLY SO A RESTART AFTER AN ABEND CAN
004500*    SKIP BACK OVER WORK ALREADY DONE INSTEAD OF STARTING OVER.
004510     SELECT CHECKPOINT-FILE ASSIGN TO "checkpoint.dat"
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS WS-CHECKPOINT-STATUS.
004540*    EVERY VALID RECORD IS RELEASED HERE AS IT IS READ, TAGGED
004550*    WITH AN ARRIVAL SEQUENCE.  BECAUSE IT LIVES ON DISK RATHER
004560*    THAN IN A WORKING-STORAGE TABLE, IT BOTH SURVIVES A CRASH
004570*    (A RESTART JUST KEEPS APPENDING) AND HAS NO 1000-ROW CAP.
004580     SELECT DEDUP-WORK-FILE ASSIGN TO "dedup-work.dat"
004590         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-WORK-STATUS.
004610*    THE WORK FILE SORTED ON NAME + ZIP + ARRIVAL SEQUENCE BY
004620*    2500-FLUSH-DEDUPED-RECORDS.  ALSO READ BY 8150-DETECT-
004630*    DELETED-MASTERS AS THE ASCENDING LIST OF EVERY KEY SEEN
004640*    THIS RUN.
004650     SELECT DEDUP-SORTED-FILE ASSIGN TO "dedup-sorted.dat"
004660         ORGANIZATION IS LINE SEQUENTIAL
004670         FILE STATUS IS WS-SORTED-STATUS.
004680*    SORT WORK AREA FOR THE DEDUPE SORT.
004690     SELECT SORT-WORK-FILE ASSIGN TO "sortwork".
004700*    EVERY CONTACT FLUSHED TO OUTPUT.CSV IS ALSO RELEASED HERE,
004710*    KEYED ON ITS FINISHED FULL-ADDRESS + ZIP, FOR THE END-OF-
004720*    RUN HOUSEHOLDING PASS.
004730     SELECT HOUSEHOLD-WORK-FILE ASSIGN TO "household-work.dat"
004740         ORGANIZATION IS LINE SEQUENTIAL
004750         FILE STATUS IS WS-HH-WORK-STATUS.
004760*    THE HOUSEHOLD WORK FILE SORTED ON FULL-ADDRESS + ZIP +
004770*    ARRIVAL SEQUENCE BY 2600-BUILD-HOUSEHOLD-EXTRACT.
004780     SELECT HOUSEHOLD-SORTED-FILE ASSIGN TO "household-sorted.dat"
004790         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-HH-SORTED-STATUS.
004810*    ONE-ROW-PER-HOUSEHOLD MAILING EXTRACT FOR THE MAILING JOBS,
004820*    WRITTEN FRESH EVERY RUN ALONGSIDE THE PER-CONTACT
004830*    OUTPUT.CSV.
004840     SELECT HOUSEHOLD-FILE ASSIGN DYNAMIC WS-HOUSEHOLD-FILE-NAME
004850         ORGANIZATION IS LINE SEQUENTIAL.
004860*    SORT WORK AREA FOR THE HOUSEHOLDING SORT.
004870     SELECT HH-SORT-FILE ASSIGN TO "hhsortwork".
004880*    LOCAL ZIP+4 REFERENCE EXTRACT (ZIP, ZIP+4 SUFFIX), SUPPLIED
004890*    BY THE MAILING VENDOR.  LOADED INTO WS-ZIP-REF-TAB ONCE AT
004900*    START-UP; IT IS NOT AN ERROR FOR THIS FILE TO BE MISSING,
004910*    SINCE ADDRESS VALIDATION IS BEST-EFFORT -- A RUN WITH NO
004920*    REFERENCE DATA SIMPLY LEAVES EVERY RECORD UNVALIDATED.
004930     SELECT ZIP-REFERENCE-FILE ASSIGN TO "zip-reference.dat"
004940         ORGANIZATION IS LINE SEQUENTIAL
004950         FILE STATUS IS WS-ZIP-REF-STATUS.
004960*    MAINTAINED CATEGORY REFERENCE (CANONICAL CODE, KNOWN ALIAS
004970*    -- ALIASES LISTED UPPER-CASE, ONE PER LINE, A CANONICAL
004980*    CODE LISTING ITSELF AS ITS OWN ALIAS).  LOADED ONCE AT
004990*    START-UP; A MISSING FILE SIMPLY LEAVES EVERY CATEGORY
005000*    VALUE AS THE REGIONS SENT IT, AS BEFORE.
005010     SELECT CATEGORY-REFERENCE-FILE
005020         ASSIGN TO "category-reference.dat"
005030         ORGANIZATION IS LINE SEQUENTIAL
005040         FILE STATUS IS WS-CAT-REF-STATUS.
005050*    MAINTAINED STREET ADDRESS ABBREVIATIONS (TYPE, THEN THE
005060*    POSTAL ABBREVIATION, THEN ONE WORD THAT MEANS IT, COMMA-
005070*    SEPARATED; TYPE S IS A STREET SUFFIX, D A DIRECTIONAL, U A
005080*    SECONDARY UNIT DESIGNATOR -- "#" INCLUDED -- AND EACH
005090*    ABBREVIATION LISTS ITSELF AS ONE OF ITS WORDS).  LOADED
005100*    ONCE AT START-UP; A MISSING FILE SIMPLY LEAVES EVERY
005110*    ADDRESS AS THE REGIONS SENT IT, AS BEFORE.
005120     SELECT ADDRESS-ABBREV-FILE
005130         ASSIGN TO "address-abbrev.dat"
005140         ORGANIZATION IS LINE SEQUENTIAL
005150         FILE STATUS IS WS-ABR-REF-STATUS.
005160*    MAINTAINED SOURCE PRECEDENCE (EXTRACT NAME, THEN ONE 3-DIGIT
005170*    RANK EACH FOR ADDR, CITY, STATE, PHONE, EMAIL, AND CATEGORY,
005180*    COMMA-SEPARATED; 1 IS THE MOST TRUSTED).  AN EXTRACT NAMED
005190*    "*" SETS THE RANKS FOR EXTRACTS NOT LISTED; WITHOUT ONE, AN
005200*    UNLISTED EXTRACT RANKS LAST (999).  A MISSING FILE RANKS
005210*    EVERY EXTRACT ALIKE, WHICH LEAVES THE MERGE AND THE MASTER
005220*    UPDATE WORKING AS THEY ALWAYS HAVE.
005230*    THE MAINTENANCE IDENTITIES *MAINT (CONTACT MAINTENANCE)
005240*    AND *NCOA (THE CHANGE-OF-ADDRESS RUN) RANK 000, AHEAD OF
005250*    EVERY EXTRACT, UNLESS THEY ARE GIVEN A LINE OF THEIR OWN.
005260     SELECT SOURCE-PRECEDENCE-FILE
005270         ASSIGN TO "source-precedence.dat"
005280         ORGANIZATION IS LINE SEQUENTIAL
005290         FILE STATUS IS WS-PRC-REF-STATUS.
005300*    ONE LINE PER FIELD VALUE THE PRECEDENCE RANKING KEPT OUT --
005310*    IN THE DEDUPE MERGE OR AGAINST THE MASTER -- FOR THE OWNERS
005320*    OF THE EXTRACTS CONCERNED.  REBUILT EVERY RUN.
005330     SELECT PRECEDENCE-BLOCKED-FILE
005340         ASSIGN DYNAMIC WS-BLOCKED-FILE-NAME
005350         ORGANIZATION IS LINE SEQUENTIAL.
005360*    ONE LINE PER ADDRESS THE ABBREVIATIONS REFERENCE COULD NOT
005370*    PUT INTO POSTAL FORM, WITH THE REASON, SO THE REFERENCE'S
005380*    OWNER CAN GROW IT.  SUCH AN ADDRESS GOES ON AS RECEIVED.
005390*    REBUILT EVERY RUN.
005400     SELECT ADDRESS-REVIEW-FILE ASSIGN DYNAMIC WS-ADDR-REVIEW-NAME
005410         ORGANIZATION IS LINE SEQUENTIAL.
005420*    ONE LINE PER DISTINCT CATEGORY VALUE SEEN THIS RUN THAT IS
005430*    NEITHER A CANONICAL CODE NOR A KNOWN ALIAS, WITH A COUNT,
005440*    FOR THE REFERENCE FILE'S OWNER TO REVIEW.  REBUILT EVERY
005450*    RUN.
005460     SELECT CATEGORY-REVIEW-FILE ASSIGN DYNAMIC WS-CAT-REVIEW-NAME
005470         ORGANIZATION IS LINE SEQUENTIAL.
005480*    KEPT DO-NOT-CONTACT LIST MAINTAINED FOR THE PRIVACY OFFICE:
005490*    ONE ENTRY PER LINE, TYPE 'N' (NAME), 'E' (EMAIL), OR 'P'
005500*    (PHONE, AS 10 BARE DIGITS).  LOADED ONCE AT START-UP; A
005510*    MISSING FILE MEANS NOTHING IS SUPPRESSED.
005520     SELECT SUPPRESS-FILE ASSIGN TO "suppress.dat"
005530         ORGANIZATION IS LINE SEQUENTIAL
005540         FILE STATUS IS WS-SUPPRESS-STATUS.
005550*    KEPT, APPEND-ONLY EVIDENCE OF EVERY SUPPRESSION APPLIED:
005560*    RUN DATE, WHICH LIST ENTRY MATCHED, AND THE CONTACT HELD
005570*    BACK, SO THE PRIVACY OFFICE CAN PROVE A REQUEST WAS
005580*    HONORED ON ANY GIVEN NIGHT.
005590     SELECT SUPPRESSION-REPORT-FILE
005600         ASSIGN TO "suppression-report.csv"
005610         ORGANIZATION IS LINE SEQUENTIAL
005620         FILE STATUS IS WS-SUP-REPORT-STATUS.
005630*    THE DO-NOT-CONTACT LIST AS A WORK INDEX, KEYED ON ENTRY
005640*    TYPE + VALUE, REBUILT FROM SUPPRESS.DAT AT EVERY START-UP
005650*    SO EACH CONTACT IS LOOKED UP DIRECTLY, HOWEVER LONG THE
005660*    LIST GROWS.
005670     SELECT SUPPRESS-INDEX-FILE ASSIGN TO "suppress-index.dat"
005680         ORGANIZATION IS INDEXED
005690         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS SIX-KEY
005710         FILE STATUS IS WS-SUP-INDEX-STATUS.
005720*    KEPT REGISTER OF CONTACTS WITH A CONFIRMED BAD ADDRESS OR
005730*    EMAIL, MAINTAINED BY BOUNCE-APPLY FROM THE MAILING HOUSE
005740*    AND EMAIL GATEWAY RETURNS.  LOADED ONCE AT START-UP; A
005750*    MAIL-BAD CONTACT IS HELD OUT OF HOUSEHOLD.CSV THE SAME
005760*    WAY A SUPPRESSED ONE IS.  A MISSING FILE MEANS NO KNOWN
005770*    BAD ADDRESSES.
005780     SELECT BAD-CONTACT-FILE ASSIGN TO "bad-contact.dat"
005790         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-BAD-CONTACT-STATUS.
005810*    KEPT RUN LOG: ONE LINE PER PHASE PER RUN WITH START AND
005820*    END TIMES, THE PHASE'S RECORD COUNT, AND ITS STATUS, PLUS
005830*    A FINAL "RUN " LINE AT CLEAN END.  RUN-STATUS READS IT TO
005840*    ANSWER "WHERE IS TONIGHT'S RUN AND DID LAST NIGHT END
005850*    CLEAN" WITHOUT EYEBALLING FILE TIMESTAMPS.
005860     SELECT RUN-LOG-FILE ASSIGN TO "run-log.dat"
005870         ORGANIZATION IS LINE SEQUENTIAL
005880         FILE STATUS IS WS-RUN-LOG-STATUS.
005890*    KEPT ROSTER OF THE REGIONS EXPECTED TO SEND EXTRACTS: THE
005900*    EXTRACT NAME, HOW OFTEN IT IS DUE ('D' NIGHTLY, 'W'
005910*    WEEKLY), AND WHO TO CALL FOR THE REGION.  CHECKED AGAINST
005920*    THE EXTRACT-CONTROL REGISTER AT END OF RUN SO AN EXTRACT
005930*    THAT SILENTLY NEVER LANDED IS REPORTED INSTEAD OF
005940*    DISCOVERED DAYS LATER IN ODD COUNTS.  A MISSING ROSTER
005950*    TURNS THE CHECK OFF.
005960     SELECT REGION-ROSTER-FILE ASSIGN TO "region-roster.dat"
005970         ORGANIZATION IS LINE SEQUENTIAL
005980         FILE STATUS IS WS-ROSTER-STATUS.
005990*    THE SINGLE-WRITER TOKEN ON MASTER.DAT: REWRITTEN ACTIVE
006000*    (WITH THE START TIME) AS THE RUN CLAIMS THE NIGHT, AND
006010*    CLEAR ONLY AT CLEAN END.  THE MAINTENANCE PROGRAMS READ IT
006020*    AND REFUSE TO TOUCH THE MASTER WHILE IT IS ACTIVE, SO A
006030*    HELP-DESK UPDATE CAN NO LONGER LAND MID-FLUSH.  A RUN THAT
006040*    DIES LEAVES IT ACTIVE, WHICH IS CORRECT -- THE MASTER IS
006050*    NOT SAFE TO TOUCH UNTIL THE RESTART COMPLETES.
006060     SELECT RUN-TOKEN-FILE ASSIGN TO "run-token.dat"
006070         ORGANIZATION IS LINE SEQUENTIAL
006080         FILE STATUS IS WS-TOKEN-STATUS.
006090*    READ-ONLY COPY OF THE MASTER CUT AT CLEAN END OF RUN FOR
006100*    THE INQUIRY AND REPORTING PROGRAMS (CONTACT-HISTORY,
006110*    MASTER-SUMMARY, SUBJECT-ACCESS), SO THEY NEVER TOUCH THE
006120*    LIVE FILE AT ALL.
006130     SELECT MASTER-SNAPSHOT-FILE ASSIGN TO "master-snapshot.dat"
006140         ORGANIZATION IS INDEXED
006150         ACCESS MODE IS DYNAMIC
006160         RECORD KEY IS SNAP-KEY
006170         FILE STATUS IS WS-SNAPSHOT-STATUS.
006180*    ONE LINE WRITTEN BESIDE EVERY SNAPSHOT: THE DELTA GENERATION
006190*    THE SNAPSHOT IS GOOD THROUGH, SO MASTER-RECOVER KNOWS WHERE
006200*    TO START REPLAYING THE FEED.
006210     SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO "snapshot-control.dat"
006220         ORGANIZATION IS LINE SEQUENTIAL
006230         FILE STATUS IS WS-SNAP-CONTROL-STATUS.
006240*    THE OPERATOR'S SWITCH FOR THE NIGHT: "PROOF" MAKES THE RUN
006250*    A DRY RUN THAT COMMITS NOTHING TO THE MASTER OR ITS KEPT
006260*    LOGS AND ONLY REPORTS WHAT IT WOULD HAVE DONE.  THE PROOF
006270*    RUN SETS IT BACK TO "NORMAL" ITSELF, SO A FORGOTTEN SWITCH
006280*    CANNOT STALL THE MASTER FOR MORE THAN ONE NIGHT.  A MISSING
006290*    FILE MEANS NORMAL.
006300     SELECT RUN-MODE-FILE ASSIGN TO "run-mode.dat"
006310         ORGANIZATION IS LINE SEQUENTIAL
006320         FILE STATUS IS WS-RUN-MODE-STATUS.
006330*    KEPT CHANGE-VOLUME LIMITS: REGION (EXTRACT NAME, OR "*" FOR
006340*    ANY REGION WITHOUT LINES OF ITS OWN), ACTION, THE MOST THAT
006350*    MAY CHANGE AS A PERCENT OF THE REGION'S MASTER CONTACTS,
006360*    AND AN ABSOLUTE CEILING.  ZERO IN EITHER COLUMN MEANS NO
006370*    LIMIT OF THAT KIND.  A MISSING FILE MEANS NO LIMITS.
006380     SELECT CHANGE-LIMITS-FILE ASSIGN TO "change-limits.dat"
006390         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-LIMITS-STATUS.
006410*    EVERY MASTER CHANGE THE RUN WANTS TO MAKE, STAGED IN THE
006420*    ORDER FOUND.  KEPT ACROSS A RESTART THE SAME WAY THE DEDUPE
006430*    WORK FILE IS, AND EMPTIED AT CLEAN END.
006440     SELECT MASTER-PENDING-FILE ASSIGN TO "master-pending.dat"
006450         ORGANIZATION IS LINE SEQUENTIAL
006460         FILE STATUS IS WS-PENDING-STATUS.
006470*    THE STAGED CHANGES SORTED ON KEY + STAGING SEQUENCE BY
006480*    8400-SETTLE-PENDING-CHANGES.
006490     SELECT PENDING-SORTED-FILE ASSIGN TO "pending-sorted.dat"
006500         ORGANIZATION IS LINE SEQUENTIAL
006510         FILE STATUS IS WS-PND-SORTED-STATUS.
006520*    SORT WORK AREA FOR THE SETTLEMENT SORT.
006530     SELECT PENDING-SORT-FILE ASSIGN TO "pndsortwork".
006540*    A NIGHT'S STAGED CHANGES HELD OVER THE CHANGE LIMITS,
006550*    WAITING ON AN OPERATOR'S MERGE-RELEASE TRANSACTION.  WHILE
006560*    IT HOLDS ANY LINES THE NEXT RUN REFUSES TO START.
006570     SELECT MASTER-HELD-FILE ASSIGN TO "master-held.dat"
006580         ORGANIZATION IS LINE SEQUENTIAL
006590         FILE STATUS IS WS-HELD-STATUS.
006600*    ONE LINE PER MASTER CHANGE PROPOSED TONIGHT, WHETHER IT WAS
006610*    THEN APPLIED, HELD, OR (ON A PROOF RUN) ONLY REPORTED.
006620*    REBUILT EVERY RUN.
006630     SELECT CHANGE-REVIEW-FILE ASSIGN TO "change-review.csv"
006640         ORGANIZATION IS LINE SEQUENTIAL.
006650*    KEPT REGISTER, KEYED LIKE THE MASTER, OF THE REGION EACH
006660*    MASTER CONTACT CAME FROM -- THE MASTER RECORD ITSELF DOES
006670*    NOT CARRY IT.  IT CHARGES A DELETION TO ITS REGION AND
006680*    COUNTS EACH REGION'S MASTER CONTACTS FOR THE PERCENT
006690*    LIMITS.  A CONTACT WITH NO ENTRY COUNTS AS "UNASSIGNED".
006700     SELECT MASTER-SOURCE-FILE ASSIGN TO "master-source.dat"
006710         ORGANIZATION IS INDEXED
006720         ACCESS MODE IS DYNAMIC
006730         RECORD KEY IS SRC-KEY
006740         FILE STATUS IS WS-SOURCE-STATUS.
006750*
006760 DATA DIVISION.
006770 FILE SECTION.
006780 FD  EXTRACT-LIST-FILE.
006790 01  EXTRACT-LIST-RECORD         PIC X(30).
006800*
006810 FD  INPUT-FILE.
006820 01  INPUT-RECORD.
006830     05  NAME            PIC X(30).
006840     05  ADDR            PIC X(30).
006850     05  CITY            PIC X(20).
006860     05  STATE           PIC X(2).
006870     05  STATE-R REDEFINES STATE.
006880         10  STATE-CHAR-1    PIC X.
006890         10  STATE-CHAR-2    PIC X.
006900     05  ZIP             PIC X(5).
006910     05  CATEGORY        PIC X(20).
006920     05  PHONE           PIC X(14).
006930     05  EMAIL           PIC X(30).
006940*    SECOND AND THIRD VIEWS OF THE SAME RECORD AREA FOR THE
006950*    "HDR" AND "TRL" CONTROL RECORDS EVERY EXTRACT NOW CARRIES:
006960*    HDR <EXTRACT NAME> <BUSINESS DATE>, TRL <DATA RECORD COUNT>.
006970 01  INPUT-CONTROL-RECORD.
006980     05  ICR-TYPE        PIC X(03).
006990         88  ICR-HEADER          VALUE "HDR".
007000         88  ICR-TRAILER         VALUE "TRL".
007010     05  ICR-HDR-NAME    PIC X(30).
007020     05  ICR-HDR-DATE    PIC 9(08).
007030     05  FILLER          PIC X(110).
007040 01  INPUT-TRAILER-RECORD.
007050     05  FILLER          PIC X(03).
007060     05  ITR-COUNT       PIC 9(09).
007070     05  FILLER          PIC X(139).
007080*
007090 FD  OUTPUT-FILE.
007100*    THE COMMA SEPARATORS BELOW ARE SET ONCE BY 1000-INITIALIZE
007110*    AND NEVER CLEARED, SO EACH DATA FIELD IS MOVED TO DIRECTLY
007120*    INSTEAD OF BEING RE-STRUNG OVER THE WHOLE RECORD (STRINGING
007130*    A SUBFIELD OF OUTPUT-RECORD BACK INTO OUTPUT-RECORD ITSELF
007140*    WOULD OVERLAY DATA IT HAD NOT YET READ).
007150 01  OUTPUT-RECORD.
007160     05  OUT-NAME        PIC X(30).
007170     05  OUT-SEP-1       PIC X(01).
007180     05  FULL-ADDRESS    PIC X(70).
007190     05  OUT-SEP-2       PIC X(01).
007200     05  OUT-CATEGORY    PIC X(20).
007210     05  OUT-SEP-3       PIC X(01).
007220     05  OUT-PHONE       PIC X(14).
007230     05  OUT-SEP-4       PIC X(01).
007240     05  OUT-EMAIL       PIC X(30).
007250     05  OUT-SEP-5       PIC X(01).
007260     05  OUT-EMAIL-DOMAIN    PIC X(30).
007270     05  OUT-SEP-6       PIC X(01).
007280     05  OUT-SOURCE-FILE     PIC X(30).
007290     05  OUT-SEP-7       PIC X(01).
007300*    'Y' WHEN THE RECORD'S ZIP MATCHED WS-ZIP-REF-TAB AND
007310*    FULL-ADDRESS CARRIES THE LOOKED-UP ZIP+4 SUFFIX, 'N'
007320*    OTHERWISE.
007330     05  OUT-ADDRESS-VALIDATED   PIC X(01).
007340         88  ADDRESS-VALIDATED       VALUE 'Y'.
007350*
007360*    ONE FD PER CATEGORY SLOT.  THE RECORD LAYOUT IS IDENTICAL TO
007370*    OUTPUT-RECORD SO A SINGLE BUILD STEP CAN FEED EITHER FILE.
007380 FD  CATEGORY-FILE-1.
007390 01  CATEGORY-RECORD-1       PIC X(232).
007400 FD  CATEGORY-FILE-2.
007410 01  CATEGORY-RECORD-2       PIC X(232).
007420 FD  CATEGORY-FILE-3.
007430 01  CATEGORY-RECORD-3       PIC X(232).
007440 FD  CATEGORY-FILE-4.
007450 01  CATEGORY-RECORD-4       PIC X(232).
007460 FD  CATEGORY-FILE-5.
007470 01  CATEGORY-RECORD-5       PIC X(232).
007480 FD  CATEGORY-FILE-6.
007490 01  CATEGORY-RECORD-6       PIC X(232).
007500 FD  CATEGORY-FILE-7.
007510 01  CATEGORY-RECORD-7       PIC X(232).
007520 FD  CATEGORY-FILE-8.
007530 01  CATEGORY-RECORD-8       PIC X(232).
007540 FD  CATEGORY-FILE-OTHER.
007550 01  CATEGORY-RECORD-OTHER   PIC X(232).
007560*
007570*    REJECT-FILE CARRIES THE FULL SOURCE ROW PLUS THE REASON(S)
007580*    IT FAILED VALIDATION, SO THE ROW NEVER HAS TO BE TRACKED
007590*    DOWN IN CDC.CSV BY HAND.
007600 FD  REJECT-FILE.
007610 01  REJECT-RECORD.
007620     05  REJ-NAME        PIC X(30).
007630     05  REJ-SEP-1       PIC X(01).
007640     05  REJ-ADDR        PIC X(30).
007650     05  REJ-SEP-2       PIC X(01).
007660     05  REJ-CITY        PIC X(20).
007670     05  REJ-SEP-3       PIC X(01).
007680     05  REJ-STATE       PIC X(02).
007690     05  REJ-SEP-4       PIC X(01).
007700     05  REJ-ZIP         PIC X(05).
007710     05  REJ-SEP-5       PIC X(01).
007720     05  REJ-CATEGORY    PIC X(20).
007730     05  REJ-SEP-6       PIC X(01).
007740     05  REJ-PHONE       PIC X(14).
007750     05  REJ-SEP-7       PIC X(01).
007760     05  REJ-EMAIL       PIC X(30).
007770     05  REJ-SEP-8       PIC X(01).
007780     05  REJ-REASON      PIC X(70).
007790*    THE EXTRACT THE ROW CAME IN ON, SO THE SCORECARD CAN
007800*    CHARGE THE REJECT TO ITS REGION.
007810     05  REJ-SEP-9       PIC X(01).
007820     05  REJ-SOURCE      PIC X(30).
007830*
007840*    ONE LINE PER MERGE MADE BY THE DEDUPE PASS: THE KEY OF THE
007850*    CONTACT'S GROUP AND THE EXTRACT THAT SUPPLIED THE RECORD
007860*    MERGED INTO IT.
007870 FD  DUPLICATE-LOG-FILE.
007880 01  DUPLICATE-LOG-RECORD.
007890     05  DUP-NAME        PIC X(30).
007900     05  DUP-SEP-1       PIC X(01).
007910     05  DUP-ZIP         PIC X(05).
007920     05  DUP-SEP-2       PIC X(01).
007930     05  DUP-SOURCE      PIC X(30).
007940*
007950*    MASTER-KEY IS NAME + ZIP, THE SAME IDENTITY THE DEDUPE PASS
007960*    USES (THE SORT KEY WHOSE GROUPS 2520-MERGE-ONE-GROUP
007970*    MERGES), SO TWO CONTACTS SHARING A NAME DO NOT COLLIDE
007980*    MERELY BECAUSE EMAIL IS BLANK FOR BOTH -- ZIP IS ALWAYS
007990*    PRESENT BY THE TIME A RECORD REACHES THIS PARAGRAPH.  THE
008000*    REMAINING FIELDS ARE THE LAST VALUES SEEN FOR THAT
008010*    CONTACT, USED TO DETECT UPDATES.
008020 FD  MASTER-FILE.
008030 01  MASTER-RECORD.
008040     05  MASTER-KEY.
008050         10  MASTER-NAME     PIC X(30).
008060         10  MASTER-ZIP      PIC X(05).
008070     05  MASTER-EMAIL        PIC X(30).
008080     05  MASTER-ADDR         PIC X(30).
008090     05  MASTER-CITY         PIC X(20).
008100     05  MASTER-STATE        PIC X(02).
008110     05  MASTER-CATEGORY     PIC X(20).
008120     05  MASTER-PHONE        PIC X(14).
008130*
008140*    SAME RECORD, SAME KEY COLUMNS, CUT AS A WHOLE-FILE COPY BY
008150*    8300-CUT-MASTER-SNAPSHOT AT CLEAN END OF RUN.
008160 FD  MASTER-SNAPSHOT-FILE.
008170 01  SNAPSHOT-RECORD.
008180     05  SNAP-KEY.
008190         10  SNAP-NAME       PIC X(30).
008200         10  SNAP-ZIP        PIC X(05).
008210     05  FILLER              PIC X(116).
008220*
008230*    SNAPSHOT-CONTROL.DAT - REWRITTEN WITH EVERY SNAPSHOT CUT.
008240 FD  SNAPSHOT-CONTROL-FILE.
008250 01  SNAPSHOT-CONTROL-RECORD.
008260     05  SCT-GENERATION      PIC 9(06).
008270     05  SCT-SEP-1           PIC X(01).
008280     05  SCT-RUN-DATE        PIC 9(08).
008290     05  SCT-SEP-2           PIC X(01).
008300     05  SCT-COUNT           PIC 9(09).
008310*
008320*    THE SINGLE-WRITER TOKEN.
008330 FD  RUN-TOKEN-FILE.
008340 01  RUN-TOKEN-RECORD.
008350     05  TOK-STATE       PIC X(07).
008360         88  TOKEN-ACTIVE        VALUE "ACTIVE".
008370     05  TOK-SEP-1       PIC X(01).
008380     05  TOK-RUN-DATE    PIC 9(08).
008390     05  TOK-SEP-2       PIC X(01).
008400     05  TOK-START-TIME  PIC 9(06).
008410*
008420*    CHANGE-LOG-FILE RECORDS EVERY ADD/UPDATE/DELETE MADE TO
008430*    MASTER-FILE DURING THIS RUN.  EACH LINE LEADS WITH THE RUN
008440*    DATE SO RETENTION-SWEEP CAN AGE THE KEPT LOG BY DATE.
008450 FD  CHANGE-LOG-FILE.
008460 01  CHANGE-LOG-RECORD.
008470     05  CHG-RUN-DATE    PIC 9(08).
008480     05  CHG-SEP-0       PIC X(01).
008490     05  CHG-ACTION      PIC X(07).
008500     05  CHG-SEP-1       PIC X(01).
008510     05  CHG-NAME        PIC X(30).
008520     05  CHG-SEP-2       PIC X(01).
008530     05  CHG-EMAIL       PIC X(30).
008540*    WHO MADE THE CHANGE, WHO APPROVED IT WHERE A SECOND
008550*    OPERATOR HAD TO, AND THE REASON CODE GIVEN.  A BATCH
008560*    PROGRAM STAMPS ITS OWN "*" IDENTITY AS THE OPERATOR.
008570     05  CHG-SEP-3       PIC X(01).
008580     05  CHG-OPERATOR    PIC X(08).
008590     05  CHG-SEP-4       PIC X(01).
008600     05  CHG-APPROVER    PIC X(08).
008610     05  CHG-SEP-5       PIC X(01).
008620     05  CHG-REASON      PIC X(04).
008630*
008640*    DELTA-FILE CARRIES THE SAME ACTION CODES AS CHANGE-LOG-FILE
008650*    PLUS THE FULL OUTPUT-RECORD IMAGE (INCLUDING OUT-EMAIL-
008660*    DOMAIN, OUT-SOURCE-FILE, AND OUT-ADDRESS-VALIDATED) SO A
008670*    SUBSCRIBER CAN APPLY AN ADD/UPDATE/DELETE AS-IS.  THE RUN
008680*    DATE, GENERATION, AND IN-GENERATION SEQUENCE IN FRONT LET
008690*    DELTA-REPLAY RE-EMIT ANY GENERATION RANGE AND LET
008700*    RETENTION-SWEEP AGE THE KEPT FEED BY DATE.
008710 FD  DELTA-FILE.
008720 01  DELTA-RECORD.
008730     05  DLT-RUN-DATE    PIC 9(08).
008740     05  DLT-SEP-1       PIC X(01).
008750     05  DLT-GENERATION  PIC 9(06).
008760     05  DLT-SEP-2       PIC X(01).
008770     05  DLT-SEQ         PIC 9(06).
008780     05  DLT-SEP-3       PIC X(01).
008790     05  DLT-ACTION      PIC X(07).
008800     05  DLT-SEP-4       PIC X(01).
008810     05  DLT-IMAGE       PIC X(232).
008820*
008830*    THE LAST GENERATION NUMBER ANY PRODUCER HAS CLAIMED.
008840 FD  DELTA-CONTROL-FILE.
008850 01  DELTA-CONTROL-RECORD.
008860     05  DCT-GENERATION  PIC 9(06).
008870*
008880*    ONE LINE PER MASTER-RECORD VERSION ON ITS WAY OUT: THE RUN
008890*    DATE IT WAS REPLACED OR REMOVED, THE ACTION THAT RETIRED IT,
008900*    AND THE FULL OUTGOING IMAGE.  CONTACT-HISTORY REDEFINES
008910*    HIST-IMAGE WITH THE MASTER-RECORD LAYOUT TO READ IT BACK.
008920 FD  MASTER-HISTORY-FILE.
008930 01  MASTER-HISTORY-RECORD.
008940     05  HIST-RUN-DATE   PIC 9(08).
008950     05  HIST-SEP-1      PIC X(01).
008960     05  HIST-ACTION     PIC X(07).
008970     05  HIST-SEP-2      PIC X(01).
008980     05  HIST-IMAGE      PIC X(151).
008990*    SAME OPERATOR / APPROVER / REASON STAMP THE CHANGELOG
009000*    LINE CARRIES.
009010     05  HIST-SEP-3      PIC X(01).
009020     05  HIST-OPERATOR   PIC X(08).
009030     05  HIST-SEP-4      PIC X(01).
009040     05  HIST-APPROVER   PIC X(08).
009050     05  HIST-SEP-5      PIC X(01).
009060     05  HIST-REASON     PIC X(04).
009070*
009080*    ONE LINE PER ROW HELD IN SUSPENSE: THE DATE IT FIRST FAILED
009090*    VALIDATION, HOW MANY NIGHTS IT HAS BEEN RE-PRESENTED SINCE,
009100*    THE REASON FROM ITS LAST FAILURE, AND THE FULL SOURCE ROW
009110*    IMAGE (SAME LAYOUT AS INPUT-RECORD) SO IT CAN BE PUSHED
009120*    BACK THROUGH VALIDATION UNCHANGED.
009130 FD  SUSPENSE-FILE.
009140 01  SUSPENSE-RECORD.
009150     05  SUS-FIRST-DATE  PIC 9(08).
009160     05  SUS-SEP-1       PIC X(01).
009170     05  SUS-RETRY-COUNT PIC 9(03).
009180     05  SUS-SEP-2       PIC X(01).
009190     05  SUS-REASON      PIC X(70).
009200     05  SUS-SEP-3       PIC X(01).
009210     05  SUS-IMAGE       PIC X(151).
009220*    THE EXTRACT THE ROW FIRST CAME IN ON.  A ROW SUSPENDED
009230*    BEFORE THE COLUMN EXISTED READS BACK BLANK.
009240     05  SUS-SEP-4       PIC X(01).
009250     05  SUS-SOURCE      PIC X(30).
009260*
009270*    SAME LAYOUT, NEXT GENERATION.
009280 FD  SUSPENSE-NEW-FILE.
009290 01  SUSPENSE-NEW-RECORD.
009300     05  SNW-FIRST-DATE  PIC 9(08).
009310     05  SNW-SEP-1       PIC X(01).
009320     05  SNW-RETRY-COUNT PIC 9(03).
009330     05  SNW-SEP-2       PIC X(01).
009340     05  SNW-REASON      PIC X(70).
009350     05  SNW-SEP-3       PIC X(01).
009360     05  SNW-IMAGE       PIC X(151).
009370     05  SNW-SEP-4       PIC X(01).
009380     05  SNW-SOURCE      PIC X(30).
009390*
009400*    ONE LINE PER EXTRACT ALREADY PROCESSED: THE EXTRACT NAME
009410*    AND THE BUSINESS DATE ITS HEADER CARRIED.
009420 FD  EXTRACT-CONTROL-FILE.
009430 01  EXTRACT-CONTROL-RECORD.
009440     05  EXC-NAME        PIC X(30).
009450     05  EXC-SEP-1       PIC X(01).
009460     05  EXC-DATE        PIC 9(08).
009470*
009480*    CHK-SOURCE-FILE/CHK-FILE-COUNT PIN DOWN WHICH EXTRACT WAS
009490*    OPEN AND HOW FAR INTO IT THE RUN HAD READ; CHK-TOTAL-COUNT
009500*    IS THE CUMULATIVE COUNT ACROSS ALL EXTRACTS PROCESSED SO
009510*    FAR THIS JOB, SO THE RESTARTED RUN'S CONTROL TOTALS STILL
009520*    COVER THE WHOLE JOB RATHER THAN JUST THE RESUMED SEGMENT.
009530*    CHK-FLUSH-COUNT IS HOW MANY MERGED KEY GROUPS 2500-FLUSH-
009540*    DEDUPED-RECORDS HAD ALREADY WRITTEN OUT WHEN THIS CHECKPOINT
009550*    WAS TAKEN, SO A RESTART DURING THE FLUSH PASS RE-SORTS THE
009560*    WORK FILE AND PICKS UP AFTER THE LAST GROUP WRITTEN INSTEAD
009570*    OF DUPLICATING IT.
009580 FD  CHECKPOINT-FILE.
009590 01  CHECKPOINT-RECORD.
009600     05  CHK-SOURCE-FILE     PIC X(30).
009610     05  CHK-FILE-COUNT      PIC 9(09).
009620     05  CHK-TOTAL-COUNT     PIC 9(09).
009630     05  CHK-FLUSH-COUNT     PIC 9(09).
009640*    HOW MANY RECORDS HAD BEEN RELEASED TO DEDUP-WORK-FILE WHEN
009650*    THIS CHECKPOINT WAS TAKEN.  A RESTART TRIMS THE WORK FILE
009660*    BACK TO THIS COUNT, SINCE THE RECORDS PAST IT WILL BE
009670*    RE-READ AND RE-RELEASED BY THE RESUMED SEGMENT.
009680     05  CHK-WORK-COUNT      PIC 9(09).
009690*
009700*    ONE LINE PER VALID RECORD RELEASED THIS RUN, IN ARRIVAL
009710*    ORDER.  WRK-SEQ BREAKS TIES WITHIN A NAME + ZIP KEY SO THE
009720*    SORT LEAVES EACH GROUP IN ARRIVAL ORDER AND THE FIRST
009730*    RECORD SEEN STILL SUPPLIES THE KEPT FIELD VALUES.
009740 FD  DEDUP-WORK-FILE.
009750 01  DEDUP-WORK-RECORD.
009760     05  WRK-NAME            PIC X(30).
009770     05  WRK-ZIP             PIC X(05).
009780     05  WRK-SEQ             PIC 9(09).
009790     05  WRK-ADDR            PIC X(30).
009800     05  WRK-CITY            PIC X(20).
009810     05  WRK-STATE           PIC X(02).
009820     05  WRK-CATEGORY        PIC X(20).
009830     05  WRK-PHONE           PIC X(14).
009840     05  WRK-EMAIL           PIC X(30).
009850     05  WRK-SOURCE          PIC X(30).
009860*
009870*    SAME LAYOUT BACK OUT OF THE SORT.
009880 FD  DEDUP-SORTED-FILE.
009890 01  DEDUP-SORTED-RECORD.
009900     05  SRD-NAME            PIC X(30).
009910     05  SRD-ZIP             PIC X(05).
009920     05  SRD-SEQ             PIC 9(09).
009930     05  SRD-ADDR            PIC X(30).
009940     05  SRD-CITY            PIC X(20).
009950     05  SRD-STATE           PIC X(02).
009960     05  SRD-CATEGORY        PIC X(20).
009970     05  SRD-PHONE           PIC X(14).
009980     05  SRD-EMAIL           PIC X(30).
009990     05  SRD-SOURCE          PIC X(30).
010000*
010010 SD  SORT-WORK-FILE.
010020 01  SORT-WORK-RECORD.
010030     05  SRT-NAME            PIC X(30).
010040     05  SRT-ZIP             PIC X(05).
010050     05  SRT-SEQ             PIC 9(09).
010060     05  FILLER              PIC X(146).
010070*
010080*    ONE LINE PER CONTACT FLUSHED TO OUTPUT.CSV: THE FINISHED
010090*    FULL-ADDRESS AND ZIP THAT DEFINE THE HOUSEHOLD, THE ORDER
010100*    THE CONTACT WAS FLUSHED IN (FIRST ONE AT AN ADDRESS IS THE
010110*    ADDRESSEE), THE NAME, AND THE ADDRESS-VALIDATED FLAG.
010120 FD  HOUSEHOLD-WORK-FILE.
010130 01  HOUSEHOLD-WORK-RECORD.
010140     05  HWK-ADDRESS         PIC X(70).
010150     05  HWK-ZIP             PIC X(05).
010160     05  HWK-SEQ             PIC 9(09).
010170     05  HWK-NAME            PIC X(30).
010180     05  HWK-VALIDATED       PIC X(01).
010190*
010200 FD  HOUSEHOLD-SORTED-FILE.
010210 01  HOUSEHOLD-SORTED-RECORD.
010220     05  HSR-ADDRESS         PIC X(70).
010230     05  HSR-ZIP             PIC X(05).
010240     05  HSR-SEQ             PIC 9(09).
010250     05  HSR-NAME            PIC X(30).
010260     05  HSR-VALIDATED       PIC X(01).
010270*
010280 SD  HH-SORT-FILE.
010290 01  HH-SORT-RECORD.
010300     05  HHS-ADDRESS         PIC X(70).
010310     05  HHS-ZIP             PIC X(05).
010320     05  HHS-SEQ             PIC 9(09).
010330     05  FILLER              PIC X(31).
010340*
010350*    ONE LINE PER HOUSEHOLD: ADDRESSEE, ADDRESS, HOW MANY
010360*    CONTACTS SHARE IT, AND 'Y' IF ANY MEMBER'S ADDRESS WAS
010370*    ZIP+4 VALIDATED.
010380 FD  HOUSEHOLD-FILE.
010390 01  HOUSEHOLD-RECORD.
010400     05  HH-NAME             PIC X(30).
010410     05  HH-SEP-1            PIC X(01).
010420     05  HH-ADDRESS          PIC X(70).
010430     05  HH-SEP-2            PIC X(01).
010440     05  HH-MEMBER-COUNT     PIC 9(05).
010450     05  HH-SEP-3            PIC X(01).
010460     05  HH-VALIDATED        PIC X(01).
010470*    THE HOUSEHOLD'S 5-DIGIT ZIP AS ITS OWN COLUMN -- THE ZIP
010480*    INSIDE HH-ADDRESS IS FREE TEXT, AND THE PRESORT PASS NEEDS
010490*    A FIELD IT CAN SORT AND BREAK ON.
010500     05  HH-SEP-4            PIC X(01).
010510     05  HH-ZIP              PIC X(05).
010520*
010530*    ONE LINE PER ZIP CODE THE MAILING VENDOR HAS A ZIP+4 SUFFIX
010540*    FOR.  LOADED ENTIRELY INTO WS-ZIP-REF-TAB BY 1090-LOAD-ZIP-
010550*    REFERENCE AT START-UP.
010560 FD  ZIP-REFERENCE-FILE.
010570 01  ZIP-REFERENCE-RECORD.
010580     05  ZREF-ZIP            PIC X(05).
010590     05  ZREF-SEP            PIC X(01).
010600     05  ZREF-PLUS4          PIC X(04).
010610*
010620 FD  CATEGORY-REFERENCE-FILE.
010630 01  CATEGORY-REFERENCE-RECORD.
010640     05  CREF-CANONICAL      PIC X(20).
010650     05  CREF-SEP            PIC X(01).
010660     05  CREF-ALIAS          PIC X(20).
010670*
010680 FD  ADDRESS-ABBREV-FILE.
010690 01  ADDRESS-ABBREV-RECORD.
010700     05  ABR-TYPE            PIC X(01).
010710     05  ABR-SEP-1           PIC X(01).
010720     05  ABR-STANDARD        PIC X(10).
010730     05  ABR-SEP-2           PIC X(01).
010740     05  ABR-WORD            PIC X(20).
010750*
010760 FD  SOURCE-PRECEDENCE-FILE.
010770 01  SOURCE-PRECEDENCE-RECORD.
010780     05  PRF-SOURCE          PIC X(30).
010790     05  PRF-RANK-ENTRY      OCCURS 6 TIMES.
010800         10  PRF-SEP         PIC X(01).
010810         10  PRF-RANK        PIC X(03).
010820*
010830*    STAGE IS MERGE (TWO EXTRACTS IN ONE NIGHT DISAGREED) OR
010840*    MASTER (THE VALUE ON THE MASTER CAME FROM A BETTER-RANKED
010850*    EXTRACT).  THE BLOCKED SOURCE AND VALUE ARE THE ONES KEPT
010860*    OUT; THE KEPT SOURCE AND VALUE ARE WHAT STANDS.
010870 FD  PRECEDENCE-BLOCKED-FILE.
010880 01  PRECEDENCE-BLOCKED-RECORD.
010890     05  PBL-RUN-DATE        PIC 9(08).
010900     05  PBL-SEP-1           PIC X(01).
010910     05  PBL-STAGE           PIC X(06).
010920     05  PBL-SEP-2           PIC X(01).
010930     05  PBL-NAME            PIC X(30).
010940     05  PBL-SEP-3           PIC X(01).
010950     05  PBL-ZIP             PIC X(05).
010960     05  PBL-SEP-4           PIC X(01).
010970     05  PBL-FIELD           PIC X(08).
010980     05  PBL-SEP-5           PIC X(01).
010990     05  PBL-BLOCKED-SOURCE  PIC X(30).
011000     05  PBL-SEP-6           PIC X(01).
011010     05  PBL-BLOCKED-VALUE   PIC X(30).
011020     05  PBL-SEP-7           PIC X(01).
011030     05  PBL-KEPT-SOURCE     PIC X(30).
011040     05  PBL-SEP-8           PIC X(01).
011050     05  PBL-KEPT-VALUE      PIC X(30).
011060*
011070*    SOURCE IS THE EXTRACT THE ADDRESS CAME FROM; ADDR IS THE
011080*    ADDRESS EXACTLY AS IT WENT ON TO OUTPUT.CSV AND THE MASTER.
011090 FD  ADDRESS-REVIEW-FILE.
011100 01  ADDRESS-REVIEW-RECORD.
011110     05  ARV-RUN-DATE        PIC 9(08).
011120     05  ARV-SEP-1           PIC X(01).
011130     05  ARV-SOURCE          PIC X(30).
011140     05  ARV-SEP-2           PIC X(01).
011150     05  ARV-NAME            PIC X(30).
011160     05  ARV-SEP-3           PIC X(01).
011170     05  ARV-ZIP             PIC X(05).
011180     05  ARV-SEP-4           PIC X(01).
011190     05  ARV-REASON          PIC X(20).
011200     05  ARV-SEP-5           PIC X(01).
011210     05  ARV-ADDR            PIC X(30).
011220*
011230 FD  CATEGORY-REVIEW-FILE.
011240 01  CATEGORY-REVIEW-RECORD.
011250     05  CRV-VALUE           PIC X(20).
011260     05  CRV-SEP             PIC X(01).
011270     05  CRV-COUNT           PIC 9(07).
011280*
011290 FD  SUPPRESS-FILE.
011300 01  SUPPRESS-RECORD.
011310     05  SUP-TYPE            PIC X(01).
011320     05  SUP-SEP             PIC X(01).
011330     05  SUP-VALUE           PIC X(30).
011340*
011350*    SIX-TYPE IS THE SUPPRESS.DAT TYPE; A PHONE ENTRY IS KEYED
011360*    ON ITS FIRST 10 DIGITS ONLY, THE WAY IT IS COMPARED.
011370 FD  SUPPRESS-INDEX-FILE.
011380 01  SUPPRESS-INDEX-RECORD.
011390     05  SIX-KEY.
011400         10  SIX-TYPE            PIC X(01).
011410         10  SIX-VALUE           PIC X(30).
011420*
011430 FD  SUPPRESSION-REPORT-FILE.
011440 01  SUPPRESSION-REPORT-RECORD.
011450     05  SPR-RUN-DATE        PIC 9(08).
011460     05  SPR-SEP-1           PIC X(01).
011470     05  SPR-MATCH-TYPE      PIC X(05).
011480     05  SPR-SEP-2           PIC X(01).
011490     05  SPR-NAME            PIC X(30).
011500     05  SPR-SEP-3           PIC X(01).
011510     05  SPR-MATCHED-VALUE   PIC X(30).
011520*
011530*    SAME LINE LAYOUT BOUNCE-APPLY WRITES.
011540 FD  BAD-CONTACT-FILE.
011550 01  BAD-CONTACT-RECORD.
011560     05  BAD-TYPE        PIC X(01).
011570     05  BAD-SEP-1       PIC X(01).
011580     05  BAD-NAME        PIC X(30).
011590     05  BAD-ZIP         PIC X(05).
011600     05  BAD-SEP-2       PIC X(01).
011610     05  BAD-VALUE       PIC X(30).
011620     05  BAD-SEP-3       PIC X(01).
011630     05  BAD-DATE        PIC 9(08).
011640*
011650*    ONE LINE PER PHASE PER RUN.  RLG-EXTRACT NAMES THE EXTRACT
011660*    FOR THE PER-EXTRACT PHASES (2420/2400) AND IS BLANK FOR
011670*    THE RUN-WIDE ONES.
011680 FD  RUN-LOG-FILE.
011690 01  RUN-LOG-RECORD.
011700     05  RLG-RUN-DATE    PIC 9(08).
011710     05  RLG-SEP-1       PIC X(01).
011720     05  RLG-PHASE       PIC X(04).
011730     05  RLG-SEP-2       PIC X(01).
011740     05  RLG-EXTRACT     PIC X(30).
011750     05  RLG-SEP-3       PIC X(01).
011760     05  RLG-START-TIME  PIC 9(06).
011770     05  RLG-SEP-4       PIC X(01).
011780     05  RLG-END-TIME    PIC 9(06).
011790     05  RLG-SEP-5       PIC X(01).
011800     05  RLG-COUNT       PIC 9(09).
011810     05  RLG-SEP-6       PIC X(01).
011820     05  RLG-STATUS      PIC X(08).
011830*
011840*    ONE LINE PER EXPECTED REGION EXTRACT.
011850 FD  REGION-ROSTER-FILE.
011860 01  REGION-ROSTER-RECORD.
011870     05  RST-NAME        PIC X(30).
011880     05  RST-SEP-1       PIC X(01).
011890     05  RST-FREQUENCY   PIC X(01).
011900         88  RST-NIGHTLY         VALUE 'D'.
011910         88  RST-WEEKLY          VALUE 'W'.
011920     05  RST-SEP-2       PIC X(01).
011930     05  RST-CONTACT     PIC X(30).
011940*
011950*    THE NIGHT'S OPERATING MODE.
011960 FD  RUN-MODE-FILE.
011970 01  RUN-MODE-RECORD.
011980     05  RMD-MODE        PIC X(07).
011990         88  RMD-PROOF           VALUE "PROOF".
012000*
012010*    ONE LINE PER REGION AND ACTION LIMITED.
012020 FD  CHANGE-LIMITS-FILE.
012030 01  CHANGE-LIMITS-RECORD.
012040     05  LIM-REGION      PIC X(30).
012050     05  LIM-SEP-1       PIC X(01).
012060     05  LIM-ACTION      PIC X(07).
012070     05  LIM-SEP-2       PIC X(01).
012080     05  LIM-PERCENT     PIC 9(03).
012090     05  LIM-SEP-3       PIC X(01).
012100     05  LIM-MAX-COUNT   PIC 9(09).
012110*
012120*    A STAGED CHANGE IS BUILT IN WS-PENDING-CHANGE AND WRITTEN
012130*    AND READ WHOLE.  MERGE-RELEASE CARRIES THE SAME LAYOUT FOR
012140*    THE HELD FILE.
012150 FD  MASTER-PENDING-FILE.
012160 01  MASTER-PENDING-RECORD       PIC X(653).
012170*
012180 FD  PENDING-SORTED-FILE.
012190 01  PENDING-SORTED-RECORD       PIC X(653).
012200*
012210 SD  PENDING-SORT-FILE.
012220 01  PENDING-SORT-RECORD.
012230     05  PST-NAME            PIC X(30).
012240     05  PST-ZIP             PIC X(05).
012250     05  PST-SEQ             PIC 9(09).
012260     05  FILLER              PIC X(609).
012270*
012280 FD  MASTER-HELD-FILE.
012290 01  MASTER-HELD-RECORD          PIC X(653).
012300*
012310*    ONE LINE PER PROPOSED CHANGE: WHAT IT IS, THE REGION IT IS
012320*    CHARGED TO, THE CONTACT, AND WHICH PASS PROPOSED IT
012330*    (EXTRACT, SUPPRESS, OR DROPPED).
012340 FD  CHANGE-REVIEW-FILE.
012350 01  CHANGE-REVIEW-RECORD.
012360     05  REV-ACTION      PIC X(07).
012370     05  REV-SEP-1       PIC X(01).
012380     05  REV-REGION      PIC X(30).
012390     05  REV-SEP-2       PIC X(01).
012400     05  REV-NAME        PIC X(30).
012410     05  REV-SEP-3       PIC X(01).
012420     05  REV-ZIP         PIC X(05).
012430     05  REV-SEP-4       PIC X(01).
012440     05  REV-ORIGIN      PIC X(08).
012450*
012460*    THE REGION (EXTRACT NAME) A MASTER CONTACT WAS LAST ADDED
012470*    OR UPDATED FROM, AND THE RUN DATE THAT HAPPENED.
012480*    FOR EACH OF ADDR, CITY, STATE, PHONE, EMAIL, AND CATEGORY
012490*    (IN THAT ORDER), THE EXTRACT THAT LAST SET THE FIELD'S VALUE
012500*    AND THE RUN DATE IT DID -- WHAT THE PRECEDENCE RANKING IS
012510*    MEASURED AGAINST.  A BLANK SOURCE HAS NO STANDING.
012520 FD  MASTER-SOURCE-FILE.
012530 01  MASTER-SOURCE-RECORD.
012540     05  SRC-KEY.
012550         10  SRC-NAME        PIC X(30).
012560         10  SRC-ZIP         PIC X(05).
012570     05  SRC-REGION          PIC X(30).
012580     05  SRC-RUN-DATE        PIC 9(08).
012590     05  SRC-FIELD-ENTRY     OCCURS 6 TIMES.
012600         10  SRC-FLD-SOURCE  PIC X(30).
012610         10  SRC-FLD-RUN-DATE PIC 9(08).
012620*
012630 WORKING-STORAGE SECTION.
012640*
012650*    SWITCHES
012660 01  WS-SWITCHES.
012670     05  WS-END-OF-FILE          PIC X VALUE 'N'.
012680         88  END-OF-FILE               VALUE 'Y'.
012690     05  WS-SLOT-FOUND-SW        PIC X VALUE 'N'.
012700         88  SLOT-FOUND                VALUE 'Y'.
012710     05  WS-OTHER-FILE-OPEN-SW   PIC X VALUE 'N'.
012720         88  OTHER-FILE-OPEN           VALUE 'Y'.
012730     05  WS-VALID-SW             PIC X VALUE 'Y'.
012740         88  RECORD-VALID              VALUE 'Y'.
012750     05  WS-MASTER-FOUND-SW      PIC X VALUE 'N'.
012760         88  MASTER-FOUND              VALUE 'Y'.
012770     05  WS-MASTER-CHANGED-SW    PIC X VALUE 'N'.
012780         88  MASTER-CHANGED            VALUE 'Y'.
012790     05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
012800         88  MASTER-EOF                VALUE 'Y'.
012810     05  WS-RESTARTED-SW         PIC X VALUE 'N'.
012820         88  RUN-RESTARTED             VALUE 'Y'.
012830     05  WS-EXTRACT-EOF-SW       PIC X VALUE 'N'.
012840         88  EXTRACT-LIST-EOF          VALUE 'Y'.
012850     05  WS-SKIP-FILES-SW        PIC X VALUE 'N'.
012860         88  SKIPPING-COMPLETED-FILES  VALUE 'Y'.
012870     05  WS-WORK-EOF-SW          PIC X VALUE 'N'.
012880         88  WORK-EOF                  VALUE 'Y'.
012890     05  WS-HH-SORTED-EOF-SW     PIC X VALUE 'N'.
012900         88  HH-SORTED-EOF             VALUE 'Y'.
012910     05  WS-SORTED-EOF-SW        PIC X VALUE 'N'.
012920         88  SORTED-EOF                VALUE 'Y'.
012930     05  WS-ZIP-REF-FOUND-SW     PIC X VALUE 'N'.
012940         88  ZIP-REF-FOUND             VALUE 'Y'.
012950     05  WS-ZIP-REF-EOF-SW       PIC X VALUE 'N'.
012960         88  ZIP-REF-EOF               VALUE 'Y'.
012970     05  WS-CAT-REF-FOUND-SW     PIC X VALUE 'N'.
012980         88  CAT-REF-FOUND             VALUE 'Y'.
012990     05  WS-CAT-REF-EOF-SW       PIC X VALUE 'N'.
013000         88  CAT-REF-EOF               VALUE 'Y'.
013010     05  WS-ABR-FOUND-SW         PIC X VALUE 'N'.
013020         88  ABR-FOUND                 VALUE 'Y'.
013030     05  WS-ABR-REF-EOF-SW       PIC X VALUE 'N'.
013040         88  ABR-REF-EOF               VALUE 'Y'.
013050     05  WS-STD-PARSED-SW        PIC X VALUE 'N'.
013060         88  STD-PARSED                VALUE 'Y'.
013070     05  WS-SUPPRESS-LIST-EOF-SW PIC X VALUE 'N'.
013080         88  SUPPRESS-LIST-EOF         VALUE 'Y'.
013090     05  WS-SUPPRESSED-SW        PIC X VALUE 'N'.
013100         88  CONTACT-SUPPRESSED        VALUE 'Y'.
013110     05  WS-EXTRACT-OK-SW        PIC X VALUE 'N'.
013120         88  EXTRACT-OK                VALUE 'Y'.
013130     05  WS-TRAILER-SEEN-SW      PIC X VALUE 'N'.
013140         88  TRAILER-SEEN              VALUE 'Y'.
013150     05  WS-EXT-CTL-EOF-SW       PIC X VALUE 'N'.
013160         88  EXT-CTL-EOF               VALUE 'Y'.
013170     05  WS-EXT-CTL-FOUND-SW     PIC X VALUE 'N'.
013180         88  EXT-CTL-FOUND             VALUE 'Y'.
013190     05  WS-SUSPENSE-EOF-SW      PIC X VALUE 'N'.
013200         88  SUSPENSE-EOF              VALUE 'Y'.
013210     05  WS-SUS-NEW-EOF-SW       PIC X VALUE 'N'.
013220         88  SUS-NEW-EOF               VALUE 'Y'.
013230     05  WS-DELTA-EOF-SW         PIC X VALUE 'N'.
013240         88  DELTA-EOF                 VALUE 'Y'.
013250     05  WS-BAD-LIST-EOF-SW      PIC X VALUE 'N'.
013260         88  BAD-LIST-EOF              VALUE 'Y'.
013270     05  WS-BAD-ADDR-FOUND-SW    PIC X VALUE 'N'.
013280         88  ADDRESS-KNOWN-BAD         VALUE 'Y'.
013290     05  WS-PROOF-SW             PIC X VALUE 'N'.
013300         88  PROOF-RUN                 VALUE 'Y'.
013310     05  WS-REFUSED-SW           PIC X VALUE 'N'.
013320         88  RUN-REFUSED               VALUE 'Y'.
013330     05  WS-PENDING-EOF-SW       PIC X VALUE 'N'.
013340         88  PENDING-EOF               VALUE 'Y'.
013350     05  WS-LIMIT-EOF-SW         PIC X VALUE 'N'.
013360         88  LIMIT-LIST-EOF            VALUE 'Y'.
013370     05  WS-SOURCE-FOUND-SW      PIC X VALUE 'N'.
013380         88  SOURCE-FOUND              VALUE 'Y'.
013390     05  WS-PRC-REF-EOF-SW       PIC X VALUE 'N'.
013400         88  PRC-REF-EOF               VALUE 'Y'.
013410     05  WS-PRC-REF-LOADED-SW    PIC X VALUE 'N'.
013420         88  PRC-REF-LOADED            VALUE 'Y'.
013430     05  WS-PRC-FOUND-SW         PIC X VALUE 'N'.
013440         88  PRC-SOURCE-FOUND          VALUE 'Y'.
013450     05  WS-SRC-SEEDED-SW        PIC X VALUE 'N'.
013460         88  SRC-FIELD-SEEDED          VALUE 'Y'.
013470     05  WS-RSV-ON-MASTER-SW     PIC X VALUE 'N'.
013480         88  RSV-KEY-ON-MASTER         VALUE 'Y'.
013490     05  WS-SETTLE-APPLY-SW      PIC X VALUE 'N'.
013500         88  SETTLE-APPLYING           VALUE 'Y'.
013510     05  WS-REGION-FOUND-SW      PIC X VALUE 'N'.
013520         88  REGION-FOUND              VALUE 'Y'.
013530     05  WS-LIMIT-FOUND-SW       PIC X VALUE 'N'.
013540         88  LIMIT-FOUND               VALUE 'Y'.
013550     05  WS-BREACHED-SW          PIC X VALUE 'N'.
013560         88  LIMITS-BREACHED           VALUE 'Y'.
013570     05  WS-PCT-LIMITS-SW        PIC X VALUE 'N'.
013580         88  PERCENT-LIMITS-LOADED     VALUE 'Y'.
013590*
013600 01  WS-MASTER-STATUS        PIC X(02).
013610     88  WS-MASTER-OK              VALUE '00'.
013620     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
013630 01  WS-CHECKPOINT-STATUS    PIC X(02).
013640     88  WS-CHECKPOINT-OK          VALUE '00'.
013650     88  WS-CHECKPOINT-NOT-FOUND   VALUE '23', '35'.
013660 01  WS-WORK-STATUS          PIC X(02).
013670     88  WS-WORK-OK                VALUE '00'.
013680     88  WS-WORK-NOT-FOUND         VALUE '23', '35'.
013690 01  WS-SORTED-STATUS        PIC X(02).
013700     88  WS-SORTED-OK              VALUE '00'.
013710     88  WS-SORTED-NOT-FOUND       VALUE '23', '35'.
013720 01  WS-HH-WORK-STATUS       PIC X(02).
013730     88  WS-HH-WORK-OK             VALUE '00'.
013740     88  WS-HH-WORK-NOT-FOUND      VALUE '23', '35'.
013750 01  WS-HH-SORTED-STATUS     PIC X(02).
013760     88  WS-HH-SORTED-OK           VALUE '00'.
013770     88  WS-HH-SORTED-NOT-FOUND    VALUE '23', '35'.
013780 01  WS-ZIP-REF-STATUS       PIC X(02).
013790     88  WS-ZIP-REF-OK             VALUE '00'.
013800     88  WS-ZIP-REF-NOT-FOUND      VALUE '23', '35'.
013810 01  WS-CAT-REF-STATUS       PIC X(02).
013820     88  WS-CAT-REF-OK             VALUE '00'.
013830     88  WS-CAT-REF-NOT-FOUND      VALUE '23', '35'.
013840 01  WS-ABR-REF-STATUS       PIC X(02).
013850     88  WS-ABR-REF-OK             VALUE '00'.
013860     88  WS-ABR-REF-NOT-FOUND      VALUE '23', '35'.
013870 01  WS-PRC-REF-STATUS       PIC X(02).
013880     88  WS-PRC-REF-OK             VALUE '00'.
013890     88  WS-PRC-REF-NOT-FOUND      VALUE '23', '35'.
013900 01  WS-SUPPRESS-STATUS      PIC X(02).
013910     88  WS-SUPPRESS-OK            VALUE '00'.
013920     88  WS-SUPPRESS-NOT-FOUND     VALUE '23', '35'.
013930 01  WS-SUP-REPORT-STATUS    PIC X(02).
013940     88  WS-SUP-REPORT-OK          VALUE '00'.
013950     88  WS-SUP-REPORT-NOT-FOUND   VALUE '23', '35'.
013960 01  WS-SUP-INDEX-STATUS     PIC X(02).
013970     88  WS-SUP-INDEX-OK           VALUE '00'.
013980     88  WS-SUP-INDEX-NOT-FOUND    VALUE '23', '35'.
013990 01  WS-SUSPENSE-STATUS      PIC X(02).
014000     88  WS-SUSPENSE-OK            VALUE '00'.
014010     88  WS-SUSPENSE-NOT-FOUND     VALUE '23', '35'.
014020 01  WS-SUS-NEW-STATUS       PIC X(02).
014030     88  WS-SUS-NEW-OK             VALUE '00'.
014040     88  WS-SUS-NEW-NOT-FOUND      VALUE '23', '35'.
014050 01  WS-EXT-CTL-STATUS       PIC X(02).
014060     88  WS-EXT-CTL-OK             VALUE '00'.
014070     88  WS-EXT-CTL-NOT-FOUND      VALUE '23', '35'.
014080 01  WS-INPUT-STATUS         PIC X(02).
014090     88  WS-INPUT-OK               VALUE '00'.
014100     88  WS-INPUT-NOT-FOUND        VALUE '23', '35'.
014110 01  WS-HISTORY-STATUS       PIC X(02).
014120     88  WS-HISTORY-OK             VALUE '00'.
014130     88  WS-HISTORY-NOT-FOUND      VALUE '23', '35'.
014140 01  WS-DELTA-STATUS         PIC X(02).
014150     88  WS-DELTA-OK               VALUE '00'.
014160     88  WS-DELTA-NOT-FOUND        VALUE '23', '35'.
014170 01  WS-CHANGELOG-STATUS     PIC X(02).
014180     88  WS-CHANGELOG-OK           VALUE '00'.
014190     88  WS-CHANGELOG-NOT-FOUND    VALUE '23', '35'.
014200 01  WS-DELTA-CTL-STATUS     PIC X(02).
014210     88  WS-DELTA-CTL-OK           VALUE '00'.
014220     88  WS-DELTA-CTL-NOT-FOUND    VALUE '23', '35'.
014230 01  WS-BAD-CONTACT-STATUS   PIC X(02).
014240     88  WS-BAD-CONTACT-OK         VALUE '00'.
014250     88  WS-BAD-CONTACT-NOT-FOUND  VALUE '23', '35'.
014260 01  WS-RUN-LOG-STATUS       PIC X(02).
014270     88  WS-RUN-LOG-OK             VALUE '00'.
014280     88  WS-RUN-LOG-NOT-FOUND      VALUE '23', '35'.
014290 01  WS-ROSTER-STATUS        PIC X(02).
014300     88  WS-ROSTER-OK              VALUE '00'.
014310     88  WS-ROSTER-NOT-FOUND       VALUE '23', '35'.
014320 01  WS-TOKEN-STATUS         PIC X(02).
014330     88  WS-TOKEN-OK               VALUE '00'.
014340     88  WS-TOKEN-NOT-FOUND        VALUE '23', '35'.
014350 01  WS-SNAPSHOT-STATUS      PIC X(02).
014360     88  WS-SNAPSHOT-OK            VALUE '00'.
014370     88  WS-SNAPSHOT-NOT-FOUND     VALUE '23', '35'.
014380 01  WS-SNAP-CONTROL-STATUS  PIC X(02).
014390     88  WS-SNAP-CONTROL-OK        VALUE '00'.
014400     88  WS-SNAP-CONTROL-NOT-FOUND VALUE '23', '35'.
014410 01  WS-RUN-MODE-STATUS      PIC X(02).
014420     88  WS-RUN-MODE-OK            VALUE '00'.
014430     88  WS-RUN-MODE-NOT-FOUND     VALUE '23', '35'.
014440 01  WS-LIMITS-STATUS        PIC X(02).
014450     88  WS-LIMITS-OK              VALUE '00'.
014460     88  WS-LIMITS-NOT-FOUND       VALUE '23', '35'.
014470 01  WS-PENDING-STATUS       PIC X(02).
014480     88  WS-PENDING-OK             VALUE '00'.
014490     88  WS-PENDING-NOT-FOUND      VALUE '23', '35'.
014500 01  WS-PND-SORTED-STATUS    PIC X(02).
014510     88  WS-PND-SORTED-OK          VALUE '00'.
014520     88  WS-PND-SORTED-NOT-FOUND   VALUE '23', '35'.
014530 01  WS-HELD-STATUS          PIC X(02).
014540     88  WS-HELD-OK                VALUE '00'.
014550     88  WS-HELD-NOT-FOUND         VALUE '23', '35'.
014560 01  WS-SOURCE-STATUS        PIC X(02).
014570     88  WS-SOURCE-OK              VALUE '00'.
014580     88  WS-SOURCE-NOT-FOUND       VALUE '23', '35'.
014590*    STATE WRITTEN TO THE RUN TOKEN BY 7820-WRITE-RUN-TOKEN,
014600*    SET BY ITS CALLER.
014610 77  WS-TOKEN-STATE          PIC X(07) VALUE SPACES.
014620 77  WS-SNAPSHOT-COUNT       PIC 9(09) COMP VALUE 0.
014630 01  WS-CHANGE-ACTION        PIC X(07).
014640*    STAGED-CHANGE WORK AREAS.  EVERY MASTER CHANGE THE FLUSH,
014650*    SUPPRESSION, AND DELETE-DETECTION PASSES FIND IS STAGED AS
014660*    ONE WS-PENDING-CHANGE LINE, SEQUENCED IN THE ORDER FOUND.
014670*    8400-SETTLE-PENDING-CHANGES SORTS THEM BY KEY AND SETTLES
014680*    EACH KEY'S LINES AGAINST THE MASTER AS IT STANDS THEN, SO A
014690*    CHANGE STAGED TWICE (A RESTART, OR A SUPPRESSED CONTACT THE
014700*    DELETE PASS ALSO FOUND) COUNTS AND APPLIES ONLY ONCE.
014710*    WS-PND-MASTER-IMAGE IS THE MASTER RECORD AS IT SHOULD
014720*    STAND AFTERWARDS (THE OUTGOING ONE FOR A DELETE), AND
014730*    WS-PND-DELTA-IMAGE THE OUTPUT-RECORD IMAGE FOR THE DELTA
014740*    FEED (REBUILT AT APPLY TIME FOR A DELETE).
014750*    WS-PND-FLD-SOURCE IS THE EXTRACT EACH FIELD'S VALUE CAME
014760*    FROM (ADDR, CITY, STATE, PHONE, EMAIL, CATEGORY), FOR THE
014770*    PER-FIELD PROVENANCE IN MASTER-SOURCE.DAT; BLANK FOR A
014780*    DELETE, AND ON A LINE HELD BEFORE IT WAS CARRIED, IN WHICH
014790*    CASE THE REGION STANDS IN.
014800 01  WS-PENDING-CHANGE.
014810     05  WS-PND-KEY.
014820         10  WS-PND-NAME         PIC X(30).
014830         10  WS-PND-ZIP          PIC X(05).
014840     05  WS-PND-SEQ              PIC 9(09).
014850     05  WS-PND-RUN-DATE         PIC 9(08).
014860     05  WS-PND-ACTION           PIC X(07).
014870     05  WS-PND-ORIGIN           PIC X(01).
014880         88  PND-FROM-FLUSH            VALUE 'F'.
014890         88  PND-FROM-SUPPRESSION      VALUE 'S'.
014900         88  PND-FROM-DETECTION        VALUE 'D'.
014910     05  WS-PND-REGION           PIC X(30).
014920     05  WS-PND-MASTER-IMAGE     PIC X(151).
014930     05  WS-PND-NEW-FIELDS REDEFINES WS-PND-MASTER-IMAGE.
014940         10  FILLER              PIC X(35).
014950         10  WS-PND-NEW-EMAIL    PIC X(30).
014960         10  WS-PND-NEW-ADDR     PIC X(30).
014970         10  WS-PND-NEW-CITY     PIC X(20).
014980         10  WS-PND-NEW-STATE    PIC X(02).
014990         10  WS-PND-NEW-CATEGORY PIC X(20).
015000         10  WS-PND-NEW-PHONE    PIC X(14).
015010     05  WS-PND-DELTA-IMAGE      PIC X(232).
015020     05  WS-PND-FLD-SOURCES.
015030         10  WS-PND-FLD-SOURCE   PIC X(30) OCCURS 6 TIMES.
015040 77  WS-PENDING-SEQ          PIC 9(09) COMP VALUE 0.
015050 77  WS-PENDING-COUNT        PIC 9(09) COMP VALUE 0.
015060*    THE KEY WHOSE STAGED LINES ARE BEING SETTLED, WHETHER IT IS
015070*    ON THE MASTER AS THE EARLIER LINES LEFT IT, AND THE MASTER
015080*    IMAGE IT WOULD THEN CARRY.
015090 77  WS-RSV-KEY              PIC X(35).
015100 01  WS-RSV-IMAGE            PIC X(151).
015110 01  WS-RSV-FIELDS REDEFINES WS-RSV-IMAGE.
015120     05  FILLER                  PIC X(35).
015130     05  WS-RSV-EMAIL            PIC X(30).
015140     05  WS-RSV-ADDR             PIC X(30).
015150     05  WS-RSV-CITY             PIC X(20).
015160     05  WS-RSV-STATE            PIC X(02).
015170     05  WS-RSV-CATEGORY         PIC X(20).
015180     05  WS-RSV-PHONE            PIC X(14).
015190*    HOW THE NIGHT'S CHANGES WERE SETTLED: APPLIED, HELD, PROOF.
015200 77  WS-SETTLE-OUTCOME       PIC X(08) VALUE SPACES.
015210 77  WS-CHANGE-PROPOSED-COUNT PIC 9(09) COMP VALUE 0.
015220 77  WS-CHANGE-APPLIED-COUNT PIC 9(09) COMP VALUE 0.
015230 77  WS-HELD-COUNT           PIC 9(09) COMP VALUE 0.
015240 77  WS-BREACH-COUNT         PIC 9(05) COMP VALUE 0.
015250*    CHANGE LIMITS, LOADED ONCE FROM CHANGE-LIMITS-FILE BY
015260*    1097-LOAD-CHANGE-LIMITS.  UNLIKE THE REFERENCE TABLES, A
015270*    LIMIT THE TABLE CANNOT HOLD IS NOT SIMPLY LEFT OUT -- THE
015280*    NIGHT IS HELD, SINCE NOBODY CAN SAY THE LOST LIMIT WAS MET.
015290 77  WS-MAX-LIMIT            PIC 9(03) COMP VALUE 100.
015300 77  WS-LIMIT-COUNT          PIC 9(03) COMP VALUE 0.
015310 77  WS-LIMIT-IDX            PIC 9(03) COMP VALUE 0.
015320 77  WS-LIMIT-LOST-COUNT     PIC 9(05) COMP VALUE 0.
015330 01  WS-LIMIT-TAB.
015340     05  WS-LIMIT-ENTRY      OCCURS 100 TIMES.
015350         10  WS-LIM-REGION       PIC X(30).
015360         10  WS-LIM-ACTION       PIC X(07).
015370         10  WS-LIM-PERCENT      PIC 9(03).
015380         10  WS-LIM-MAX-COUNT    PIC 9(09).
015390*    PER-REGION TALLY OF TONIGHT'S PROPOSED CHANGES AND (WHEN A
015400*    PERCENT LIMIT IS LOADED) OF EACH REGION'S MASTER CONTACTS.
015410*    A REGION THE TABLE HAS NO ROOM FOR HOLDS THE NIGHT, FOR THE
015420*    SAME REASON A LOST LIMIT DOES.
015430 77  WS-MAX-REGION           PIC 9(03) COMP VALUE 100.
015440 77  WS-REGION-COUNT         PIC 9(03) COMP VALUE 0.
015450 77  WS-REGION-IDX           PIC 9(03) COMP VALUE 0.
015460 77  WS-REGION-LOST-COUNT    PIC 9(09) COMP VALUE 0.
015470 01  WS-REGION-TAB.
015480     05  WS-REGION-ENTRY     OCCURS 100 TIMES.
015490         10  WS-RGN-NAME         PIC X(30).
015500         10  WS-RGN-MASTERS      PIC 9(09) COMP.
015510         10  WS-RGN-ADDED        PIC 9(09) COMP.
015520         10  WS-RGN-UPDATED      PIC 9(09) COMP.
015530         10  WS-RGN-DELETED      PIC 9(09) COMP.
015540 77  WS-RGN-WORK-NAME        PIC X(30).
015550*    ONE LIMIT CHECK: THE REGION AND ACTION, TONIGHT'S COUNT,
015560*    THE REGION'S MASTER CONTACTS, THE REGION NAME THE LIMIT
015570*    TABLE IS SEARCHED ON (THE REGION'S OWN, THEN "*"), AND
015580*    BOTH SIDES OF THE PERCENT TEST, CROSS-MULTIPLIED SO THERE
015590*    IS NO DIVISION.
015600 77  WS-LIM-WORK-REGION      PIC X(30).
015610 77  WS-LIM-WORK-ACTION      PIC X(07).
015620 77  WS-LIM-WORK-COUNT       PIC 9(09) COMP VALUE 0.
015630 77  WS-LIM-WORK-BASE        PIC 9(09) COMP VALUE 0.
015640 77  WS-LIM-KEY-REGION       PIC X(30).
015650 77  WS-LIM-WORK-LEFT        PIC 9(12) COMP VALUE 0.
015660 77  WS-LIM-WORK-RIGHT       PIC 9(12) COMP VALUE 0.
015670*
015680*
015690*    VALIDATION WORK AREAS
015700 77  WS-REASON-PTR           PIC 9(03) VALUE 1.
015710 01  WS-REJECT-REASON        PIC X(70).
015720*    THE KEY CURRENTLY UNDER THE READER IN DEDUP-SORTED-FILE
015730*    DURING THE BALANCED-LINE DELETE-DETECTION MATCH IN 8150.
015740*    HIGH-VALUES MEANS THE SORTED FILE IS EXHAUSTED; EVERY
015750*    REMAINING MASTER RECORD IS A DELETED CONTACT.
015760 01  WS-SORTED-KEY           PIC X(35).
015770*    CATEGORY ROUTING TABLE.  EACH DISTINCT CATEGORY VALUE SEEN
015780*    IN THE INPUT IS ASSIGNED THE NEXT FREE SLOT AND GETS ITS
015790*    OWN "<CATEGORY>.CSV" EXTRACT.  IF MORE THAN WS-MAX-CATEGORY
015800*    DISTINCT VALUES SHOW UP IN ONE RUN THE OVERFLOW IS ROUTED
015810*    TO OTHER-CATEGORY.CSV RATHER THAN FAILING THE JOB.
015820 77  WS-MAX-CATEGORY         PIC 9(02) COMP VALUE 8.
015830 77  WS-CATEGORY-COUNT       PIC 9(02) COMP VALUE 0.
015840 77  WS-CATEGORY-IDX         PIC 9(02) COMP VALUE 0.
015850*    WS-CATEGORY-LEN IS THE "USED" LENGTH OF CATEGORY, FOUND THE
015860*    SAME WAY AS WS-EMAIL-LEN, SO THE FILE NAME BUILT FROM IT IN
015870*    3412-OPEN-NEW-CATEGORY-SLOT STOPS ONLY AT TRAILING PADDING
015880*    AND NOT AT THE FIRST EMBEDDED SPACE.
015890 77  WS-CATEGORY-LEN         PIC 9(02) COMP VALUE 0.
015900 77  WS-CATEGORY-CHAR-IDX    PIC 9(02) COMP VALUE 0.
015910*    THE ASSIGN-DYNAMIC TARGETS BELOW MUST BE SCALAR ITEMS, SO
015920*    EACH CATEGORY SLOT GETS ITS OWN FILE-NAME VARIABLE RATHER
015930*    THAN AN OCCURS TABLE.
015940*    ASSIGN-DYNAMIC TARGET FOR INPUT-FILE, LOADED FROM
015950*    EXTRACT-LIST-FILE ONE ENTRY AT A TIME.
015960 01  WS-INPUT-FILE-NAME      PIC X(30).
015970 01  CAT-FILE-NAME-1         PIC X(30).
015980 01  CAT-FILE-NAME-2         PIC X(30).
015990 01  CAT-FILE-NAME-3         PIC X(30).
016000 01  CAT-FILE-NAME-4         PIC X(30).
016010 01  CAT-FILE-NAME-5         PIC X(30).
016020 01  CAT-FILE-NAME-6         PIC X(30).
016030 01  CAT-FILE-NAME-7         PIC X(30).
016040 01  CAT-FILE-NAME-8         PIC X(30).
016050 77  WS-NEW-CAT-FILE-NAME    PIC X(30).
016060*    ASSIGN-DYNAMIC TARGETS FOR THE PER-RUN FEEDS.  THEY CARRY
016070*    THE LIVE NAMES; 1015-NAME-PER-RUN-FEEDS SWAPS IN THE PROOF
016080*    NAMES, AND THE PREFIX 3412 PUTS ON EACH CATEGORY FILE, ON A
016090*    PROOF RUN.
016100 01  WS-OUTPUT-FILE-NAME     PIC X(30) VALUE "output.csv".
016110 01  WS-OTHER-FILE-NAME      PIC X(30) VALUE "other-category.csv".
016120 01  WS-REJECT-FILE-NAME     PIC X(30) VALUE "reject.csv".
016130 01  WS-DUP-LOG-FILE-NAME    PIC X(30) VALUE "duplicates.csv".
016140 01  WS-HOUSEHOLD-FILE-NAME  PIC X(30) VALUE "household.csv".
016150 01  WS-BLOCKED-FILE-NAME    PIC X(30)
016160                             VALUE "precedence-blocked.csv".
016170 01  WS-ADDR-REVIEW-NAME     PIC X(30) VALUE "address-review.csv".
016180 01  WS-CAT-REVIEW-NAME      PIC X(30)
016190                             VALUE "category-review.csv".
016200 77  WS-FEED-PREFIX          PIC X(06) VALUE SPACES.
016210 01  CAT-VALUE-TAB.
016220     05  CAT-VALUE-ENTRY     OCCURS 8 TIMES.
016230         10  CAT-VALUE           PIC X(20).
016240         10  CAT-COUNT           PIC 9(07) COMP VALUE 0.
016250*    DEDUPE WORK AREAS.  WS-WORK-SEQ IS THE ARRIVAL SEQUENCE
016260*    STAMPED ON EACH RECORD RELEASED TO DEDUP-WORK-FILE (SEEDED
016270*    PAST THE RECORDS ALREADY ON THE FILE WHEN A RESTART KEEPS
016280*    APPENDING).  WS-MERGED-CONTACT ACCUMULATES ONE SORTED KEY
016290*    GROUP AT A TIME IN 2520-MERGE-ONE-GROUP: THE FIRST RECORD
016300*    OF THE GROUP SUPPLIES EVERY FIELD, LATER RECORDS ONLY FILL
016310*    FIELDS STILL BLANK, EXACTLY AS THE OLD IN-MEMORY TABLE DID.
016320*    WS-FLUSH-GROUP-COUNT IS HOW MANY COMPLETED GROUPS HAVE BEEN
016330*    FLUSHED -- THE UNIT THE FLUSH CHECKPOINT COUNTS IN.
016340 77  WS-WORK-SEQ             PIC 9(09) COMP VALUE 0.
016350 77  WS-FLUSH-GROUP-COUNT    PIC 9(09) COMP VALUE 0.
016360 77  WS-GROUP-NUM            PIC 9(09) COMP VALUE 0.
016370*    HOUSEHOLDING WORK AREAS: THE FLUSH-ORDER SEQUENCE STAMPED
016380*    ON EACH RELEASED CONTACT, AND THE HOUSEHOLD CURRENTLY BEING
016390*    ACCUMULATED BY 2620-BUILD-ONE-HOUSEHOLD.
016400 77  WS-HH-SEQ               PIC 9(09) COMP VALUE 0.
016410 77  WS-HH-MEMBER-COUNT      PIC 9(05) COMP VALUE 0.
016420 77  WS-HOUSEHOLD-COUNT      PIC 9(09) COMP VALUE 0.
016430 01  WS-HH-CURRENT.
016440     05  WS-HH-CUR-ADDRESS       PIC X(70).
016450     05  WS-HH-CUR-ZIP           PIC X(05).
016460     05  WS-HH-CUR-NAME          PIC X(30).
016470     05  WS-HH-CUR-VALIDATED     PIC X(01).
016480 01  WS-MERGED-CONTACT.
016490     05  WS-MRG-NAME             PIC X(30).
016500     05  WS-MRG-ZIP              PIC X(05).
016510     05  WS-MRG-ADDR             PIC X(30).
016520     05  WS-MRG-CITY             PIC X(20).
016530     05  WS-MRG-STATE            PIC X(02).
016540     05  WS-MRG-CATEGORY         PIC X(20).
016550     05  WS-MRG-PHONE            PIC X(14).
016560     05  WS-MRG-EMAIL            PIC X(30).
016570     05  WS-MRG-SOURCE           PIC X(30).
016580     05  WS-MRG-MERGE-COUNT      PIC 9(03) COMP.
016590*        THE EXTRACT EACH MERGED FIELD'S VALUE CAME FROM, IN
016600*        PRECEDENCE ORDER (ADDR, CITY, STATE, PHONE, EMAIL,
016610*        CATEGORY).
016620     05  WS-MRG-FLD-SOURCES.
016630         10  WS-MRG-FLD-SOURCE   PIC X(30) OCCURS 6 TIMES.
016640*    ZIP+4 REFERENCE TABLE, LOADED ONCE FROM ZIP-REFERENCE-FILE
016650*    BY 1090-LOAD-ZIP-REFERENCE.  IF THE VENDOR'S REFERENCE
016660*    EXTRACT ONE DAY CARRIES MORE ZIP CODES THAN THIS TABLE
016670*    HOLDS, THE OVERFLOW IS SIMPLY LEFT UNMATCHABLE FOR ADDRESS
016680*    VALIDATION RATHER THAN FAILING THE JOB, THE SAME WAY THE
016690*    CATEGORY TABLE HANDLES OVERFLOW ABOVE.
016700 77  WS-MAX-ZIP-REF          PIC 9(04) COMP VALUE 1000.
016710 77  WS-ZIP-REF-COUNT        PIC 9(04) COMP VALUE 0.
016720 77  WS-ZIP-REF-IDX          PIC 9(04) COMP VALUE 0.
016730 01  WS-ZIP-REF-TAB.
016740     05  WS-ZIP-REF-ENTRY    OCCURS 1000 TIMES.
016750         10  WS-ZIP-REF-ZIP      PIC X(05).
016760         10  WS-ZIP-REF-PLUS4    PIC X(04).
016770 77  WS-ZIP-SUFFIX           PIC X(05).
016780*    CATEGORY REFERENCE TABLE, LOADED ONCE FROM CATEGORY-
016790*    REFERENCE-FILE BY 1095-LOAD-CATEGORY-REFERENCE.  OVERFLOW
016800*    IS LEFT UNMATCHABLE RATHER THAN FAILING THE JOB, THE SAME
016810*    WAY THE ZIP REFERENCE TABLE HANDLES IT.  AN EMPTY TABLE
016820*    (NO REFERENCE FILE) TURNS NORMALIZATION AND UNKNOWN-VALUE
016830*    REPORTING OFF ENTIRELY.
016840 77  WS-MAX-CAT-REF          PIC 9(03) COMP VALUE 200.
016850 77  WS-CAT-REF-COUNT        PIC 9(03) COMP VALUE 0.
016860 77  WS-CAT-REF-IDX          PIC 9(03) COMP VALUE 0.
016870 01  WS-CAT-REF-TAB.
016880     05  WS-CAT-REF-ENTRY    OCCURS 200 TIMES.
016890         10  WS-CAT-REF-CANONICAL PIC X(20).
016900         10  WS-CAT-REF-ALIAS     PIC X(20).
016910*    ADDRESS ABBREVIATIONS TABLE, LOADED ONCE FROM ADDRESS-
016920*    ABBREV-FILE BY 1062-LOAD-ADDRESS-ABBREVS.  OVERFLOW IS LEFT
016930*    UNMATCHABLE AND COUNTED FOR THE CONTROL TOTALS.  AN EMPTY
016940*    TABLE (NO REFERENCE FILE) TURNS STANDARDIZATION AND THE
016950*    ADDRESS REVIEW OFF ENTIRELY.
016960 77  WS-MAX-ABR-REF          PIC 9(03) COMP VALUE 500.
016970 77  WS-ABR-REF-COUNT        PIC 9(03) COMP VALUE 0.
016980 77  WS-ABR-REF-IDX          PIC 9(03) COMP VALUE 0.
016990 77  WS-ABR-REF-LOST-COUNT   PIC 9(05) COMP VALUE 0.
017000 01  WS-ABR-REF-TAB.
017010     05  WS-ABR-REF-ENTRY    OCCURS 500 TIMES.
017020         10  WS-ABR-REF-TYPE     PIC X(01).
017030         10  WS-ABR-REF-STANDARD PIC X(10).
017040         10  WS-ABR-REF-WORD     PIC X(20).
017050*    3230-STANDARDIZE-ADDRESS WORK AREAS.  WS-STD-IN IS THE
017060*    ADDRESS OFFERED; WS-STD-OUT COMES BACK IN POSTAL FORM WHEN
017070*    STD-PARSED, OR AS OFFERED WITH WS-STD-REASON SAYING WHY NOT.
017080*    THE WORDS ARE SPLIT INTO WS-STD-TOKEN; THE STREET NAME IS
017090*    THE RUN OF WORDS LEFT BETWEEN WS-STD-NAME-FIRST AND -LAST
017100*    ONCE THE HOUSE NUMBER, DIRECTIONALS, SUFFIX, AND UNIT ARE
017110*    TAKEN OFF.  WS-STD-BUILD IS WIDER THAN THE MASTER FIELD SO
017120*    AN ADDRESS THAT GROWS TOO LONG CAN BE SEEN AND REFUSED.
017130 77  WS-STD-IN               PIC X(30).
017140 77  WS-STD-OUT              PIC X(30).
017150 77  WS-STD-WORK             PIC X(30).
017160 77  WS-STD-BUILD            PIC X(60).
017170 77  WS-STD-REASON           PIC X(20).
017180 77  WS-STD-CHAR             PIC X(01).
017190 77  WS-STD-WORD             PIC X(20).
017200 77  WS-STD-LOOK-TYPE        PIC X(01).
017210 77  WS-STD-PREDIR           PIC X(10).
017220 77  WS-STD-SUFFIX           PIC X(10).
017230 77  WS-STD-POSTDIR          PIC X(10).
017240 77  WS-STD-UNIT-DESIG       PIC X(10).
017250 77  WS-STD-POS              PIC 9(03) COMP VALUE 0.
017260 77  WS-STD-PTR              PIC 9(03) COMP VALUE 0.
017270 77  WS-MAX-STD-TOKEN        PIC 9(03) COMP VALUE 15.
017280 77  WS-STD-TOKEN-COUNT      PIC 9(03) COMP VALUE 0.
017290 77  WS-STD-TOKEN-LEN        PIC 9(03) COMP VALUE 0.
017300 77  WS-STD-TOK-IDX          PIC 9(03) COMP VALUE 0.
017310 77  WS-STD-UNIT-IDX         PIC 9(03) COMP VALUE 0.
017320 77  WS-STD-STREET-LAST      PIC 9(03) COMP VALUE 0.
017330 77  WS-STD-NAME-FIRST       PIC 9(03) COMP VALUE 0.
017340 77  WS-STD-NAME-LAST        PIC 9(03) COMP VALUE 0.
017350 01  WS-STD-TOKEN-TAB.
017360     05  WS-STD-TOKEN        PIC X(20) OCCURS 15 TIMES.
017370*    THE MASTER'S ADDRESS AS STANDARDIZATION WOULD LEAVE IT, FOR
017380*    3600-UPDATE-MASTER TO COMPARE WITH THE ONE OFFERED.
017390 77  WS-STD-MASTER-ADDR      PIC X(30).
017400*    SOURCE PRECEDENCE TABLE, LOADED ONCE FROM SOURCE-
017410*    PRECEDENCE-FILE BY 1093-LOAD-SOURCE-PRECEDENCE.  OVERFLOW IS
017420*    LEFT UNRANKED (IT TAKES THE DEFAULT RANKS) AND COUNTED FOR
017430*    THE CONTROL TOTALS.  THE DEFAULT RANKS ARE THE "*" LINE'S,
017440*    OR 999 EVERYWHERE WITHOUT ONE.
017450 77  WS-MAX-PRC-REF          PIC 9(03) COMP VALUE 100.
017460 77  WS-PRC-REF-COUNT        PIC 9(03) COMP VALUE 0.
017470 77  WS-PRC-REF-IDX          PIC 9(03) COMP VALUE 0.
017480 77  WS-PRC-REF-LOST-COUNT   PIC 9(05) COMP VALUE 0.
017490 01  WS-PRC-REF-TAB.
017500     05  WS-PRC-REF-ENTRY    OCCURS 100 TIMES.
017510         10  WS-PRC-REF-SOURCE   PIC X(30).
017520         10  WS-PRC-REF-RANKS.
017530             15  WS-PRC-REF-RANK PIC 9(03) OCCURS 6 TIMES.
017540 01  WS-PRC-DEFAULT-RANKS.
017550     05  WS-PRC-DEFAULT-RANK PIC 9(03) OCCURS 6 TIMES.
017560 01  WS-PRC-LINE-RANKS.
017570     05  WS-PRC-LINE-RANK    PIC 9(03) OCCURS 6 TIMES.
017580*    THE FIELDS IN PRECEDENCE ORDER, AS NAMED ON THE BLOCKED
017590*    REPORT.
017600 01  WS-PRC-FIELD-NAMES.
017610     05  FILLER              PIC X(08) VALUE "ADDR".
017620     05  FILLER              PIC X(08) VALUE "CITY".
017630     05  FILLER              PIC X(08) VALUE "STATE".
017640     05  FILLER              PIC X(08) VALUE "PHONE".
017650     05  FILLER              PIC X(08) VALUE "EMAIL".
017660     05  FILLER              PIC X(08) VALUE "CATEGORY".
017670 01  WS-PRC-FIELD-NAME-TAB REDEFINES WS-PRC-FIELD-NAMES.
017680     05  WS-PRC-FIELD-NAME   PIC X(08) OCCURS 6 TIMES.
017690*    ONE FIELD'S COMPARISON: WHICH FIELD, THE VALUE OFFERED AND
017700*    THE VALUE STANDING, AND THE RANK EACH ONE'S SOURCE HOLDS.
017710 77  WS-PRC-FLD-IDX          PIC 9(02) COMP VALUE 0.
017720 77  WS-PRC-LOOKUP-SOURCE    PIC X(30).
017730 77  WS-PRC-LOOKUP-RANK      PIC 9(03) VALUE 0.
017740 77  WS-PRC-OFFERED-RANK     PIC 9(03) VALUE 0.
017750 77  WS-PRC-KEPT-RANK        PIC 9(03) VALUE 0.
017760 77  WS-PRC-OFFERED-VALUE    PIC X(30).
017770 77  WS-PRC-KEPT-VALUE       PIC X(30).
017780 77  WS-PRC-BLOCKED-COUNT    PIC 9(09) COMP VALUE 0.
017790*    DISTINCT CATEGORY VALUES SEEN THIS RUN THAT THE REFERENCE
017800*    FILE DOES NOT KNOW, WITH COUNTS, FOR CATEGORY-REVIEW.CSV.
017810 77  WS-MAX-UNK-CAT          PIC 9(02) COMP VALUE 50.
017820 77  WS-UNK-CAT-COUNT        PIC 9(02) COMP VALUE 0.
017830 77  WS-UNK-CAT-IDX          PIC 9(02) COMP VALUE 0.
017840 01  WS-UNK-CAT-TAB.
017850     05  WS-UNK-CAT-ENTRY    OCCURS 50 TIMES.
017860         10  WS-UNK-CAT-VALUE    PIC X(20).
017870         10  WS-UNK-CAT-COUNTER  PIC 9(07) COMP.
017880 77  WS-UNKNOWN-CAT-COUNT    PIC 9(09) COMP VALUE 0.
017890 77  WS-UNK-FOUND-SW         PIC X VALUE 'N'.
017900     88  UNK-CAT-FOUND             VALUE 'Y'.
017910*    DO-NOT-CONTACT LIST, LOADED ONCE FROM SUPPRESS-FILE INTO
017920*    SUPPRESS-INDEX-FILE BY 1085-LOAD-SUPPRESS-LIST.  THE LIST
017930*    ENTRY THAT MATCHED IS KEPT FOR THE EVIDENCE LINE.
017940 77  WS-SUPPRESS-COUNT       PIC 9(09) COMP VALUE 0.
017950 77  WS-SUP-MATCHED-VALUE    PIC X(30).
017960 77  WS-SUP-MATCH-TYPE       PIC X(05).
017970 77  WS-SUPPRESSED-COUNT     PIC 9(09) COMP VALUE 0.
017980 77  WS-SUP-MASTER-DEL-COUNT PIC 9(09) COMP VALUE 0.
017990*    KNOWN-BAD CONTACT REGISTER MAINTAINED BY BOUNCE-APPLY,
018000*    LOADED ONCE BY 1082-LOAD-BAD-CONTACT-LIST.  ONLY THE
018010*    MAIL-BAD ('M') ENTRIES MATTER HERE -- THEY HOLD A CONTACT
018020*    OUT OF THE HOUSEHOLD MAILING EXTRACT.  OVERFLOW IS LEFT
018030*    UNMATCHABLE AND CALLED OUT IN THE CONTROL TOTALS, SINCE
018040*    EVERY LOST ENTRY IS POSTAGE WASTED AGAIN.
018050 77  WS-MAX-BAD-ADDR         PIC 9(04) COMP VALUE 2000.
018060 77  WS-BAD-ADDR-COUNT       PIC 9(04) COMP VALUE 0.
018070 77  WS-BAD-ADDR-IDX         PIC 9(04) COMP VALUE 0.
018080 77  WS-BAD-ADDR-LOST-COUNT  PIC 9(04) COMP VALUE 0.
018090 01  WS-BAD-ADDR-TAB.
018100     05  WS-BAD-ADDR-ENTRY   OCCURS 2000 TIMES.
018110         10  WS-BAD-ADDR-NAME    PIC X(30).
018120         10  WS-BAD-ADDR-ZIP     PIC X(05).
018130 77  WS-BAD-ADDR-HELD-COUNT  PIC 9(09) COMP VALUE 0.
018140*
018150*    COUNTERS
018160 77  WS-READ-COUNT           PIC 9(09) COMP VALUE 0.
018170 77  WS-WRITTEN-COUNT        PIC 9(09) COMP VALUE 0.
018180 77  WS-REJECT-COUNT         PIC 9(09) COMP VALUE 0.
018190 77  WS-OTHER-CATEGORY-COUNT PIC 9(09) COMP VALUE 0.
018200 77  WS-ADDED-COUNT          PIC 9(09) COMP VALUE 0.
018210 77  WS-UPDATED-COUNT        PIC 9(09) COMP VALUE 0.
018220 77  WS-DELETED-COUNT        PIC 9(09) COMP VALUE 0.
018230*    DELETIONS STAGED BY 8150-DETECT-DELETED-MASTERS ALONE.
018240*    WS-DELETED-COUNT ABOVE IS THE JOB-WIDE TOTAL AND ALSO
018250*    CARRIES THE SUPPRESSION DELETIONS 3176 STAGES, SO THE RUN-
018260*    LOG LINE FOR THE 8150 PHASE COUNTS IN THIS ONE INSTEAD.
018270 77  WS-DETECT-DELETED-COUNT PIC 9(09) COMP VALUE 0.
018280 77  WS-DUPLICATE-COUNT      PIC 9(09) COMP VALUE 0.
018290 77  WS-VALIDATED-COUNT      PIC 9(09) COMP VALUE 0.
018300*    ADDRESSES PUT INTO POSTAL FORM, ADDRESSES LEFT AS RECEIVED
018310*    AND LISTED ON ADDRESS-REVIEW.CSV, AND MASTERS WHOSE ADDRESS
018320*    WAS REWRITTEN INTO POSTAL FORM WITH NOTHING ELSE CHANGED.
018330 77  WS-ADDR-STD-COUNT       PIC 9(09) COMP VALUE 0.
018340 77  WS-ADDR-UNPARSED-COUNT  PIC 9(09) COMP VALUE 0.
018350 77  WS-ADDR-RESTD-COUNT     PIC 9(09) COMP VALUE 0.
018360*    TONIGHT'S RUN DATE, ACCEPTED ONCE AT START-UP AND STAMPED ON
018370*    EVERY MASTER-HISTORY-FILE LINE WRITTEN THIS RUN.
018380 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
018390*    RUN-LOG TIMING WORK AREAS: THE RAW HHMMSSTT FROM ACCEPT
018400*    TIME, THE START TIME OF THE PHASE CURRENTLY UNDER WAY, AND
018410*    THE TIME THE WHOLE JOB STARTED (FOR THE "RUN " LOG LINE).
018420 77  WS-TIME-RAW             PIC 9(08) VALUE 0.
018430 77  WS-PHASE-START-TIME     PIC 9(06) VALUE 0.
018440 77  WS-JOB-START-TIME       PIC 9(06) VALUE 0.
018450*    TONIGHT'S DELTA GENERATION, CLAIMED FROM DELTA-CONTROL.DAT
018460*    BY 1055-CLAIM-DELTA-GENERATION, AND THE SEQUENCE OF THE
018470*    LAST DELTA LINE WRITTEN WITHIN IT.
018480 77  WS-DELTA-GENERATION     PIC 9(06) VALUE 0.
018490 77  WS-DELTA-SEQ            PIC 9(06) COMP VALUE 0.
018500*    SUSPENSE RECYCLING WORK AREAS.  A ROW STILL FAILING AFTER
018510*    RE-PRESENTATION GOES STRAIGHT BACK OUT TO THE NEW SUSPENSE
018520*    GENERATION (SUSPENSE-NEW.DAT), SO THERE IS NO TABLE AND NO
018530*    CAP -- EVERY ROW IS KEPT, HOWEVER MANY ARE FAILING.
018540*    DAY NUMBERS (DAYS SINCE THE STANDARD EPOCH) DRIVE THE AGING
018550*    SUMMARY; CALENDAR SUBTRACTION CANNOT CROSS MONTH ENDS.
018560 77  WS-RUN-DAY-NUM          PIC 9(07) COMP VALUE 0.
018570 77  WS-SUS-DAY-NUM          PIC 9(07) COMP VALUE 0.
018580 77  WS-SUS-AGE-DAYS         PIC S9(07) COMP VALUE 0.
018590 77  WS-SUS-AGE-LIMIT        PIC 9(02) COMP VALUE 3.
018600 77  WS-SUS-OLDEST-DATE      PIC 9(08) VALUE 99999999.
018610 77  WS-RECYCLED-COUNT       PIC 9(09) COMP VALUE 0.
018620 77  WS-RECYCLE-OK-COUNT     PIC 9(09) COMP VALUE 0.
018630 77  WS-STILL-SUSPENDED-COUNT PIC 9(09) COMP VALUE 0.
018640 77  WS-NEW-SUSPENDED-COUNT  PIC 9(09) COMP VALUE 0.
018650 77  WS-SUS-AGED-COUNT       PIC 9(09) COMP VALUE 0.
018660*    HEADER/TRAILER VERIFICATION WORK AREAS.  THE ALREADY-
018670*    PROCESSED REGISTER IS LOADED FROM EXTRACT-CONTROL.DAT AT
018680*    START-UP; IF IT EVER FILLS, THE DUPLICATE-DATE CHECK IS
018690*    SKIPPED FOR THE OVERFLOW RATHER THAN FAILING THE JOB, THE
018700*    SAME WAY THE CATEGORY TABLE HANDLES OVERFLOW.
018710 77  WS-MAX-EXT-CTL          PIC 9(03) COMP VALUE 200.
018720 77  WS-EXT-CTL-COUNT        PIC 9(03) COMP VALUE 0.
018730 77  WS-EXT-CTL-IDX          PIC 9(03) COMP VALUE 0.
018740 01  WS-EXT-CTL-TAB.
018750     05  WS-EXT-CTL-ENTRY    OCCURS 200 TIMES.
018760         10  WS-EXT-CTL-NAME     PIC X(30).
018770         10  WS-EXT-CTL-DATE     PIC 9(08).
018780*    THE EXPECTED-REGION ROSTER, LOADED AT START-UP, AND THE
018790*    EXTRACTS THIS JOB ACTUALLY COMPLETED, NOTED AS 2450
018800*    REGISTERS EACH ONE.  8200-CHECK-EXPECTED-EXTRACTS MATCHES
018810*    THE TWO AT END OF RUN.  OVERFLOW ENTRIES ARE LEFT
018820*    UNCHECKED RATHER THAN FAILING THE JOB.
018830 77  WS-MAX-ROSTER           PIC 9(03) COMP VALUE 100.
018840 77  WS-ROSTER-COUNT         PIC 9(03) COMP VALUE 0.
018850 77  WS-ROSTER-IDX           PIC 9(03) COMP VALUE 0.
018860 01  WS-ROSTER-TAB.
018870     05  WS-ROSTER-ENTRY     OCCURS 100 TIMES.
018880         10  WS-RST-NAME         PIC X(30).
018890         10  WS-RST-FREQUENCY    PIC X(01).
018900         10  WS-RST-CONTACT      PIC X(30).
018910*    LATEST BUSINESS DATE EVER REGISTERED PER EXTRACT NAME, ONE
018920*    ENTRY PER DISTINCT NAME.  WS-EXT-CTL-TAB CANNOT SERVE HERE:
018930*    IT LOADS THE REGISTER FRONT TO BACK AND THE APPEND-ONLY
018940*    FILE'S FIRST 200 LINES ARE ITS OLDEST, SO ONCE THE FILE
018950*    OUTGROWS THE TABLE THE MISSING-EXTRACT CHECK WOULD SEE
018960*    STALE DATES AND FALSE-ALERT HEALTHY REGIONS.  EVERY LINE
018970*    READ (AND EVERY EXTRACT REGISTERED THIS RUN) UPDATES ITS
018980*    NAME'S ONE SLOT INSTEAD, SO THE LATEST DATE SURVIVES
018990*    HOWEVER LONG THE REGISTER GROWS.  A NAME BEYOND THE CAP IS
019000*    LEFT UNTRACKED, THE USUAL OVERFLOW RULE -- THE CAP MATCHES
019010*    WS-MAX-ROSTER, SO EVERY ROSTERED REGION FITS.
019020 77  WS-MAX-LATEST           PIC 9(03) COMP VALUE 100.
019030 77  WS-LATEST-COUNT         PIC 9(03) COMP VALUE 0.
019040 77  WS-LATEST-IDX           PIC 9(03) COMP VALUE 0.
019050 77  WS-LATEST-FOUND-SW      PIC X VALUE 'N'.
019060     88  LATEST-NAME-FOUND         VALUE 'Y'.
019070 01  WS-LATEST-TAB.
019080     05  WS-LATEST-ENTRY     OCCURS 100 TIMES.
019090         10  WS-LAT-NAME         PIC X(30).
019100         10  WS-LAT-DATE         PIC 9(08).
019110 77  WS-LAT-WORK-NAME        PIC X(30).
019120 77  WS-LAT-WORK-DATE        PIC 9(08) VALUE 0.
019130 77  WS-MAX-RUN-EXT          PIC 9(03) COMP VALUE 200.
019140 77  WS-RUN-EXT-COUNT        PIC 9(03) COMP VALUE 0.
019150 77  WS-RUN-EXT-IDX          PIC 9(03) COMP VALUE 0.
019160 01  WS-RUN-EXT-TAB.
019170     05  WS-RUN-EXT-NAME     PIC X(30) OCCURS 200 TIMES.
019180*    WORK AREAS FOR THE END-OF-RUN CHECK: THE LATEST BUSINESS
019190*    DATE THE REGISTER HOLDS FOR THE REGION, HOW MANY DAYS
019200*    BEHIND THAT LEAVES IT, AND HOW FAR BEHIND ITS FREQUENCY
019210*    ALLOWS BEFORE IT IS REPORTED MISSING.
019220 77  WS-LAST-BUS-DATE        PIC 9(08) VALUE 0.
019230 77  WS-LAST-BUS-DAY-NUM     PIC 9(07) COMP VALUE 0.
019240 77  WS-BEHIND-DAYS          PIC S9(07) COMP VALUE 0.
019250 77  WS-ALLOWED-BEHIND       PIC 9(03) COMP VALUE 0.
019260 77  WS-RECEIVED-SW          PIC X VALUE 'N'.
019270     88  EXTRACT-RECEIVED-TONIGHT  VALUE 'Y'.
019280 77  WS-ROSTER-EOF-SW        PIC X VALUE 'N'.
019290     88  ROSTER-EOF                VALUE 'Y'.
019300 77  WS-EXT-MISSING-COUNT    PIC 9(05) COMP VALUE 0.
019310 77  WS-DATA-COUNT           PIC 9(09) COMP VALUE 0.
019320 77  WS-TRAILER-COUNT        PIC 9(09) COMP VALUE 0.
019330 77  WS-BUSINESS-DATE        PIC 9(08) VALUE 0.
019340 77  WS-EXTRACT-REFUSED-COUNT PIC 9(09) COMP VALUE 0.
019350*    CHECKPOINT/RESTART WORK AREAS.  WS-CHECKPOINT-COUNT IS THE
019360*    NUMBER OF INPUT RECORDS A PRIOR, INTERRUPTED RUN HAD ALREADY
019370*    PROCESSED; ON A CLEAN RUN THE CHECKPOINT FILE READS ZERO AND
019380*    NOTHING IS SKIPPED.  A CHECKPOINT IS RE-WRITTEN EVERY
019390*    WS-CHECKPOINT-INTERVAL RECORDS SO A RESTART LOSES AT MOST
019400*    ONE INTERVAL'S WORTH OF REPROCESSING.
019410 77  WS-CHECKPOINT-COUNT     PIC 9(09) COMP VALUE 0.
019420 77  WS-CHECKPOINT-INTERVAL  PIC 9(09) COMP VALUE 100.
019430 77  WS-CHECKPOINT-QUOT      PIC 9(09) COMP VALUE 0.
019440 77  WS-CHECKPOINT-REM       PIC 9(09) COMP VALUE 0.
019450*    HOW MANY MERGED KEY GROUPS A PRIOR, INTERRUPTED RUN HAD
019460*    ALREADY FLUSHED, LOADED FROM CHK-FLUSH-COUNT.  2500-FLUSH-
019470*    DEDUPED-RECORDS RE-SORTS THE KEPT WORK FILE AND RESUMES
019480*    JUST PAST THIS GROUP INSTEAD OF RE-WRITING GROUPS ALREADY
019490*    ON OUTPUT-FILE/MASTER-FILE.
019500 77  WS-CHECKPOINT-FLUSH-COUNT PIC 9(09) COMP VALUE 0.
019510 77  WS-CHECKPOINT-WORK-COUNT PIC 9(09) COMP VALUE 0.
019520*    NAME OF THE EXTRACT CURRENTLY OPEN ON INPUT-FILE, CARRIED
019530*    INTO OUT-SOURCE-FILE AND INTO THE CHECKPOINT RECORD.
019540 77  WS-CURRENT-SOURCE-FILE  PIC X(30).
019550*    RECORD COUNT WITHIN THE CURRENT EXTRACT ONLY, USED TO
019560*    CHECKPOINT AND, ON RESTART, TO SKIP FORWARD WITHIN THE ONE
019570*    EXTRACT THAT WAS OPEN WHEN THE PRIOR RUN STOPPED.
019580 77  WS-FILE-READ-COUNT      PIC 9(09) COMP VALUE 0.
019590 77  WS-FILE-SKIP-TARGET     PIC 9(09) COMP VALUE 0.
019600*    EXTRACT NAME AND WITHIN-FILE COUNT READ BACK FROM THE
019610*    CHECKPOINT FILE ON A RESTART.
019620 77  WS-CHECKPOINT-SOURCE    PIC X(30).
019630 77  WS-CHECKPOINT-FILE-COUNT PIC 9(09) COMP VALUE 0.
019640*    PHONE NORMALIZATION WORK AREA.  WS-PHONE-DIGITS HOLDS AT
019650*    MOST THE FIRST 10 DIGITS FOUND IN PHONE; WS-PHONE-DIGIT-
019660*    COUNT IS THE TOTAL DIGIT COUNT SEEN (INCLUDING ANY BEYOND
019670*    10), SO A COUNT OTHER THAN 10 MEANS PHONE IS NOT A VALID
019680*    10-DIGIT US NUMBER.
019690 01  WS-PHONE-WORK.
019700     05  WS-PHONE-DIGITS         PIC X(10).
019710     05  WS-PHONE-DIGIT-COUNT    PIC 9(02) COMP VALUE 0.
019720     05  WS-PHONE-CHAR-IDX       PIC 9(02) COMP VALUE 0.
019730*    EMAIL VALIDATION WORK AREA.  WS-EMAIL-LEN IS THE POSITION OF
019740*    THE LAST NON-BLANK CHARACTER IN EMAIL; WS-EMAIL-AT-POS IS
019750*    WHERE THE (SINGLE, REQUIRED) "@" WAS FOUND, USED BOTH TO
019760*    VALIDATE THE ADDRESS AND TO CARVE OUT-EMAIL-DOMAIN OFF THE
019770*    END OF IT.
019780 01  WS-EMAIL-WORK.
019790     05  WS-EMAIL-LEN            PIC 9(02) COMP VALUE 0.
019800     05  WS-EMAIL-CHAR-IDX       PIC 9(02) COMP VALUE 0.
019810     05  WS-EMAIL-AT-COUNT       PIC 9(02) COMP VALUE 0.
019820     05  WS-EMAIL-AT-POS         PIC 9(02) COMP VALUE 0.
019830    05  WS-EMAIL-DOMAIN-LEN     PIC 9(02) COMP VALUE 0.
019840     05  WS-EMAIL-SPACE-SW       PIC X VALUE 'N'.
019850         88  WS-EMAIL-HAS-SPACE      VALUE 'Y'.
019860     05  WS-EMAIL-DOT-SW         PIC X VALUE 'N'.
019870         88  WS-EMAIL-HAS-DOT        VALUE 'Y'.
019880*
019890 PROCEDURE DIVISION.
019900*
019910 0000-MAINLINE.
019920     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019930     IF RUN-REFUSED
019940         STOP RUN
019950     END-IF
019960     PERFORM 1500-RECYCLE-SUSPENSE THRU 1500-EXIT
019970     PERFORM 2000-PROCESS-ALL-EXTRACTS THRU 2000-EXIT
019980     PERFORM 2500-FLUSH-DEDUPED-RECORDS THRU 2500-EXIT
019990     PERFORM 2600-BUILD-HOUSEHOLD-EXTRACT THRU 2600-EXIT
020000     PERFORM 8000-TERMINATE THRU 8000-EXIT
020010     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
020020     STOP RUN.
020030*
020040*****************************************************************
020050*    1000-INITIALIZE - OPEN FILES AND CLEAR THE CATEGORY TABLE  *
020060*****************************************************************
020070 1000-INITIALIZE.
020080     PERFORM 1010-CHECK-RUN-MODE THRU 1010-EXIT
020090     IF RUN-REFUSED
020100         GO TO 1000-EXIT
020110     END-IF
020120     PERFORM 1015-NAME-PER-RUN-FEEDS THRU 1015-EXIT
020130     INITIALIZE CAT-VALUE-TAB
020140     MOVE SPACES TO CAT-FILE-NAME-1 CAT-FILE-NAME-2
020150     MOVE SPACES TO CAT-FILE-NAME-3 CAT-FILE-NAME-4
020160     MOVE SPACES TO CAT-FILE-NAME-5 CAT-FILE-NAME-6
020170     MOVE SPACES TO CAT-FILE-NAME-7 CAT-FILE-NAME-8
020180     OPEN INPUT EXTRACT-LIST-FILE
020190     PERFORM 1050-OPEN-MASTER-FILE THRU 1050-EXIT
020200     PERFORM 1060-READ-CHECKPOINT THRU 1060-EXIT
020210     PERFORM 1076-OPEN-PENDING-CHANGES THRU 1076-EXIT
020220     PERFORM 1078-OPEN-MASTER-SOURCE THRU 1078-EXIT
020230     PERFORM 1055-CLAIM-DELTA-GENERATION THRU 1055-EXIT
020240     PERFORM 1057-OPEN-REJECT-AND-DUP-FILES THRU 1057-EXIT
020250     PERFORM 1065-INIT-SKIP-MODE THRU 1065-EXIT
020260     PERFORM 1090-LOAD-ZIP-REFERENCE THRU 1090-EXIT
020270     PERFORM 1080-LOAD-EXTRACT-CONTROL THRU 1080-EXIT
020280     PERFORM 1095-LOAD-CATEGORY-REFERENCE THRU 1095-EXIT
020290     PERFORM 1062-LOAD-ADDRESS-ABBREVS THRU 1062-EXIT
020300     PERFORM 1093-LOAD-SOURCE-PRECEDENCE THRU 1093-EXIT
020310     PERFORM 1085-LOAD-SUPPRESS-LIST THRU 1085-EXIT
020320     PERFORM 1082-LOAD-BAD-CONTACT-LIST THRU 1082-EXIT
020330     PERFORM 1087-LOAD-REGION-ROSTER THRU 1087-EXIT
020340     PERFORM 1088-OPEN-SUPPRESSION-REPORT THRU 1088-EXIT
020350     PERFORM 1097-LOAD-CHANGE-LIMITS THRU 1097-EXIT
020360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020370*    THE RUN LOG IS KEPT OPERATIONS EVIDENCE, SO IT IS ALWAYS
020380*    EXTENDED; "FILE NOT FOUND" ON THE EXTEND MEANS CREATE IT,
020390*    THE SAME WAY THE HISTORY FILE IS HANDLED BELOW.
020400     OPEN EXTEND RUN-LOG-FILE
020410     IF WS-RUN-LOG-NOT-FOUND
020420         OPEN OUTPUT RUN-LOG-FILE
020430     END-IF
020440     MOVE "," TO RLG-SEP-1
020450     MOVE "," TO RLG-SEP-2
020460     MOVE "," TO RLG-SEP-3
020470     MOVE "," TO RLG-SEP-4
020480     MOVE "," TO RLG-SEP-5
020490     MOVE "," TO RLG-SEP-6
020500     ACCEPT WS-TIME-RAW FROM TIME
020510     MOVE WS-TIME-RAW (1:6) TO WS-JOB-START-TIME
020520*    CLAIM THE NIGHT: THE MAINTENANCE PROGRAMS REFUSE TO TOUCH
020530*    THE MASTER WHILE THE TOKEN IS ACTIVE.  A RESTART RECLAIMS
020540*    IT WITH ITS OWN START TIME.
020550     MOVE "ACTIVE" TO WS-TOKEN-STATE
020560     PERFORM 7820-WRITE-RUN-TOKEN THRU 7820-EXIT
020570*    THE HISTORY FILE IS A KEPT ARCHIVE, SO IT IS EXTENDED ON
020580*    EVERY RUN, CLEAN OR RESTARTED, NEVER TRUNCATED.  ON THE
020590*    VERY FIRST RUN IT DOES NOT EXIST YET, SO "FILE NOT FOUND"
020600*    MEANS CREATE IT, THE SAME WAY 1050-OPEN-MASTER-FILE DOES.
020610     OPEN EXTEND MASTER-HISTORY-FILE
020620     IF WS-HISTORY-NOT-FOUND
020630         OPEN OUTPUT MASTER-HISTORY-FILE
020640     END-IF
020650     MOVE "," TO OUT-SEP-1
020660     MOVE "," TO OUT-SEP-2
020670     MOVE "," TO OUT-SEP-3
020680     MOVE "," TO OUT-SEP-4
020690     MOVE "," TO OUT-SEP-5
020700     MOVE "," TO OUT-SEP-6
020710     MOVE "," TO OUT-SEP-7
020720     MOVE "," TO REJ-SEP-1
020730     MOVE "," TO REJ-SEP-2
020740     MOVE "," TO REJ-SEP-3
020750     MOVE "," TO REJ-SEP-4
020760     MOVE "," TO REJ-SEP-5
020770     MOVE "," TO REJ-SEP-6
020780     MOVE "," TO REJ-SEP-7
020790     MOVE "," TO REJ-SEP-8
020800     MOVE "," TO REJ-SEP-9
020810     MOVE "," TO CHG-SEP-0
020820     MOVE "," TO CHG-SEP-1
020830     MOVE "," TO CHG-SEP-2
020840     MOVE "," TO CHG-SEP-3
020850     MOVE "," TO CHG-SEP-4
020860     MOVE "," TO CHG-SEP-5
020870     MOVE "," TO DLT-SEP-1
020880     MOVE "," TO DLT-SEP-2
020890     MOVE "," TO DLT-SEP-3
020900     MOVE "," TO DLT-SEP-4
020910     MOVE "," TO HIST-SEP-1
020920     MOVE "," TO HIST-SEP-2
020930     MOVE "," TO HIST-SEP-3
020940     MOVE "," TO HIST-SEP-4
020950     MOVE "," TO HIST-SEP-5
020960     MOVE "," TO DUP-SEP-1
020970     MOVE "," TO DUP-SEP-2
020980     MOVE "," TO PBL-SEP-1
020990     MOVE "," TO PBL-SEP-2
021000     MOVE "," TO PBL-SEP-3
021010     MOVE "," TO PBL-SEP-4
021020     MOVE "," TO PBL-SEP-5
021030     MOVE "," TO PBL-SEP-6
021040     MOVE "," TO PBL-SEP-7
021050     MOVE "," TO PBL-SEP-8
021060     MOVE "," TO ARV-SEP-1
021070     MOVE "," TO ARV-SEP-2
021080     MOVE "," TO ARV-SEP-3
021090     MOVE "," TO ARV-SEP-4
021100     MOVE "," TO ARV-SEP-5.
021110 1000-EXIT.
021120     EXIT.
021130*
021140*****************************************************************
021150*    1010-CHECK-RUN-MODE - READ THE NIGHT'S MODE, AND REFUSE TO  *
021160*    START AT ALL -- BEFORE THE TOKEN IS CLAIMED OR ANY FILE IS  *
021170*    OPENED -- WHILE LAST NIGHT'S CHANGES ARE STILL HELD OVER    *
021180*    THE CHANGE LIMITS: TONIGHT'S COMPARISONS WOULD BE MADE      *
021190*    AGAINST A MASTER THOSE CHANGES NEVER REACHED.  A PROOF RUN  *
021200*    IS ALSO REFUSED WHILE AN INTERRUPTED RUN IS WAITING TO BE   *
021210*    RESTARTED; THE RESTART MUST FINISH FIRST, IN NORMAL MODE.   *
021220*****************************************************************
021230 1010-CHECK-RUN-MODE.
021240     MOVE 'N' TO WS-PROOF-SW
021250     MOVE 'N' TO WS-REFUSED-SW
021260     OPEN INPUT RUN-MODE-FILE
021270     IF NOT WS-RUN-MODE-NOT-FOUND
021280         READ RUN-MODE-FILE
021290             AT END
021300                 CONTINUE
021310             NOT AT END
021320                 IF RMD-PROOF
021330                     SET PROOF-RUN TO TRUE
021340                 END-IF
021350         END-READ
021360         CLOSE RUN-MODE-FILE
021370     END-IF
021380     OPEN INPUT MASTER-HELD-FILE
021390     IF NOT WS-HELD-NOT-FOUND
021400         READ MASTER-HELD-FILE
021410             AT END
021420                 CONTINUE
021430             NOT AT END
021440                 SET RUN-REFUSED TO TRUE
021450         END-READ
021460         CLOSE MASTER-HELD-FILE
021470     END-IF
021480     IF RUN-REFUSED
021490         DISPLAY "MERGE-CSV: RUN REFUSED - THE LAST RUN'S MASTER"
021500                 " CHANGES ARE HELD IN MASTER-HELD.DAT"
021510         DISPLAY "  RELEASE OR DISCARD THEM WITH MERGE-RELEASE"
021520                 " BEFORE THE NEXT RUN"
021530         GO TO 1010-EXIT
021540     END-IF
021550     IF PROOF-RUN
021560         OPEN INPUT CHECKPOINT-FILE
021570         IF NOT WS-CHECKPOINT-NOT-FOUND
021580             READ CHECKPOINT-FILE
021590                 AT END
021600                     CONTINUE
021610                 NOT AT END
021620                     IF CHK-TOTAL-COUNT > 0
021630                         SET RUN-REFUSED TO TRUE
021640                     END-IF
021650             END-READ
021660             CLOSE CHECKPOINT-FILE
021670         END-IF
021680         IF RUN-REFUSED
021690             DISPLAY "MERGE-CSV: PROOF RUN REFUSED - A CHECKPOINT"
021700                     " SHOWS AN INTERRUPTED RUN"
021710             DISPLAY "  RESTART IT IN NORMAL MODE FIRST"
021720         END-IF
021730     END-IF.
021740 1010-EXIT.
021750     EXIT.
021760*
021770*    A PROOF RUN WRITES ITS PER-RUN FEEDS UNDER "proof-" NAMES.
021780*    THE MORNING JOBS (PRESORT, DQ-SCORE) READ THE LIVE NAMES, SO
021790*    A PROOF -- ABANDONED OR NOT -- NEVER STANDS IN FOR A NIGHT.
021800 1015-NAME-PER-RUN-FEEDS.
021810     IF NOT PROOF-RUN
021820         GO TO 1015-EXIT
021830     END-IF
021840     MOVE "proof-"                     TO WS-FEED-PREFIX
021850     MOVE "proof-output.csv"           TO WS-OUTPUT-FILE-NAME
021860     MOVE "proof-other-category.csv"   TO WS-OTHER-FILE-NAME
021870     MOVE "proof-reject.csv"           TO WS-REJECT-FILE-NAME
021880     MOVE "proof-duplicates.csv"       TO WS-DUP-LOG-FILE-NAME
021890     MOVE "proof-household.csv"        TO WS-HOUSEHOLD-FILE-NAME
021900     MOVE "proof-precedence-blocked.csv" TO WS-BLOCKED-FILE-NAME
021910     MOVE "proof-address-review.csv"   TO WS-ADDR-REVIEW-NAME
021920     MOVE "proof-category-review.csv"  TO WS-CAT-REVIEW-NAME
021930     DISPLAY "MERGE-CSV: PROOF RUN - OUTPUT, CATEGORY, HOUSEHOLD,"
021940             " REJECT, DUPLICATE AND REVIEW FILES ARE WRITTEN AS"
021950             " PROOF- COPIES".
021960 1015-EXIT.
021970     EXIT.
021980*
021990*    OPEN MASTER-FILE FOR UPDATE.  ON THE VERY FIRST RUN IT WILL
022000*    NOT EXIST YET, SO A "FILE NOT FOUND" STATUS ON THE I-O OPEN
022010*    IS TREATED AS "CREATE IT" RATHER THAN AS AN ERROR.
022020 1050-OPEN-MASTER-FILE.
022030     OPEN I-O MASTER-FILE
022040     IF WS-MASTER-NOT-FOUND
022050         OPEN OUTPUT MASTER-FILE
022060         CLOSE MASTER-FILE
022070         OPEN I-O MASTER-FILE
022080     END-IF.
022090 1050-EXIT.
022100     EXIT.
022110*
022120*****************************************************************
022130*    1055-CLAIM-DELTA-GENERATION - THE GENERATION IS CLAIMED    *
022140*    BEFORE ANY DELTA LINE IS WRITTEN.  A CLEAN RUN STEPS THE   *
022150*    KEPT COUNTER AND WRITES IT STRAIGHT BACK; A RESTART KEEPS  *
022160*    THE GENERATION THE ORIGINAL RUN CLAIMED AND COUNTS THE     *
022170*    LINES IT ALREADY WROTE SO THE RESUMED SEGMENT SEQUENCES    *
022180*    ON FROM THEM INSTEAD OF REISSUING SEQUENCE NUMBERS.        *
022190*****************************************************************
022200 1055-CLAIM-DELTA-GENERATION.
022210     MOVE ZERO TO WS-DELTA-GENERATION
022220*    A PROOF RUN WRITES NO DELTA LINES, SO IT CLAIMS NOTHING.
022230     IF PROOF-RUN
022240         MOVE ZERO TO WS-DELTA-SEQ
022250         GO TO 1055-EXIT
022260     END-IF
022270     OPEN INPUT DELTA-CONTROL-FILE
022280     IF NOT WS-DELTA-CTL-NOT-FOUND
022290         READ DELTA-CONTROL-FILE
022300             AT END
022310                 CONTINUE
022320             NOT AT END
022330                 MOVE DCT-GENERATION TO WS-DELTA-GENERATION
022340         END-READ
022350         CLOSE DELTA-CONTROL-FILE
022360     END-IF
022370     IF NOT RUN-RESTARTED
022380         ADD 1 TO WS-DELTA-GENERATION
022390         OPEN OUTPUT DELTA-CONTROL-FILE
022400         MOVE WS-DELTA-GENERATION TO DCT-GENERATION
022410         WRITE DELTA-CONTROL-RECORD
022420         CLOSE DELTA-CONTROL-FILE
022430         MOVE ZERO TO WS-DELTA-SEQ
022440     ELSE
022450         PERFORM 1056-SEED-DELTA-SEQUENCE THRU 1056-EXIT
022460     END-IF.
022470 1055-EXIT.
022480     EXIT.
022490*
022500*    COUNT THE LINES ALREADY ON THE FEED FOR TONIGHT'S
022510*    GENERATION; A LINE FROM BEFORE THE FEED CARRIED DATES AND
022520*    GENERATIONS FAILS THE CLASS TESTS AND IS SIMPLY PASSED BY.
022530 1056-SEED-DELTA-SEQUENCE.
022540     MOVE ZERO TO WS-DELTA-SEQ
022550     MOVE 'N' TO WS-DELTA-EOF-SW
022560     OPEN INPUT DELTA-FILE
022570     IF WS-DELTA-NOT-FOUND
022580         GO TO 1056-EXIT
022590     END-IF
022600     PERFORM 1058-COUNT-ONE-DELTA-LINE THRU 1058-EXIT
022610         UNTIL DELTA-EOF
022620     CLOSE DELTA-FILE.
022630 1056-EXIT.
022640     EXIT.
022650*
022660 1058-COUNT-ONE-DELTA-LINE.
022670     READ DELTA-FILE
022680         AT END
022690             SET DELTA-EOF TO TRUE
022700         NOT AT END
022710             IF DLT-RUN-DATE NUMERIC
022720                AND DLT-GENERATION NUMERIC
022730                AND DLT-GENERATION = WS-DELTA-GENERATION
022740                 ADD 1 TO WS-DELTA-SEQ
022750             END-IF
022760     END-READ.
022770 1058-EXIT.
022780     EXIT.
022790*
022800*****************************************************************
022810*    1060-READ-CHECKPOINT - LOOK FOR A CHECKPOINT LEFT BY A      *
022820*    PRIOR RUN THAT DID NOT REACH 8000-TERMINATE.  NO CHECKPOINT *
022830*    FILE, OR A TOTAL COUNT OF ZERO, MEANS START FROM THE FIRST  *
022840*    RECORD OF THE FIRST EXTRACT IN EXTRACT-LIST-FILE.           *
022850*****************************************************************
022860 1060-READ-CHECKPOINT.
022870     MOVE ZERO TO WS-CHECKPOINT-COUNT
022880     MOVE ZERO TO WS-CHECKPOINT-FILE-COUNT
022890     MOVE SPACES TO WS-CHECKPOINT-SOURCE
022900     MOVE ZERO TO WS-CHECKPOINT-FLUSH-COUNT
022910     OPEN INPUT CHECKPOINT-FILE
022920     IF NOT WS-CHECKPOINT-NOT-FOUND
022930         READ CHECKPOINT-FILE
022940             AT END
022950                 MOVE ZERO TO WS-CHECKPOINT-COUNT
022960             NOT AT END
022970                 MOVE CHK-SOURCE-FILE TO WS-CHECKPOINT-SOURCE
022980                 MOVE CHK-FILE-COUNT TO WS-CHECKPOINT-FILE-COUNT
022990                 MOVE CHK-TOTAL-COUNT TO WS-CHECKPOINT-COUNT
023000                 MOVE CHK-FLUSH-COUNT TO WS-CHECKPOINT-FLUSH-COUNT
023010                 MOVE CHK-WORK-COUNT TO WS-CHECKPOINT-WORK-COUNT
023020         END-READ
023030         CLOSE CHECKPOINT-FILE
023040     END-IF
023050     IF WS-CHECKPOINT-COUNT > 0
023060         SET RUN-RESTARTED TO TRUE
023070     END-IF
023080     PERFORM 1070-OPEN-DEDUP-WORK THRU 1070-EXIT.
023090 1060-EXIT.
023100     EXIT.
023110*
023120*****************************************************************
023130*    1070-OPEN-DEDUP-WORK - OPEN THE DEDUPE WORK FILE FOR THIS  *
023140*    RUN'S RELEASES.  A CLEAN RUN STARTS IT FRESH.  A RESTART   *
023150*    FIRST TRIMS THE FILE BACK TO THE COUNT THE CHECKPOINT      *
023160*    RECORDED -- THE RECORDS PAST IT WERE RELEASED AFTER THE    *
023170*    CHECKPOINT WAS TAKEN, SO THE RESUMED SEGMENT WILL RE-READ  *
023180*    AND RE-RELEASE THEM; LEAVING THEM IN WOULD LOG EACH ONE    *
023190*    AS A SPURIOUS DUPLICATE -- THEN KEEPS APPENDING, WITH NEW  *
023200*    ARRIVAL SEQUENCES FOLLOWING ON FROM THE KEPT TAIL.         *
023210*****************************************************************
023220 1070-OPEN-DEDUP-WORK.
023230     MOVE ZERO TO WS-WORK-SEQ
023240     MOVE ZERO TO WS-HH-SEQ
023250     IF RUN-RESTARTED
023260         PERFORM 1072-TRIM-DEDUP-WORK THRU 1072-EXIT
023270         OPEN EXTEND DEDUP-WORK-FILE
023280         IF WS-WORK-NOT-FOUND
023290             OPEN OUTPUT DEDUP-WORK-FILE
023300         END-IF
023310*        THE HOUSEHOLD RELEASES ALREADY ON FILE KEEP THEIR
023320*        FLUSH-ORDER SEQUENCES; COUNT THEM SO THE RESUMED
023330*        FLUSH SEQUENCES AFTER THEM.
023340         MOVE 'N' TO WS-HH-SORTED-EOF-SW
023350         OPEN INPUT HOUSEHOLD-WORK-FILE
023360         IF NOT WS-HH-WORK-NOT-FOUND
023370             PERFORM 1075-COUNT-ONE-HH-RECORD THRU 1075-EXIT
023380                 UNTIL HH-SORTED-EOF
023390             CLOSE HOUSEHOLD-WORK-FILE
023400         END-IF
023410         OPEN EXTEND HOUSEHOLD-WORK-FILE
023420         IF WS-HH-WORK-NOT-FOUND
023430             OPEN OUTPUT HOUSEHOLD-WORK-FILE
023440         END-IF
023450     ELSE
023460         OPEN OUTPUT DEDUP-WORK-FILE
023470         OPEN OUTPUT HOUSEHOLD-WORK-FILE
023480     END-IF.
023490 1070-EXIT.
023500     EXIT.
023510*
023520 1075-COUNT-ONE-HH-RECORD.
023530     READ HOUSEHOLD-WORK-FILE
023540         AT END
023550             SET HH-SORTED-EOF TO TRUE
023560         NOT AT END
023570             ADD 1 TO WS-HH-SEQ
023580     END-READ.
023590 1075-EXIT.
023600     EXIT.
023610*
023620*****************************************************************
023630*    1076-OPEN-PENDING-CHANGES - OPEN THE STAGED-CHANGE FILE.   *
023640*    A CLEAN RUN STARTS IT FRESH.  A RESTART KEEPS THE LINES    *
023650*    THE INTERRUPTED RUN STAGED -- THEIR GROUPS WILL NOT BE     *
023660*    FLUSHED AGAIN -- AND SEQUENCES ON FROM THEM; A LINE THE    *
023670*    RESUMED SEGMENT STAGES A SECOND TIME SETTLES AS A NO-OP.   *
023680*****************************************************************
023690 1076-OPEN-PENDING-CHANGES.
023700     MOVE ZERO TO WS-PENDING-SEQ
023710     IF RUN-RESTARTED
023720         MOVE 'N' TO WS-PENDING-EOF-SW
023730         OPEN INPUT MASTER-PENDING-FILE
023740         IF NOT WS-PENDING-NOT-FOUND
023750             PERFORM 1077-COUNT-ONE-PENDING THRU 1077-EXIT
023760                 UNTIL PENDING-EOF
023770             CLOSE MASTER-PENDING-FILE
023780         END-IF
023790         OPEN EXTEND MASTER-PENDING-FILE
023800         IF WS-PENDING-NOT-FOUND
023810             OPEN OUTPUT MASTER-PENDING-FILE
023820         END-IF
023830     ELSE
023840         OPEN OUTPUT MASTER-PENDING-FILE
023850     END-IF.
023860 1076-EXIT.
023870     EXIT.
023880*
023890 1077-COUNT-ONE-PENDING.
023900     READ MASTER-PENDING-FILE
023910         AT END
023920             SET PENDING-EOF TO TRUE
023930         NOT AT END
023940             ADD 1 TO WS-PENDING-SEQ
023950     END-READ.
023960 1077-EXIT.
023970     EXIT.
023980*
023990*    THE REGION REGISTER IS KEPT AND UPDATED IN PLACE.  ON THE
024000*    VERY FIRST RUN IT DOES NOT EXIST YET, SO "FILE NOT FOUND"
024010*    MEANS CREATE IT, THE SAME WAY 1050-OPEN-MASTER-FILE DOES.
024020 1078-OPEN-MASTER-SOURCE.
024030     OPEN I-O MASTER-SOURCE-FILE
024040     IF WS-SOURCE-NOT-FOUND
024050         OPEN OUTPUT MASTER-SOURCE-FILE
024060         CLOSE MASTER-SOURCE-FILE
024070         OPEN I-O MASTER-SOURCE-FILE
024080     END-IF.
024090 1078-EXIT.
024100     EXIT.
024110*
024120*    COPY THE FIRST WS-CHECKPOINT-WORK-COUNT RECORDS OUT TO THE
024130*    SORTED FILE (FREE AS SCRATCH HERE -- THE SORT REBUILDS IT
024140*    FROM NOTHING LATER) AND BACK, DROPPING THE UNCHECKPOINTED
024150*    TAIL.  WS-WORK-SEQ IS LEFT AT THE KEPT COUNT SO APPENDED
024160*    RECORDS SEQUENCE AFTER THE SURVIVORS.
024170 1072-TRIM-DEDUP-WORK.
024180     MOVE 'N' TO WS-WORK-EOF-SW
024190     OPEN INPUT DEDUP-WORK-FILE
024200     IF NOT WS-WORK-NOT-FOUND
024210         OPEN OUTPUT DEDUP-SORTED-FILE
024220         PERFORM 1073-COPY-ONE-WORK-RECORD THRU 1073-EXIT
024230             UNTIL WORK-EOF
024240                OR WS-WORK-SEQ >= WS-CHECKPOINT-WORK-COUNT
024250         CLOSE DEDUP-WORK-FILE
024260         CLOSE DEDUP-SORTED-FILE
024270         MOVE 'N' TO WS-SORTED-EOF-SW
024280         OPEN INPUT DEDUP-SORTED-FILE
024290         OPEN OUTPUT DEDUP-WORK-FILE
024300         PERFORM 1074-COPY-ONE-RECORD-BACK THRU 1074-EXIT
024310             UNTIL SORTED-EOF
024320         CLOSE DEDUP-SORTED-FILE
024330         CLOSE DEDUP-WORK-FILE
024340     END-IF.
024350 1072-EXIT.
024360     EXIT.
024370*
024380 1073-COPY-ONE-WORK-RECORD.
024390     READ DEDUP-WORK-FILE
024400         AT END
024410             SET WORK-EOF TO TRUE
024420         NOT AT END
024430             ADD 1 TO WS-WORK-SEQ
024440             WRITE DEDUP-SORTED-RECORD FROM DEDUP-WORK-RECORD
024450     END-READ.
024460 1073-EXIT.
024470     EXIT.
024480*
024490 1074-COPY-ONE-RECORD-BACK.
024500     READ DEDUP-SORTED-FILE
024510         AT END
024520             SET SORTED-EOF TO TRUE
024530         NOT AT END
024540             WRITE DEDUP-WORK-RECORD FROM DEDUP-SORTED-RECORD
024550     END-READ.
024560 1074-EXIT.
024570     EXIT.
024580*
024590*****************************************************************
024600*    1057-OPEN-REJECT-AND-DUP-FILES - OPEN OUTPUT-FILE,          *
024610*    CHANGE-LOG-FILE, DELTA-FILE, REJECT-FILE, DUPLICATE-        *
024620*    LOG-FILE, PRECEDENCE-BLOCKED-FILE, AND ADDRESS-REVIEW-      *
024630*    FILE.  THIS RUNS AFTER 1060-READ-CHECKPOINT SO RUN-         *
024640*    RESTARTED IS ALREADY KNOWN.                                 *
024650*    CHANGELOG.CSV AND DELTA.CSV ARE KEPT FILES -- APPENDED,     *
024660*    NEVER TRUNCATED -- SO BOTH ARE EXTENDED ON EVERY RUN,       *
024670*    CLEAN OR RESTARTED, WITH THE SAME CREATE-ON-MISSING         *
024680*    FALLBACK THE HISTORY FILE GETS: THE RETENTION SWEEP AGES    *
024690*    THEM BY DATE, DELTA-REPLAY RE-EMITS MISSED GENERATIONS      *
024700*    FROM THEM, AND SUBSCRIBERS FILTER THE ACCUMULATED FEED BY   *
024710*    THE GENERATION STAMP ON EVERY LINE.                         *
024720*    THE PER-RUN EXTRACTS (OUTPUT, REJECT, DUPLICATES,           *
024730*    PRECEDENCE-BLOCKED, AND ADDRESS-REVIEW) ARE TRUNCATED ON A  *
024740*    CLEAN RUN AS USUAL AND EXTENDED ON A RESTART.  EXTEND DOES  *
024750*    NOT DUPLICATE ROWS ALREADY WRITTEN BY A PRIOR RUN'S 2500-   *
024760*    FLUSH-DEDUPED-RECORDS, BECAUSE THAT PASS IS ITSELF          *
024770*    CHECKPOINTED (3720-WRITE-FLUSH-CHECKPOINT) AND RESUMES PAST *
024780*    WHATEVER IT ALREADY WROTE RATHER THAN STARTING OVER.        *
024790*    CATEGORY-FILE-N GETS THE SAME TREATMENT IN 3412-OPEN-NEW-   *
024800*    CATEGORY-SLOT.                                              *
024810*    ON A PROOF RUN THESE ARE THE PROOF- COPIES 1015 NAMED.      *
024820*****************************************************************
024830 1057-OPEN-REJECT-AND-DUP-FILES.
024840     OPEN EXTEND CHANGE-LOG-FILE
024850     IF WS-CHANGELOG-NOT-FOUND
024860         OPEN OUTPUT CHANGE-LOG-FILE
024870     END-IF
024880     OPEN EXTEND DELTA-FILE
024890     IF WS-DELTA-NOT-FOUND
024900         OPEN OUTPUT DELTA-FILE
024910     END-IF
024920     IF RUN-RESTARTED
024930         OPEN EXTEND OUTPUT-FILE
024940         OPEN EXTEND REJECT-FILE
024950         OPEN EXTEND DUPLICATE-LOG-FILE
024960         OPEN EXTEND PRECEDENCE-BLOCKED-FILE
024970         OPEN EXTEND ADDRESS-REVIEW-FILE
024980     ELSE
024990         OPEN OUTPUT OUTPUT-FILE
025000         OPEN OUTPUT REJECT-FILE
025010         OPEN OUTPUT DUPLICATE-LOG-FILE
025020         OPEN OUTPUT PRECEDENCE-BLOCKED-FILE
025030         OPEN OUTPUT ADDRESS-REVIEW-FILE
025040     END-IF.
025050 1057-EXIT.
025060     EXIT.
025070*
025080*****************************************************************
025090*    1090-LOAD-ZIP-REFERENCE - LOAD THE VENDOR'S ZIP+4 EXTRACT   *
025100*    INTO WS-ZIP-REF-TAB SO 3200-BUILD-OUTPUT-RECORD CAN LOOK UP *
025110*    EACH RECORD'S ZIP+4 SUFFIX WITHOUT REOPENING THE FILE.  A   *
025120*    MISSING REFERENCE EXTRACT IS NOT AN ERROR -- IT JUST LEAVES *
025130*    THE TABLE EMPTY AND EVERY ADDRESS UNVALIDATED.              *
025140*****************************************************************
025150 1090-LOAD-ZIP-REFERENCE.
025160     MOVE ZERO TO WS-ZIP-REF-COUNT
025170     MOVE 'N' TO WS-ZIP-REF-EOF-SW
025180     OPEN INPUT ZIP-REFERENCE-FILE
025190     IF NOT WS-ZIP-REF-NOT-FOUND
025200         PERFORM 1091-READ-ONE-ZIP-REF-RECORD THRU 1091-EXIT
025210             UNTIL ZIP-REF-EOF
025220         CLOSE ZIP-REFERENCE-FILE
025230     END-IF.
025240 1090-EXIT.
025250     EXIT.
025260*
025270 1091-READ-ONE-ZIP-REF-RECORD.
025280     READ ZIP-REFERENCE-FILE
025290         AT END
025300             SET ZIP-REF-EOF TO TRUE
025310         NOT AT END
025320             IF WS-ZIP-REF-COUNT < WS-MAX-ZIP-REF
025330                 ADD 1 TO WS-ZIP-REF-COUNT
025340                 MOVE ZREF-ZIP
025350                     TO WS-ZIP-REF-ZIP (WS-ZIP-REF-COUNT)
025360                 MOVE ZREF-PLUS4
025370                     TO WS-ZIP-REF-PLUS4 (WS-ZIP-REF-COUNT)
025380             END-IF
025390     END-READ.
025400 1091-EXIT.
025410     EXIT.
025420*
025430*****************************************************************
025440*    1062-LOAD-ADDRESS-ABBREVS - LOAD THE STREET SUFFIX,         *
025450*    DIRECTIONAL, AND UNIT DESIGNATOR WORDS INTO WS-ABR-REF-TAB  *
025460*    SO 3230-STANDARDIZE-ADDRESS CAN PUT EVERY ADDRESS INTO      *
025470*    POSTAL FORM WITHOUT REOPENING THE FILE.  A MISSING          *
025480*    REFERENCE FILE IS NOT AN ERROR -- IT JUST LEAVES THE TABLE  *
025490*    EMPTY AND EVERY ADDRESS EXACTLY AS THE REGIONS SENT IT.     *
025500*****************************************************************
025510 1062-LOAD-ADDRESS-ABBREVS.
025520     MOVE ZERO TO WS-ABR-REF-COUNT
025530     MOVE ZERO TO WS-ABR-REF-LOST-COUNT
025540     MOVE 'N' TO WS-ABR-REF-EOF-SW
025550     OPEN INPUT ADDRESS-ABBREV-FILE
025560     IF NOT WS-ABR-REF-NOT-FOUND
025570         PERFORM 1063-READ-ONE-ABBREV-RECORD THRU 1063-EXIT
025580             UNTIL ABR-REF-EOF
025590         CLOSE ADDRESS-ABBREV-FILE
025600     END-IF.
025610 1062-EXIT.
025620     EXIT.
025630*
025640*    THE WORDS ARE HELD UPPER-CASE, THE WAY 3230 COMPARES THEM.
025650 1063-READ-ONE-ABBREV-RECORD.
025660     READ ADDRESS-ABBREV-FILE
025670         AT END
025680             SET ABR-REF-EOF TO TRUE
025690         NOT AT END
025700             IF WS-ABR-REF-COUNT < WS-MAX-ABR-REF
025710                 ADD 1 TO WS-ABR-REF-COUNT
025720                 INSPECT ADDRESS-ABBREV-RECORD
025730                     CONVERTING "abcdefghijklmnopqrstuvwxyz"
025740                             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
025750                 MOVE ABR-TYPE
025760                     TO WS-ABR-REF-TYPE (WS-ABR-REF-COUNT)
025770                 MOVE ABR-STANDARD
025780                     TO WS-ABR-REF-STANDARD (WS-ABR-REF-COUNT)
025790                 MOVE ABR-WORD
025800                     TO WS-ABR-REF-WORD (WS-ABR-REF-COUNT)
025810             ELSE
025820                 ADD 1 TO WS-ABR-REF-LOST-COUNT
025830             END-IF
025840     END-READ.
025850 1063-EXIT.
025860     EXIT.
025870*
025880*****************************************************************
025890*    1095-LOAD-CATEGORY-REFERENCE - LOAD THE CANONICAL-CODE /   *
025900*    ALIAS PAIRS INTO WS-CAT-REF-TAB SO 3156-NORMALIZE-CATEGORY *
025910*    CAN COLLAPSE EVERY ALIAS TO ITS CANONICAL CODE WITHOUT     *
025920*    REOPENING THE FILE.  A MISSING REFERENCE FILE IS NOT AN    *
025930*    ERROR -- IT JUST LEAVES THE TABLE EMPTY AND EVERY CATEGORY *
025940*    VALUE EXACTLY AS THE REGIONS SENT IT.                      *
025950*****************************************************************
025960 1095-LOAD-CATEGORY-REFERENCE.
025970     MOVE ZERO TO WS-CAT-REF-COUNT
025980     MOVE 'N' TO WS-CAT-REF-EOF-SW
025990     OPEN INPUT CATEGORY-REFERENCE-FILE
026000     IF NOT WS-CAT-REF-NOT-FOUND
026010         PERFORM 1096-READ-ONE-CAT-REF-RECORD THRU 1096-EXIT
026020             UNTIL CAT-REF-EOF
026030         CLOSE CATEGORY-REFERENCE-FILE
026040     END-IF.
026050 1095-EXIT.
026060     EXIT.
026070*
026080 1096-READ-ONE-CAT-REF-RECORD.
026090     READ CATEGORY-REFERENCE-FILE
026100         AT END
026110             SET CAT-REF-EOF TO TRUE
026120         NOT AT END
026130             IF WS-CAT-REF-COUNT < WS-MAX-CAT-REF
026140                 ADD 1 TO WS-CAT-REF-COUNT
026150                 MOVE CREF-CANONICAL
026160                     TO WS-CAT-REF-CANONICAL (WS-CAT-REF-COUNT)
026170                 MOVE CREF-ALIAS
026180                     TO WS-CAT-REF-ALIAS (WS-CAT-REF-COUNT)
026190             END-IF
026200     END-READ.
026210 1096-EXIT.
026220     EXIT.
026230*
026240*****************************************************************
026250*    1093-LOAD-SOURCE-PRECEDENCE - LOAD THE PER-FIELD RANK OF   *
026260*    EACH EXTRACT INTO WS-PRC-REF-TAB FOR THE DEDUPE MERGE AND  *
026270*    3602-HONOR-FIELD-PRECEDENCE.  A MISSING FILE IS NOT AN     *
026280*    ERROR -- EVERY EXTRACT THEN RANKS ALIKE, NO VALUE IS EVER  *
026290*    BLOCKED, AND THE MASTER CHECK IS SKIPPED ALTOGETHER.       *
026300*****************************************************************
026310 1093-LOAD-SOURCE-PRECEDENCE.
026320     MOVE ZERO TO WS-PRC-REF-COUNT
026330     MOVE ZERO TO WS-PRC-REF-LOST-COUNT
026340     MOVE ALL "9" TO WS-PRC-DEFAULT-RANKS
026350     MOVE 'N' TO WS-PRC-REF-EOF-SW
026360     MOVE 'N' TO WS-PRC-REF-LOADED-SW
026370     OPEN INPUT SOURCE-PRECEDENCE-FILE
026380     IF NOT WS-PRC-REF-NOT-FOUND
026390         SET PRC-REF-LOADED TO TRUE
026400         PERFORM 1094-READ-ONE-PRECEDENCE THRU 1094-EXIT
026410             UNTIL PRC-REF-EOF
026420         CLOSE SOURCE-PRECEDENCE-FILE
026430     END-IF.
026440 1093-EXIT.
026450     EXIT.
026460*
026470*    THE "*" LINE REPLACES THE DEFAULT RANKS; ANY OTHER LINE
026480*    TAKES THE NEXT TABLE SLOT.
026490 1094-READ-ONE-PRECEDENCE.
026500     READ SOURCE-PRECEDENCE-FILE
026510         AT END
026520             SET PRC-REF-EOF TO TRUE
026530     END-READ
026540     IF PRC-REF-EOF OR PRF-SOURCE = SPACES
026550         GO TO 1094-EXIT
026560     END-IF
026570     PERFORM 1099-TAKE-ONE-RANK THRU 1099-EXIT
026580         VARYING WS-PRC-FLD-IDX FROM 1 BY 1
026590             UNTIL WS-PRC-FLD-IDX > 6
026600     IF PRF-SOURCE = "*"
026610         MOVE WS-PRC-LINE-RANKS TO WS-PRC-DEFAULT-RANKS
026620         GO TO 1094-EXIT
026630     END-IF
026640     IF WS-PRC-REF-COUNT < WS-MAX-PRC-REF
026650         ADD 1 TO WS-PRC-REF-COUNT
026660         MOVE PRF-SOURCE TO WS-PRC-REF-SOURCE (WS-PRC-REF-COUNT)
026670         MOVE WS-PRC-LINE-RANKS
026680             TO WS-PRC-REF-RANKS (WS-PRC-REF-COUNT)
026690     ELSE
026700         ADD 1 TO WS-PRC-REF-LOST-COUNT
026710     END-IF.
026720 1094-EXIT.
026730     EXIT.
026740*
026750*    A RANK THAT IS NOT THREE DIGITS COUNTS AS 999 (LAST).
026760 1099-TAKE-ONE-RANK.
026770     IF PRF-RANK (WS-PRC-FLD-IDX) IS NUMERIC
026780         MOVE PRF-RANK (WS-PRC-FLD-IDX)
026790             TO WS-PRC-LINE-RANK (WS-PRC-FLD-IDX)
026800     ELSE
026810         MOVE 999 TO WS-PRC-LINE-RANK (WS-PRC-FLD-IDX)
026820     END-IF.
026830 1099-EXIT.
026840     EXIT.
026850*
026860*****************************************************************
026870*    1085-LOAD-SUPPRESS-LIST - LOAD THE DO-NOT-CONTACT ENTRIES  *
026880*    INTO THE SUPPRESS-INDEX-FILE WORK INDEX.  A MISSING LIST   *
026890*    MEANS NOTHING IS SUPPRESSED.  AN ENTRY LISTED TWICE IS     *
026900*    SIMPLY KEPT ONCE.  NOTHING IS DROPPED FOR ROOM -- A        *
026910*    DROPPED OPT-OUT IS A COMPLIANCE PROBLEM.                   *
026920*****************************************************************
026930 1085-LOAD-SUPPRESS-LIST.
026940     MOVE ZERO TO WS-SUPPRESS-COUNT
026950     MOVE 'N' TO WS-SUPPRESS-LIST-EOF-SW
026960     OPEN OUTPUT SUPPRESS-INDEX-FILE
026970     OPEN INPUT SUPPRESS-FILE
026980     IF NOT WS-SUPPRESS-NOT-FOUND
026990         PERFORM 1086-READ-ONE-SUPPRESS-ENTRY THRU 1086-EXIT
027000             UNTIL SUPPRESS-LIST-EOF
027010         CLOSE SUPPRESS-FILE
027020     END-IF
027030     CLOSE SUPPRESS-INDEX-FILE
027040     OPEN INPUT SUPPRESS-INDEX-FILE.
027050 1085-EXIT.
027060     EXIT.
027070*
027080 1086-READ-ONE-SUPPRESS-ENTRY.
027090     READ SUPPRESS-FILE
027100         AT END
027110             SET SUPPRESS-LIST-EOF TO TRUE
027120             GO TO 1086-EXIT
027130     END-READ
027140     MOVE SUP-TYPE TO SIX-TYPE
027150     IF SUP-TYPE = 'P'
027160         MOVE SPACES TO SIX-VALUE
027170         MOVE SUP-VALUE (1:10) TO SIX-VALUE (1:10)
027180     ELSE
027190         MOVE SUP-VALUE TO SIX-VALUE
027200     END-IF
027210     WRITE SUPPRESS-INDEX-RECORD
027220         INVALID KEY
027230             CONTINUE
027240         NOT INVALID KEY
027250             ADD 1 TO WS-SUPPRESS-COUNT
027260     END-WRITE.
027270 1086-EXIT.
027280     EXIT.
027290*
027300*
027310*****************************************************************
027320*    1082-LOAD-BAD-CONTACT-LIST - LOAD THE MAIL-BAD ENTRIES     *
027330*    FROM THE REGISTER BOUNCE-APPLY MAINTAINS, SO THE FLUSH     *
027340*    PASS CAN HOLD A CONTACT WHOSE MAIL ALREADY CAME BACK OUT   *
027350*    OF HOUSEHOLD.CSV.  EMAIL-BAD ENTRIES DO NOT AFFECT THE     *
027360*    MAILING EXTRACT AND ARE PASSED OVER.  A MISSING REGISTER   *
027370*    MEANS NO KNOWN BAD ADDRESSES.                              *
027380*****************************************************************
027390 1082-LOAD-BAD-CONTACT-LIST.
027400     MOVE ZERO TO WS-BAD-ADDR-COUNT
027410     MOVE 'N' TO WS-BAD-LIST-EOF-SW
027420     OPEN INPUT BAD-CONTACT-FILE
027430     IF NOT WS-BAD-CONTACT-NOT-FOUND
027440         PERFORM 1083-READ-ONE-BAD-ENTRY THRU 1083-EXIT
027450             UNTIL BAD-LIST-EOF
027460         CLOSE BAD-CONTACT-FILE
027470     END-IF.
027480 1082-EXIT.
027490     EXIT.
027500*
027510 1083-READ-ONE-BAD-ENTRY.
027520     READ BAD-CONTACT-FILE
027530         AT END
027540             SET BAD-LIST-EOF TO TRUE
027550         NOT AT END
027560             IF BAD-TYPE = 'M'
027570                 IF WS-BAD-ADDR-COUNT < WS-MAX-BAD-ADDR
027580                     ADD 1 TO WS-BAD-ADDR-COUNT
027590                     MOVE BAD-NAME
027600                         TO WS-BAD-ADDR-NAME (WS-BAD-ADDR-COUNT)
027610                     MOVE BAD-ZIP
027620                         TO WS-BAD-ADDR-ZIP (WS-BAD-ADDR-COUNT)
027630                 ELSE
027640                     ADD 1 TO WS-BAD-ADDR-LOST-COUNT
027650                 END-IF
027660             END-IF
027670     END-READ.
027680 1083-EXIT.
027690     EXIT.
027700*
027710*****************************************************************
027720*    1087-LOAD-REGION-ROSTER - LOAD THE EXPECTED-REGION ROSTER  *
027730*    FOR THE END-OF-RUN MISSING-EXTRACT CHECK.  NO ROSTER, NO   *
027740*    CHECK -- EXACTLY AS THINGS STOOD BEFORE THE ROSTER         *
027750*    EXISTED.                                                   *
027760*****************************************************************
027770 1087-LOAD-REGION-ROSTER.
027780     MOVE ZERO TO WS-ROSTER-COUNT
027790     MOVE 'N' TO WS-ROSTER-EOF-SW
027800     OPEN INPUT REGION-ROSTER-FILE
027810     IF NOT WS-ROSTER-NOT-FOUND
027820         PERFORM 1089-READ-ONE-ROSTER-ENTRY THRU 1089-EXIT
027830             UNTIL ROSTER-EOF
027840         CLOSE REGION-ROSTER-FILE
027850     END-IF.
027860 1087-EXIT.
027870     EXIT.
027880*
027890 1089-READ-ONE-ROSTER-ENTRY.
027900     READ REGION-ROSTER-FILE
027910         AT END
027920             SET ROSTER-EOF TO TRUE
027930         NOT AT END
027940             IF WS-ROSTER-COUNT < WS-MAX-ROSTER
027950                 ADD 1 TO WS-ROSTER-COUNT
027960                 MOVE RST-NAME
027970                     TO WS-RST-NAME (WS-ROSTER-COUNT)
027980                 MOVE RST-FREQUENCY
027990                     TO WS-RST-FREQUENCY (WS-ROSTER-COUNT)
028000                 MOVE RST-CONTACT
028010                     TO WS-RST-CONTACT (WS-ROSTER-COUNT)
028020             END-IF
028030     END-READ.
028040 1089-EXIT.
028050     EXIT.
028060*
028070*    THE SUPPRESSION REPORT IS KEPT EVIDENCE, SO IT IS ALWAYS
028080*    EXTENDED, NEVER TRUNCATED; "FILE NOT FOUND" ON THE EXTEND
028090*    MEANS CREATE IT, THE SAME WAY THE HISTORY FILE IS HANDLED.
028100 1088-OPEN-SUPPRESSION-REPORT.
028110     OPEN EXTEND SUPPRESSION-REPORT-FILE
028120     IF WS-SUP-REPORT-NOT-FOUND
028130         OPEN OUTPUT SUPPRESSION-REPORT-FILE
028140     END-IF
028150     MOVE "," TO SPR-SEP-1
028160     MOVE "," TO SPR-SEP-2
028170     MOVE "," TO SPR-SEP-3.
028180 1088-EXIT.
028190     EXIT.
028200*
028210*****************************************************************
028220*    1097-LOAD-CHANGE-LIMITS - LOAD THE KEPT CHANGE-VOLUME       *
028230*    LIMITS INTO WS-LIMIT-TAB.  NO FILE, NO LIMITS.  A LIMIT THE *
028240*    TABLE CANNOT HOLD IS COUNTED, AND 8440 HOLDS THE NIGHT FOR  *
028250*    IT RATHER THAN GUESS THAT IT WAS MET.                       *
028260*****************************************************************
028270 1097-LOAD-CHANGE-LIMITS.
028280     MOVE ZERO TO WS-LIMIT-COUNT
028290     MOVE 'N' TO WS-LIMIT-EOF-SW
028300     OPEN INPUT CHANGE-LIMITS-FILE
028310     IF NOT WS-LIMITS-NOT-FOUND
028320         PERFORM 1098-READ-ONE-LIMIT THRU 1098-EXIT
028330             UNTIL LIMIT-LIST-EOF
028340         CLOSE CHANGE-LIMITS-FILE
028350     END-IF.
028360 1097-EXIT.
028370     EXIT.
028380*
028390 1098-READ-ONE-LIMIT.
028400     READ CHANGE-LIMITS-FILE
028410         AT END
028420             SET LIMIT-LIST-EOF TO TRUE
028430         NOT AT END
028440             IF WS-LIMIT-COUNT < WS-MAX-LIMIT
028450                 ADD 1 TO WS-LIMIT-COUNT
028460                 MOVE LIM-REGION
028470                     TO WS-LIM-REGION (WS-LIMIT-COUNT)
028480                 MOVE LIM-ACTION
028490                     TO WS-LIM-ACTION (WS-LIMIT-COUNT)
028500                 MOVE LIM-PERCENT
028510                     TO WS-LIM-PERCENT (WS-LIMIT-COUNT)
028520                 MOVE LIM-MAX-COUNT
028530                     TO WS-LIM-MAX-COUNT (WS-LIMIT-COUNT)
028540                 IF LIM-PERCENT > ZERO
028550                     SET PERCENT-LIMITS-LOADED TO TRUE
028560                 END-IF
028570             ELSE
028580                 ADD 1 TO WS-LIMIT-LOST-COUNT
028590             END-IF
028600     END-READ.
028610 1098-EXIT.
028620     EXIT.
028630*
028640*****************************************************************
028650*    1080-LOAD-EXTRACT-CONTROL - LOAD THE ALREADY-PROCESSED      *
028660*    EXTRACT/BUSINESS-DATE REGISTER INTO WS-EXT-CTL-TAB, THEN    *
028670*    REOPEN THE FILE IN EXTEND SO 2450-REGISTER-EXTRACT CAN ADD  *
028680*    EACH EXTRACT THIS RUN COMPLETES.  MISSING FILE = FIRST RUN. *
028690*****************************************************************
028700 1080-LOAD-EXTRACT-CONTROL.
028710     MOVE ZERO TO WS-EXT-CTL-COUNT
028720     MOVE 'N' TO WS-EXT-CTL-EOF-SW
028730     OPEN INPUT EXTRACT-CONTROL-FILE
028740     IF NOT WS-EXT-CTL-NOT-FOUND
028750         PERFORM 1081-READ-ONE-EXT-CTL-RECORD THRU 1081-EXIT
028760             UNTIL EXT-CTL-EOF
028770         CLOSE EXTRACT-CONTROL-FILE
028780     END-IF
028790     OPEN EXTEND EXTRACT-CONTROL-FILE
028800     IF WS-EXT-CTL-NOT-FOUND
028810         OPEN OUTPUT EXTRACT-CONTROL-FILE
028820     END-IF
028830     MOVE "," TO EXC-SEP-1.
028840 1080-EXIT.
028850     EXIT.
028860*
028870 1081-READ-ONE-EXT-CTL-RECORD.
028880     READ EXTRACT-CONTROL-FILE
028890         AT END
028900             SET EXT-CTL-EOF TO TRUE
028910         NOT AT END
028920             IF WS-EXT-CTL-COUNT < WS-MAX-EXT-CTL
028930                 ADD 1 TO WS-EXT-CTL-COUNT
028940                 MOVE EXC-NAME
028950                     TO WS-EXT-CTL-NAME (WS-EXT-CTL-COUNT)
028960                 MOVE EXC-DATE
028970                     TO WS-EXT-CTL-DATE (WS-EXT-CTL-COUNT)
028980             END-IF
028990*            EVERY LINE, INCLUDING THE ONES PAST THE DUPLICATE-
029000*            CHECK CAP, FEEDS THE PER-NAME LATEST-DATE TABLE THE
029010*            MISSING-EXTRACT CHECK READS.
029020             MOVE EXC-NAME TO WS-LAT-WORK-NAME
029030             MOVE EXC-DATE TO WS-LAT-WORK-DATE
029040             PERFORM 1084-NOTE-LATEST-EXT-DATE THRU 1084-EXIT
029050     END-READ.
029060 1081-EXIT.
029070     EXIT.
029080*
029090*****************************************************************
029100*    1084-NOTE-LATEST-EXT-DATE - KEEP, PER EXTRACT NAME, THE    *
029110*    NEWEST BUSINESS DATE SEEN IN THE REGISTER OR REGISTERED    *
029120*    THIS RUN.  ONE SLOT PER NAME, LAST-WINS ON THE DATE, SO    *
029130*    THE ANSWER STAYS RIGHT HOWEVER LONG THE APPEND-ONLY        *
029140*    REGISTER GROWS.                                            *
029150*****************************************************************
029160 1084-NOTE-LATEST-EXT-DATE.
029170     MOVE 'N' TO WS-LATEST-FOUND-SW
029180     MOVE ZERO TO WS-LATEST-IDX
029190     PERFORM 1092-COMPARE-ONE-LATEST THRU 1092-EXIT
029200         UNTIL WS-LATEST-IDX >= WS-LATEST-COUNT
029210            OR LATEST-NAME-FOUND
029220     IF LATEST-NAME-FOUND
029230         IF WS-LAT-WORK-DATE > WS-LAT-DATE (WS-LATEST-IDX)
029240             MOVE WS-LAT-WORK-DATE
029250                 TO WS-LAT-DATE (WS-LATEST-IDX)
029260         END-IF
029270     ELSE
029280         IF WS-LATEST-COUNT < WS-MAX-LATEST
029290             ADD 1 TO WS-LATEST-COUNT
029300             MOVE WS-LAT-WORK-NAME
029310                 TO WS-LAT-NAME (WS-LATEST-COUNT)
029320             MOVE WS-LAT-WORK-DATE
029330                 TO WS-LAT-DATE (WS-LATEST-COUNT)
029340         END-IF
029350     END-IF.
029360 1084-EXIT.
029370     EXIT.
029380*
029390 1092-COMPARE-ONE-LATEST.
029400     ADD 1 TO WS-LATEST-IDX
029410     IF WS-LAT-NAME (WS-LATEST-IDX) = WS-LAT-WORK-NAME
029420         SET LATEST-NAME-FOUND TO TRUE
029430     END-IF.
029440 1092-EXIT.
029450     EXIT.
029460*
029470*****************************************************************
029480*    1065-INIT-SKIP-MODE - ON A RESTART, EXTRACTS ARE SKIPPED    *
029490*    WHOLE UNTIL WS-CHECKPOINT-SOURCE IS REACHED IN THE LIST;    *
029500*    2300-DECIDE-AND-RUN-EXTRACT TURNS THE SWITCH OFF ONCE THAT  *
029510*    EXTRACT IS FOUND.  A CLEAN RUN NEVER SKIPS ANY EXTRACT.     *
029520*    WS-READ-COUNT IS RESEEDED FROM THE CHECKPOINT HERE SO THAT  *
029530*    3700-WRITE-CHECKPOINT-IF-DUE AND 9000-PRINT-CONTROL-TOTALS  *
029540*    KEEP REPORTING A JOB-WIDE READ COUNT, NOT JUST THE COUNT OF *
029550*    RECORDS READ SINCE THIS RESTART.                            *
029560*****************************************************************
029570 1065-INIT-SKIP-MODE.
029580     IF RUN-RESTARTED
029590         MOVE WS-CHECKPOINT-COUNT TO WS-READ-COUNT
029600         SET SKIPPING-COMPLETED-FILES TO TRUE
029610     END-IF.
029620 1065-EXIT.
029630     EXIT.
029640*
029650*****************************************************************
029660*    1500-RECYCLE-SUSPENSE - RE-PRESENT EVERY ROW HELD IN        *
029670*    SUSPENSE.DAT THROUGH THE ORDINARY VALIDATION AND DEDUPE     *
029680*    PATH BEFORE ANY EXTRACT IS READ.  A ROW THAT NOW PASSES     *
029690*    JOINS THE RUN AS IF AN EXTRACT HAD SENT IT (SOURCED AS      *
029700*    "SUSPENSE"); A ROW STILL FAILING IS HELD AND WRITTEN TO     *
029710*    THE NEW GENERATION (SUSPENSE-NEW.DAT) WITH ITS RETRY COUNT *
029720*    STEPPED.  THAT FILE IS THEN LEFT OPEN FOR 3510-ADD-TO-     *
029730*    SUSPENSE TO ADD TONIGHT'S NEW REJECTS; SUSPENSE.DAT ITSELF *
029740*    IS ONLY REPLACED AT CLEAN END OF RUN BY 8195-SWAP-         *
029750*    SUSPENSE-GENERATION.  ON A RESTART THE PRIOR RUN ALREADY   *
029760*    RECYCLED, SO ONLY THE NEW GENERATION IS REOPENED IN        *
029770*    EXTEND FOR THE NEW REJECTS OF THE RESUMED SEGMENT.         *
029780*****************************************************************
029790*    THE NEW GENERATION IS OPENED (AND ITS SEPARATORS SET)
029800*    BEFORE THE RECYCLE LOOP RUNS, SO 1525-RESUSPEND-FAILING-ROW
029810*    CAN WRITE EACH STILL-FAILING ROW STRAIGHT BACK OUT AS IT
029820*    GOES BY -- NO HOLD TABLE, NO CAP, NO ROW EVER DROPPED.
029830 1500-RECYCLE-SUSPENSE.
029840     PERFORM 7800-NOTE-PHASE-START THRU 7800-EXIT
029850     COMPUTE WS-RUN-DAY-NUM =
029860         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
029870     IF RUN-RESTARTED
029880         OPEN EXTEND SUSPENSE-NEW-FILE
029890         IF WS-SUS-NEW-NOT-FOUND
029900             OPEN OUTPUT SUSPENSE-NEW-FILE
029910         END-IF
029920     ELSE
029930         OPEN OUTPUT SUSPENSE-NEW-FILE
029940     END-IF
029950     MOVE "," TO SNW-SEP-1
029960     MOVE "," TO SNW-SEP-2
029970     MOVE "," TO SNW-SEP-3
029980     MOVE "," TO SNW-SEP-4
029990     IF NOT RUN-RESTARTED
030000*        SUSPENSE.DAT ITSELF IS LEFT INTACT UNTIL 8195 PROMOTES
030010*        THE NEW GENERATION AT CLEAN END OF RUN, SO A CRASH
030020*        ANYWHERE BEFORE THEN RE-PRESENTS EVERY ROW INSTEAD OF
030030*        LOSING THE ONES JUST ACCEPTED.
030040         MOVE 'N' TO WS-SUSPENSE-EOF-SW
030050         OPEN INPUT SUSPENSE-FILE
030060         IF NOT WS-SUSPENSE-NOT-FOUND
030070             PERFORM 1510-RECYCLE-ONE-RECORD THRU 1510-EXIT
030080                 UNTIL SUSPENSE-EOF
030090             CLOSE SUSPENSE-FILE
030100         END-IF
030110     END-IF
030120     MOVE "1500" TO RLG-PHASE
030130     MOVE SPACES TO RLG-EXTRACT
030140     MOVE WS-RECYCLED-COUNT TO RLG-COUNT
030150     MOVE "OK" TO RLG-STATUS
030160     PERFORM 7810-WRITE-RUN-LOG-LINE THRU 7810-EXIT.
030170 1500-EXIT.
030180     EXIT.
030190*
030200 1510-RECYCLE-ONE-RECORD.
030210     READ SUSPENSE-FILE
030220         AT END
030230             SET SUSPENSE-EOF TO TRUE
030240         NOT AT END
030250             ADD 1 TO WS-RECYCLED-COUNT
030260             PERFORM 1520-REPRESENT-ONE-RECORD THRU 1520-EXIT
030270     END-READ.
030280 1510-EXIT.
030290     EXIT.
030300*
030310*    PUSH THE SUSPENDED ROW BACK THROUGH THE SAME VALIDATION THE
030320*    EXTRACTS GET.  THE INPUT RECORD AREA IS REUSED THE SAME WAY
030330*    2510-FLUSH-ONE-DEDUP-ENTRY REUSES IT.
030340 1520-REPRESENT-ONE-RECORD.
030350     MOVE SUS-IMAGE TO INPUT-RECORD
030360     MOVE "SUSPENSE" TO WS-CURRENT-SOURCE-FILE
030370     PERFORM 3150-VALIDATE-INPUT-RECORD THRU 3150-EXIT
030380     IF RECORD-VALID
030390         ADD 1 TO WS-RECYCLE-OK-COUNT
030400         PERFORM 3175-CHECK-SUPPRESSION THRU 3175-EXIT
030410         IF CONTACT-SUPPRESSED
030420             PERFORM 3176-SUPPRESS-CONTACT THRU 3176-EXIT
030430         ELSE
030440             PERFORM 3170-DEDUP-RECORD THRU 3170-EXIT
030450         END-IF
030460     ELSE
030470         PERFORM 1525-RESUSPEND-FAILING-ROW THRU 1525-EXIT
030480     END-IF.
030490 1520-EXIT.
030500     EXIT.
030510*
030520*    A ROW STILL FAILING STAYS IN SUSPENSE: WRITE IT STRAIGHT TO
030530*    THE NEW GENERATION WITH ITS FIRST-REJECTED DATE KEPT, ITS
030540*    RETRY COUNT STEPPED, AND THE REASON FROM TONIGHT'S FAILURE.
030550*    THE AGING COUNTERS FEED 9000-PRINT-CONTROL-TOTALS.
030560 1525-RESUSPEND-FAILING-ROW.
030570     ADD 1 TO WS-STILL-SUSPENDED-COUNT
030580     COMPUTE WS-SUS-DAY-NUM =
030590         FUNCTION INTEGER-OF-DATE(SUS-FIRST-DATE)
030600     COMPUTE WS-SUS-AGE-DAYS = WS-RUN-DAY-NUM - WS-SUS-DAY-NUM
030610     IF WS-SUS-AGE-DAYS > WS-SUS-AGE-LIMIT
030620         ADD 1 TO WS-SUS-AGED-COUNT
030630         IF SUS-FIRST-DATE < WS-SUS-OLDEST-DATE
030640             MOVE SUS-FIRST-DATE TO WS-SUS-OLDEST-DATE
030650         END-IF
030660     END-IF
030670     MOVE SUS-FIRST-DATE   TO SNW-FIRST-DATE
030680     MOVE SUS-RETRY-COUNT  TO SNW-RETRY-COUNT
030690     IF SNW-RETRY-COUNT < 999
030700         ADD 1 TO SNW-RETRY-COUNT
030710     END-IF
030720     MOVE WS-REJECT-REASON TO SNW-REASON
030730     MOVE INPUT-RECORD     TO SNW-IMAGE
030740     MOVE SUS-SOURCE       TO SNW-SOURCE
030750     WRITE SUSPENSE-NEW-RECORD.
030760 1525-EXIT.
030770     EXIT.
030780*
030790*****************************************************************
030800*    2000-PROCESS-ALL-EXTRACTS - WALK EXTRACT-LIST-FILE, OPENING *
030810*    AND FULLY PROCESSING EACH NAMED EXTRACT IN TURN AGAINST THE *
030820*    ONE CONSOLIDATED OUTPUT-FILE, CATEGORY SET, AND MASTER.     *
030830*****************************************************************
030840 2000-PROCESS-ALL-EXTRACTS.
030850     PERFORM 2200-PROCESS-ONE-EXTRACT THRU 2200-EXIT
030860         UNTIL EXTRACT-LIST-EOF.
030870 2000-EXIT.
030880     EXIT.
030890*
030900 2100-READ-EXTRACT-NAME.
030910     READ EXTRACT-LIST-FILE
030920         AT END
030930             SET EXTRACT-LIST-EOF TO TRUE
030940         NOT AT END
030950             MOVE EXTRACT-LIST-RECORD TO WS-CURRENT-SOURCE-FILE
030960     END-READ.
030970 2100-EXIT.
030980     EXIT.
030990*
031000 2200-PROCESS-ONE-EXTRACT.
031010     PERFORM 2100-READ-EXTRACT-NAME THRU 2100-EXIT
031020     IF NOT EXTRACT-LIST-EOF
031030         PERFORM 2300-DECIDE-AND-RUN-EXTRACT THRU 2300-EXIT
031040     END-IF.
031050 2200-EXIT.
031060     EXIT.
031070*
031080*    ON A CLEAN RUN EVERY EXTRACT NAMED IN THE LIST IS PROCESSED
031090*    IN FULL.  ON A RESTART, EXTRACTS ARE SKIPPED WHOLE (THEY
031100*    WERE ALREADY REFLECTED IN OUTPUT-FILE AND THE MASTER BEFORE
031110*    THE PRIOR RUN STOPPED) UNTIL THE ONE NAMED IN THE CHECKPOINT
031120*    IS REACHED, WHICH IS OPENED AND SKIPPED FORWARD WITHIN
031130*    ITSELF TO WS-CHECKPOINT-FILE-COUNT BEFORE PROCESSING RESUMES
031140*    NORMALLY, INCLUDING FOR EVERY EXTRACT AFTER IT.
031150 2300-DECIDE-AND-RUN-EXTRACT.
031160     MOVE ZERO TO WS-FILE-SKIP-TARGET
031170     IF SKIPPING-COMPLETED-FILES
031180         IF WS-CURRENT-SOURCE-FILE = WS-CHECKPOINT-SOURCE
031190             MOVE 'N' TO WS-SKIP-FILES-SW
031200             MOVE WS-CHECKPOINT-FILE-COUNT TO WS-FILE-SKIP-TARGET
031210            PERFORM 2400-RUN-ONE-EXTRACT-FILE THRU 2400-EXIT
031220         END-IF
031230     ELSE
031240         PERFORM 2400-RUN-ONE-EXTRACT-FILE THRU 2400-EXIT
031250     END-IF.
031260 2300-EXIT.
031270     EXIT.
031280*
031290*    THE EXTRACT IS READ TWICE: 2420-PREVERIFY-EXTRACT FIRST
031300*    PROVES THE HEADER AND TRAILER OUT WITHOUT TOUCHING THE RUN,
031310*    AND ONLY A CLEAN EXTRACT IS THEN REOPENED AND PROCESSED.
031320*    A BAD EXTRACT COSTS A MESSAGE AND A REFUSED COUNT, NEVER
031330*    THE REST OF THE RUN.
031340 2400-RUN-ONE-EXTRACT-FILE.
031350     MOVE 'N' TO WS-END-OF-FILE
031360     MOVE ZERO TO WS-FILE-READ-COUNT
031370     MOVE WS-CURRENT-SOURCE-FILE TO WS-INPUT-FILE-NAME
031380     PERFORM 7800-NOTE-PHASE-START THRU 7800-EXIT
031390     PERFORM 2420-PREVERIFY-EXTRACT THRU 2420-EXIT
031400     MOVE "2420" TO RLG-PHASE
031410     MOVE WS-CURRENT-SOURCE-FILE TO RLG-EXTRACT
031420     MOVE WS-DATA-COUNT TO RLG-COUNT
031430     IF EXTRACT-OK
031440         MOVE "OK" TO RLG-STATUS
031450     ELSE
031460         MOVE "REFUSED" TO RLG-STATUS
031470     END-IF
031480     PERFORM 7810-WRITE-RUN-LOG-LINE THRU 7810-EXIT
031490     IF NOT EXTRACT-OK
031500         ADD 1 TO WS-EXTRACT-REFUSED-COUNT
031510     ELSE
031520         PERFORM 7800-NOTE-PHASE-START THRU 7800-EXIT
031530         MOVE 'N' TO WS-END-OF-FILE
031540         OPEN INPUT INPUT-FILE
031550*        CONSUME THE HEADER RECORD JUST VERIFIED
031560         READ INPUT-FILE
031570             AT END
031580                 MOVE 'Y' TO WS-END-OF-FILE
031590         END-READ
031600         IF WS-FILE-SKIP-TARGET > 0
031610             PERFORM 2410-SKIP-ONE-EXTRACT-RECORD THRU 2410-EXIT
031620                 UNTIL WS-FILE-READ-COUNT >= WS-FILE-SKIP-TARGET
031630                    OR END-OF-FILE
031640         END-IF
031650         PERFORM 3000-PROCESS-RECORDS THRU 3000-EXIT
031660             UNTIL END-OF-FILE
031670         CLOSE INPUT-FILE
031680         PERFORM 2450-REGISTER-EXTRACT THRU 2450-EXIT
031690         MOVE "2400" TO RLG-PHASE
031700         MOVE WS-CURRENT-SOURCE-FILE TO RLG-EXTRACT
031710         MOVE WS-FILE-READ-COUNT TO RLG-COUNT
031720         MOVE "OK" TO RLG-STATUS
031730         PERFORM 7810-WRITE-RUN-LOG-LINE THRU 7810-EXIT
031740     END-IF.
031750 2400-EXIT.
031760     EXIT.
031770*
031780 2410-SKIP-ONE-EXTRACT-RECORD.
031790     READ INPUT-FILE INTO INPUT-RECORD
031800         AT END
031810             MOVE 'Y' TO WS-END-OF-FILE
031820         NOT AT END
031830             IF ICR-TRAILER
031840                 MOVE 'Y' TO WS-END-OF-FILE
031850             ELSE
031860                 ADD 1 TO WS-FILE-READ-COUNT
031870             END-IF
031880     END-READ.
031890 2410-EXIT.
031900     EXIT.
031910*
031920*****************************************************************
031930*    2420-PREVERIFY-EXTRACT - READ THE WHOLE EXTRACT ONCE       *
031940*    BEFORE PROCESSING: THE FIRST RECORD MUST BE AN "HDR" FOR   *
031950*    THIS EXTRACT WITH A BUSINESS DATE NOT ALREADY PROCESSED,   *
031960*    AND A "TRL" MUST FOLLOW THE DATA CARRYING A COUNT EQUAL    *
031970*    TO THE DATA RECORDS ACTUALLY READ.  ANYTHING ELSE --       *
031980*    MISSING HEADER, WRONG NAME, RE-DROPPED DATE, MISSING OR    *
031990*    WRONG TRAILER (A TRUNCATED TRANSMISSION) -- REFUSES THE    *
032000*    EXTRACT WITH A CLEAR MESSAGE AND LEAVES EXTRACT-OK OFF.    *
032010*****************************************************************
032020 2420-PREVERIFY-EXTRACT.
032030     MOVE 'N' TO WS-EXTRACT-OK-SW
032040     MOVE 'N' TO WS-TRAILER-SEEN-SW
032050     MOVE ZERO TO WS-DATA-COUNT
032060     MOVE ZERO TO WS-TRAILER-COUNT
032070     OPEN INPUT INPUT-FILE
032080*    A LISTED EXTRACT THE REGION NEVER DROPPED IS REFUSED LIKE
032090*    ANY OTHER BAD EXTRACT, NOT ALLOWED TO FAIL THE WHOLE RUN.
032100     IF WS-INPUT-NOT-FOUND
032110         DISPLAY "EXTRACT REFUSED: " WS-CURRENT-SOURCE-FILE
032120                 " - FILE NOT FOUND IN DROP DIRECTORY"
032130         GO TO 2420-EXIT
032140     END-IF
032150     READ INPUT-FILE
032160         AT END
032170             MOVE 'Y' TO WS-END-OF-FILE
032180     END-READ
032190     IF END-OF-FILE OR NOT ICR-HEADER
032200         DISPLAY "EXTRACT REFUSED: " WS-CURRENT-SOURCE-FILE
032210                 " - MISSING OR INVALID HDR RECORD"
032220         GO TO 2420-CLOSE
032230     END-IF
032240     IF ICR-HDR-NAME NOT = WS-CURRENT-SOURCE-FILE
032250         DISPLAY "EXTRACT REFUSED: " WS-CURRENT-SOURCE-FILE
032260                 " - HDR NAMES " ICR-HDR-NAME
032270         GO TO 2420-CLOSE
032280     END-IF
032290     PERFORM 2440-CHECK-ALREADY-PROCESSED THRU 2440-EXIT
032300     IF EXT-CTL-FOUND
032310         DISPLAY "EXTRACT REFUSED: " WS-CURRENT-SOURCE-FILE
032320         DISPLAY "  BUSINESS DATE " ICR-HDR-DATE
032330                 " ALREADY PROCESSED"
032340         GO TO 2420-CLOSE
032350     END-IF
032360     MOVE ICR-HDR-DATE TO WS-BUSINESS-DATE
032370     PERFORM 2430-COUNT-ONE-RECORD THRU 2430-EXIT
032380         UNTIL END-OF-FILE OR TRAILER-SEEN
032390     IF NOT TRAILER-SEEN
032400         DISPLAY "EXTRACT REFUSED: " WS-CURRENT-SOURCE-FILE
032410                 " - NO TRL RECORD (TRUNCATED TRANSMISSION?)"
032420         GO TO 2420-CLOSE
032430     END-IF
032440     IF WS-TRAILER-COUNT NOT = WS-DATA-COUNT
032450         DISPLAY "EXTRACT REFUSED: " WS-CURRENT-SOURCE-FILE
032460         DISPLAY "  TRL COUNT " WS-TRAILER-COUNT
032470                 " BUT " WS-DATA-COUNT " DATA RECORDS READ"
032480         GO TO 2420-CLOSE
032490     END-IF
032500     SET EXTRACT-OK TO TRUE.
032510 2420-CLOSE.
032520     CLOSE INPUT-FILE
032530     MOVE 'N' TO WS-END-OF-FILE.
032540 2420-EXIT.
032550     EXIT.
032560*
032570 2430-COUNT-ONE-RECORD.
032580     READ INPUT-FILE
032590         AT END
032600             MOVE 'Y' TO WS-END-OF-FILE
032610         NOT AT END
032620             IF ICR-TRAILER
032630                 SET TRAILER-SEEN TO TRUE
032640                 IF ITR-COUNT NUMERIC
032650                     MOVE ITR-COUNT TO WS-TRAILER-COUNT
032660                 ELSE
032670                     MOVE 999999999 TO WS-TRAILER-COUNT
032680                 END-IF
032690             ELSE
032700                 ADD 1 TO WS-DATA-COUNT
032710             END-IF
032720     END-READ.
032730 2430-EXIT.
032740     EXIT.
032750*
032760*    LINEAR SEARCH OF THE ALREADY-PROCESSED REGISTER FOR THIS
032770*    EXTRACT NAME AND THE BUSINESS DATE ON ITS HEADER.
032780 2440-CHECK-ALREADY-PROCESSED.
032790     MOVE 'N' TO WS-EXT-CTL-FOUND-SW
032800     MOVE ZERO TO WS-EXT-CTL-IDX
032810     PERFORM 2441-COMPARE-ONE-EXT-CTL THRU 2441-EXIT
032820         UNTIL WS-EXT-CTL-IDX >= WS-EXT-CTL-COUNT
032830            OR EXT-CTL-FOUND.
032840 2440-EXIT.
032850     EXIT.
032860*
032870 2441-COMPARE-ONE-EXT-CTL.
032880     ADD 1 TO WS-EXT-CTL-IDX
032890     IF WS-EXT-CTL-NAME (WS-EXT-CTL-IDX) = WS-CURRENT-SOURCE-FILE
032900        AND WS-EXT-CTL-DATE (WS-EXT-CTL-IDX) = ICR-HDR-DATE
032910         SET EXT-CTL-FOUND TO TRUE
032920     END-IF.
032930 2441-EXIT.
032940     EXIT.
032950*
032960*    THE EXTRACT IS ONLY REGISTERED ONCE IT HAS BEEN FULLY
032970*    PROCESSED, SO A RUN THAT DIES MID-EXTRACT CAN BE RESTARTED
032980*    AND RE-PRESENT THE SAME BUSINESS DATE WITHOUT BEING
032990*    REFUSED.  A CHECKPOINT IS WRITTEN IN THE SAME BREATH AS
033000*    THE REGISTER LINE: ONCE THE REGISTER SAYS THE EXTRACT IS
033010*    DONE, A RE-RUN WILL REFUSE ITS BUSINESS DATE, SO THE
033020*    CHECKPOINT MUST ALREADY COVER EVERY RECORD THE EXTRACT
033030*    RELEASED -- OTHERWISE A CRASH BEFORE THE NEXT ROUTINE
033040*    CHECKPOINT WOULD LET THE RESTART (OR A CLEAN RE-RUN) TRIM
033050*    OR TRUNCATE THOSE RELEASES WHILE THE REFUSAL KEEPS THE
033060*    EXTRACT FROM EVER BEING READ AGAIN.
033070 2450-REGISTER-EXTRACT.
033080     IF WS-EXT-CTL-COUNT < WS-MAX-EXT-CTL
033090         ADD 1 TO WS-EXT-CTL-COUNT
033100         MOVE WS-CURRENT-SOURCE-FILE
033110             TO WS-EXT-CTL-NAME (WS-EXT-CTL-COUNT)
033120         MOVE WS-BUSINESS-DATE
033130             TO WS-EXT-CTL-DATE (WS-EXT-CTL-COUNT)
033140     END-IF
033150*    A PROOF RUN REGISTERS NOTHING: THE SAME EXTRACTS MUST BE
033160*    ACCEPTED AGAIN BY THE LIVE RUN THAT FOLLOWS IT.
033170     IF NOT PROOF-RUN
033180         MOVE WS-CURRENT-SOURCE-FILE TO EXC-NAME
033190         MOVE WS-BUSINESS-DATE TO EXC-DATE
033200         WRITE EXTRACT-CONTROL-RECORD
033210     END-IF
033220*    NOTE THE COMPLETION FOR THE END-OF-RUN MISSING-EXTRACT
033230*    CHECK.
033240     IF WS-RUN-EXT-COUNT < WS-MAX-RUN-EXT
033250         ADD 1 TO WS-RUN-EXT-COUNT
033260         MOVE WS-CURRENT-SOURCE-FILE
033270             TO WS-RUN-EXT-NAME (WS-RUN-EXT-COUNT)
033280     END-IF
033290     MOVE WS-CURRENT-SOURCE-FILE TO WS-LAT-WORK-NAME
033300     MOVE WS-BUSINESS-DATE TO WS-LAT-WORK-DATE
033310     PERFORM 1084-NOTE-LATEST-EXT-DATE THRU 1084-EXIT
033320     IF PROOF-RUN
033330         GO TO 2450-EXIT
033340     END-IF
033350     OPEN OUTPUT CHECKPOINT-FILE
033360     MOVE WS-CURRENT-SOURCE-FILE TO CHK-SOURCE-FILE
033370     MOVE WS-FILE-READ-COUNT TO CHK-FILE-COUNT
033380     MOVE WS-READ-COUNT TO CHK-TOTAL-COUNT
033390     MOVE ZERO TO CHK-FLUSH-COUNT
033400     MOVE WS-WORK-SEQ TO CHK-WORK-COUNT
033410     WRITE CHECKPOINT-RECORD
033420     CLOSE CHECKPOINT-FILE.
033430 2450-EXIT.
033440     EXIT.
033450*
033460*****************************************************************
033470*    2500-FLUSH-DEDUPED-RECORDS - ONCE EVERY EXTRACT HAS BEEN    *
033480*    READ, SORT THE RELEASED RECORDS ON NAME + ZIP + ARRIVAL    *
033490*    SEQUENCE AND STREAM THE RESULT, MERGING EACH KEY GROUP     *
033500*    INTO ONE OUTPUT ROW AS IT PASSES.  RESUMES AFTER GROUP     *
033510*    WS-CHECKPOINT-FLUSH-COUNT RATHER THAN AT THE FIRST GROUP   *
033520*    SO A RESTART DOES NOT RE-WRITE GROUPS A PRIOR RUN ALREADY  *
033530*    FLUSHED (SEE 3720-WRITE-FLUSH-CHECKPOINT, CALLED FROM      *
033540*    2510 BELOW); THE RE-SORT OF THE SAME WORK FILE YIELDS THE  *
033550*    SAME GROUP ORDER, SO THE GROUP NUMBER IS A STABLE CURSOR.  *
033560*****************************************************************
033570 2500-FLUSH-DEDUPED-RECORDS.
033580     PERFORM 7800-NOTE-PHASE-START THRU 7800-EXIT
033590     CLOSE DEDUP-WORK-FILE
033600     SORT SORT-WORK-FILE
033610         ON ASCENDING KEY SRT-NAME SRT-ZIP SRT-SEQ
033620         USING DEDUP-WORK-FILE
033630         GIVING DEDUP-SORTED-FILE
033640     MOVE ZERO TO WS-FLUSH-GROUP-COUNT
033650     MOVE 'N' TO WS-SORTED-EOF-SW
033660     OPEN INPUT DEDUP-SORTED-FILE
033670     PERFORM 2530-READ-ONE-SORTED-RECORD THRU 2530-EXIT
033680     PERFORM 2520-MERGE-ONE-GROUP THRU 2520-EXIT
033690         UNTIL SORTED-EOF
033700     CLOSE DEDUP-SORTED-FILE
033710     MOVE "2500" TO RLG-PHASE
033720     MOVE SPACES TO RLG-EXTRACT
033730     MOVE WS-FLUSH-GROUP-COUNT TO RLG-COUNT
033740     MOVE "OK" TO RLG-STATUS
033750     PERFORM 7810-WRITE-RUN-LOG-LINE THRU 7810-EXIT.
033760 2500-EXIT.
033770     EXIT.
033780*
033790*****************************************************************
033800*    2520-MERGE-ONE-GROUP - THE RECORD UNDER THE READER STARTS  *
033810*    A NEW NAME + ZIP GROUP.  IT SUPPLIES EVERY FIELD; EACH     *
033820*    FURTHER RECORD OF THE GROUP FILLS FIELDS STILL BLANK AND   *
033830*    REPLACES A VALUE ONLY WHERE ITS EXTRACT OUTRANKS THE ONE   *
033840*    THAT SUPPLIED IT (ON A TIE THE FIRST RECORD SEEN WINS, AS  *
033850*    THE OLD IN-MEMORY MERGE DID).  THE COMPLETED GROUP IS      *
033860*    FLUSHED UNLESS A PRIOR INTERRUPTED RUN ALREADY WROTE IT.   *
033870*****************************************************************
033880 2520-MERGE-ONE-GROUP.
033890     MOVE SRD-NAME     TO WS-MRG-NAME
033900     MOVE SRD-ZIP      TO WS-MRG-ZIP
033910     MOVE SRD-ADDR     TO WS-MRG-ADDR
033920     MOVE SRD-CITY     TO WS-MRG-CITY
033930     MOVE SRD-STATE    TO WS-MRG-STATE
033940     MOVE SRD-CATEGORY TO WS-MRG-CATEGORY
033950     MOVE SRD-PHONE    TO WS-MRG-PHONE
033960     MOVE SRD-EMAIL    TO WS-MRG-EMAIL
033970     MOVE SRD-SOURCE   TO WS-MRG-SOURCE
033980     MOVE SRD-SOURCE   TO WS-MRG-FLD-SOURCE (1)
033990     MOVE SRD-SOURCE   TO WS-MRG-FLD-SOURCE (2)
034000     MOVE SRD-SOURCE   TO WS-MRG-FLD-SOURCE (3)
034010     MOVE SRD-SOURCE   TO WS-MRG-FLD-SOURCE (4)
034020     MOVE SRD-SOURCE   TO WS-MRG-FLD-SOURCE (5)
034030     MOVE SRD-SOURCE   TO WS-MRG-FLD-SOURCE (6)
034040     MOVE 1            TO WS-MRG-MERGE-COUNT
034050     PERFORM 2530-READ-ONE-SORTED-RECORD THRU 2530-EXIT
034060     PERFORM 2525-MERGE-ONE-DUPLICATE THRU 2525-EXIT
034070         UNTIL SORTED-EOF
034080            OR SRD-NAME NOT = WS-MRG-NAME
034090            OR SRD-ZIP NOT = WS-MRG-ZIP
034100     ADD 1 TO WS-FLUSH-GROUP-COUNT
034110     IF WS-FLUSH-GROUP-COUNT > WS-CHECKPOINT-FLUSH-COUNT
034120         PERFORM 2510-FLUSH-ONE-DEDUP-ENTRY THRU 2510-EXIT
034130     END-IF.
034140 2520-EXIT.
034150     EXIT.
034160*
034170*    A SECOND RECORD FOR THE GROUP'S CONTACT.  SETTLE EACH FIELD
034180*    BETWEEN IT AND WHAT THE GROUP HOLDS SO FAR, LOG THE MERGE TO
034190*    DUPLICATES.CSV (UNLESS A PRIOR INTERRUPTED RUN ALREADY
034200*    FLUSHED -- AND SO ALREADY LOGGED -- THIS GROUP), AND MOVE
034210*    THE READER ALONG.
034220 2525-MERGE-ONE-DUPLICATE.
034230     COMPUTE WS-GROUP-NUM = WS-FLUSH-GROUP-COUNT + 1
034240     PERFORM 2526-RANK-ONE-MERGE-FIELD THRU 2526-EXIT
034250         VARYING WS-PRC-FLD-IDX FROM 1 BY 1
034260             UNTIL WS-PRC-FLD-IDX > 6
034270     ADD 1 TO WS-MRG-MERGE-COUNT
034280     IF WS-GROUP-NUM > WS-CHECKPOINT-FLUSH-COUNT
034290         ADD 1 TO WS-DUPLICATE-COUNT
034300         MOVE WS-MRG-NAME TO DUP-NAME
034310         MOVE WS-MRG-ZIP  TO DUP-ZIP
034320         MOVE SRD-SOURCE  TO DUP-SOURCE
034330         WRITE DUPLICATE-LOG-RECORD
034340     END-IF
034350     PERFORM 2530-READ-ONE-SORTED-RECORD THRU 2530-EXIT.
034360 2525-EXIT.
034370     EXIT.
034380*
034390*    ONE FIELD OF THE DUPLICATE AGAINST THE GROUP.  A BLANK OFFER
034400*    CHANGES NOTHING AND A BLANK HOLDING IS SIMPLY FILLED.  THE
034410*    SAME VALUE FROM A BETTER-RANKED EXTRACT TAKES OVER ITS
034420*    PROVENANCE.  OTHERWISE THE BETTER-RANKED EXTRACT'S VALUE
034430*    STANDS AND THE OTHER IS REPORTED AS BLOCKED; ON A TIE THE
034440*    FIRST RECORD'S VALUE STANDS AND NOTHING IS REPORTED.
034450*    ADDRESSES ARE COMPARED IN POSTAL FORM, SO TWO SPELLINGS OF
034460*    THE SAME ADDRESS ARE THE SAME VALUE.
034470 2526-RANK-ONE-MERGE-FIELD.
034480     EVALUATE WS-PRC-FLD-IDX
034490         WHEN 1
034500             MOVE WS-MRG-ADDR     TO WS-PRC-KEPT-VALUE
034510             MOVE SRD-ADDR        TO WS-PRC-OFFERED-VALUE
034520         WHEN 2
034530             MOVE WS-MRG-CITY     TO WS-PRC-KEPT-VALUE
034540             MOVE SRD-CITY        TO WS-PRC-OFFERED-VALUE
034550         WHEN 3
034560             MOVE WS-MRG-STATE    TO WS-PRC-KEPT-VALUE
034570             MOVE SRD-STATE       TO WS-PRC-OFFERED-VALUE
034580         WHEN 4
034590             MOVE WS-MRG-PHONE    TO WS-PRC-KEPT-VALUE
034600             MOVE SRD-PHONE       TO WS-PRC-OFFERED-VALUE
034610         WHEN 5
034620             MOVE WS-MRG-EMAIL    TO WS-PRC-KEPT-VALUE
034630             MOVE SRD-EMAIL       TO WS-PRC-OFFERED-VALUE
034640         WHEN 6
034650             MOVE WS-MRG-CATEGORY TO WS-PRC-KEPT-VALUE
034660             MOVE SRD-CATEGORY    TO WS-PRC-OFFERED-VALUE
034670     END-EVALUATE
034680     IF WS-PRC-FLD-IDX = 1
034690         PERFORM 3225-STANDARDIZE-PRC-VALUES THRU 3225-EXIT
034700     END-IF
034710     IF WS-PRC-OFFERED-VALUE = SPACES
034720         GO TO 2526-EXIT
034730     END-IF
034740     IF WS-PRC-KEPT-VALUE = SPACES
034750         PERFORM 2522-TAKE-OFFERED-VALUE THRU 2522-EXIT
034760         GO TO 2526-EXIT
034770     END-IF
034780     MOVE SRD-SOURCE TO WS-PRC-LOOKUP-SOURCE
034790     PERFORM 2527-FIND-SOURCE-RANK THRU 2527-EXIT
034800     MOVE WS-PRC-LOOKUP-RANK TO WS-PRC-OFFERED-RANK
034810     MOVE WS-MRG-FLD-SOURCE (WS-PRC-FLD-IDX)
034820         TO WS-PRC-LOOKUP-SOURCE
034830     PERFORM 2527-FIND-SOURCE-RANK THRU 2527-EXIT
034840     MOVE WS-PRC-LOOKUP-RANK TO WS-PRC-KEPT-RANK
034850     IF WS-PRC-OFFERED-VALUE = WS-PRC-KEPT-VALUE
034860         IF WS-PRC-OFFERED-RANK < WS-PRC-KEPT-RANK
034870             MOVE SRD-SOURCE TO WS-MRG-FLD-SOURCE (WS-PRC-FLD-IDX)
034880         END-IF
034890         GO TO 2526-EXIT
034900     END-IF
034910     IF WS-PRC-OFFERED-RANK < WS-PRC-KEPT-RANK
034920         MOVE WS-MRG-FLD-SOURCE (WS-PRC-FLD-IDX)
034930             TO PBL-BLOCKED-SOURCE
034940         MOVE WS-PRC-KEPT-VALUE    TO PBL-BLOCKED-VALUE
034950         MOVE SRD-SOURCE           TO PBL-KEPT-SOURCE
034960         MOVE WS-PRC-OFFERED-VALUE TO PBL-KEPT-VALUE
034970         PERFORM 2522-TAKE-OFFERED-VALUE THRU 2522-EXIT
034980     ELSE
034990         IF WS-PRC-OFFERED-RANK = WS-PRC-KEPT-RANK
035000             GO TO 2526-EXIT
035010         END-IF
035020         MOVE SRD-SOURCE           TO PBL-BLOCKED-SOURCE
035030         MOVE WS-PRC-OFFERED-VALUE TO PBL-BLOCKED-VALUE
035040         MOVE WS-MRG-FLD-SOURCE (WS-PRC-FLD-IDX)
035050             TO PBL-KEPT-SOURCE
035060         MOVE WS-PRC-KEPT-VALUE    TO PBL-KEPT-VALUE
035070     END-IF
035080     IF WS-GROUP-NUM > WS-CHECKPOINT-FLUSH-COUNT
035090         MOVE "MERGE" TO PBL-STAGE
035100         PERFORM 2529-WRITE-BLOCKED-LINE THRU 2529-EXIT
035110     END-IF.
035120 2526-EXIT.
035130     EXIT.
035140*
035150*    THE DUPLICATE'S VALUE FOR THE FIELD IN HAND REPLACES THE
035160*    GROUP'S, AND ITS EXTRACT BECOMES THE FIELD'S SOURCE.
035170 2522-TAKE-OFFERED-VALUE.
035180     EVALUATE WS-PRC-FLD-IDX
035190         WHEN 1
035200             MOVE WS-PRC-OFFERED-VALUE TO WS-MRG-ADDR
035210         WHEN 2
035220             MOVE WS-PRC-OFFERED-VALUE TO WS-MRG-CITY
035230         WHEN 3
035240             MOVE WS-PRC-OFFERED-VALUE TO WS-MRG-STATE
035250         WHEN 4
035260             MOVE WS-PRC-OFFERED-VALUE TO WS-MRG-PHONE
035270         WHEN 5
035280             MOVE WS-PRC-OFFERED-VALUE TO WS-MRG-EMAIL
035290         WHEN 6
035300             MOVE WS-PRC-OFFERED-VALUE TO WS-MRG-CATEGORY
035310     END-EVALUATE
035320     MOVE SRD-SOURCE TO WS-MRG-FLD-SOURCE (WS-PRC-FLD-IDX).
035330 2522-EXIT.
035340     EXIT.
035350*
035360*    THE RANK WS-PRC-LOOKUP-SOURCE HOLDS FOR FIELD WS-PRC-FLD-IDX:
035370*    ITS OWN LINE'S, OR THE DEFAULT RANK IF IT HAS NONE.  A
035380*    MAINTENANCE IDENTITY (*MAINT, *NCOA) WITH NO LINE RANKS
035390*    000, SO A HAND CORRECTION OR A POSTAL MOVE IS NOT UNDONE BY
035400*    THE NEXT EXTRACT TO SEND THE OLD VALUE.
035410 2527-FIND-SOURCE-RANK.
035420     MOVE ZERO TO WS-PRC-REF-IDX
035430     MOVE 'N' TO WS-PRC-FOUND-SW
035440     PERFORM 2528-COMPARE-ONE-PRECEDENCE THRU 2528-EXIT
035450         UNTIL WS-PRC-REF-IDX >= WS-PRC-REF-COUNT
035460            OR PRC-SOURCE-FOUND
035470     IF PRC-SOURCE-FOUND
035480         MOVE WS-PRC-REF-RANK (WS-PRC-REF-IDX, WS-PRC-FLD-IDX)
035490             TO WS-PRC-LOOKUP-RANK
035500     ELSE
035510         IF WS-PRC-LOOKUP-SOURCE = "*MAINT" OR "*NCOA"
035520             MOVE ZERO TO WS-PRC-LOOKUP-RANK
035530         ELSE
035540             MOVE WS-PRC-DEFAULT-RANK (WS-PRC-FLD-IDX)
035550                 TO WS-PRC-LOOKUP-RANK
035560         END-IF
035570     END-IF.
035580 2527-EXIT.
035590     EXIT.
035600*
035610 2528-COMPARE-ONE-PRECEDENCE.
035620     ADD 1 TO WS-PRC-REF-IDX
035630     IF WS-PRC-REF-SOURCE (WS-PRC-REF-IDX) = WS-PRC-LOOKUP-SOURCE
035640         SET PRC-SOURCE-FOUND TO TRUE
035650     END-IF.
035660 2528-EXIT.
035670     EXIT.
035680*
035690*    ONE LINE OF PRECEDENCE-BLOCKED.CSV FOR THE FIELD IN HAND.
035700*    THE CALLER HAS FILLED IN THE STAGE AND THE BLOCKED AND KEPT
035710*    SOURCES AND VALUES.
035720 2529-WRITE-BLOCKED-LINE.
035730     MOVE WS-RUN-DATE TO PBL-RUN-DATE
035740     MOVE WS-MRG-NAME TO PBL-NAME
035750     MOVE WS-MRG-ZIP  TO PBL-ZIP
035760     MOVE WS-PRC-FIELD-NAME (WS-PRC-FLD-IDX) TO PBL-FIELD
035770     WRITE PRECEDENCE-BLOCKED-RECORD
035780     ADD 1 TO WS-PRC-BLOCKED-COUNT.
035790 2529-EXIT.
035800     EXIT.
035810*
035820 2530-READ-ONE-SORTED-RECORD.
035830     READ DEDUP-SORTED-FILE
035840         AT END
035850             SET SORTED-EOF TO TRUE
035860     END-READ.
035870 2530-EXIT.
035880     EXIT.
035890*
035900*****************************************************************
035910*    2600-BUILD-HOUSEHOLD-EXTRACT - SORT THE CONTACTS THE FLUSH *
035920*    PASS RELEASED ON FULL-ADDRESS + ZIP AND WRITE ONE          *
035930*    HOUSEHOLD.CSV ROW PER ADDRESS GROUP: THE FIRST CONTACT     *
035940*    FLUSHED AT THE ADDRESS AS ADDRESSEE, THE MEMBER COUNT,     *
035950*    AND 'Y' IF ANY MEMBER'S ADDRESS WAS ZIP+4 VALIDATED.       *
035960*    HOUSEHOLD.CSV IS REBUILT FROM SCRATCH EVERY RUN -- THE     *
035970*    WORK FILE IS COMPLETE EVEN AFTER A RESTART, SO REBUILDING  *
035980*    NEVER DUPLICATES A HOUSEHOLD.                              *
035990*    A PROOF RUN BUILDS PROOF-HOUSEHOLD.CSV INSTEAD.            *
036000*****************************************************************
036010 2600-BUILD-HOUSEHOLD-EXTRACT.
036020     PERFORM 7800-NOTE-PHASE-START THRU 7800-EXIT
036030     CLOSE HOUSEHOLD-WORK-FILE
036040     SORT HH-SORT-FILE
036050         ON ASCENDING KEY HHS-ADDRESS HHS-ZIP HHS-SEQ
036060         USING HOUSEHOLD-WORK-FILE
036070         GIVING HOUSEHOLD-SORTED-FILE
036080     OPEN OUTPUT HOUSEHOLD-FILE
036090     MOVE "," TO HH-SEP-1
036100     MOVE "," TO HH-SEP-2
036110     MOVE "," TO HH-SEP-3
036120     MOVE "," TO HH-SEP-4
036130     MOVE 'N' TO WS-HH-SORTED-EOF-SW
036140     OPEN INPUT HOUSEHOLD-SORTED-FILE
036150     PERFORM 2630-READ-ONE-HH-RECORD THRU 2630-EXIT
036160     PERFORM 2620-BUILD-ONE-HOUSEHOLD THRU 2620-EXIT
036170         UNTIL HH-SORTED-EOF
036180     CLOSE HOUSEHOLD-SORTED-FILE
036190     CLOSE HOUSEHOLD-FILE
036200     MOVE "2600" TO RLG-PHASE
036210     MOVE SPACES TO RLG-EXTRACT
036220     MOVE WS-HOUSEHOLD-COUNT TO RLG-COUNT
036230     MOVE "OK" TO RLG-STATUS
036240     PERFORM 7810-WRITE-RUN-LOG-LINE THRU 7810-EXIT.
036250 2600-EXIT.
036260     EXIT.
036270*
036280*    THE RECORD UNDER THE READER STARTS A NEW HOUSEHOLD.  ITS
036290*    CONTACT -- THE FIRST ONE FLUSHED AT THE ADDRESS -- IS THE
036300*    ADDRESSEE; EVERY FURTHER RECORD AT THE SAME ADDRESS ONLY
036310*    COUNTS AND CAN UPGRADE THE VALIDATED FLAG.
036320 2620-BUILD-ONE-HOUSEHOLD.
036330     MOVE HSR-ADDRESS   TO WS-HH-CUR-ADDRESS
036340     MOVE HSR-ZIP       TO WS-HH-CUR-ZIP
036350     MOVE HSR-NAME      TO WS-HH-CUR-NAME
036360     MOVE HSR-VALIDATED TO WS-HH-CUR-VALIDATED
036370     MOVE 1 TO WS-HH-MEMBER-COUNT
036380     PERFORM 2630-READ-ONE-HH-RECORD THRU 2630-EXIT
036390     PERFORM 2625-ADD-ONE-MEMBER THRU 2625-EXIT
036400         UNTIL HH-SORTED-EOF
036410            OR HSR-ADDRESS NOT = WS-HH-CUR-ADDRESS
036420            OR HSR-ZIP NOT = WS-HH-CUR-ZIP
036430     MOVE WS-HH-CUR-NAME      TO HH-NAME
036440     MOVE WS-HH-CUR-ADDRESS   TO HH-ADDRESS
036450     MOVE WS-HH-MEMBER-COUNT  TO HH-MEMBER-COUNT
036460     MOVE WS-HH-CUR-VALIDATED TO HH-VALIDATED
036470     MOVE WS-HH-CUR-ZIP       TO HH-ZIP
036480     WRITE HOUSEHOLD-RECORD
036490     ADD 1 TO WS-HOUSEHOLD-COUNT.
036500 2620-EXIT.
036510     EXIT.
036520*
036530 2625-ADD-ONE-MEMBER.
036540     ADD 1 TO WS-HH-MEMBER-COUNT
036550     IF HSR-VALIDATED = 'Y'
036560         MOVE 'Y' TO WS-HH-CUR-VALIDATED
036570     END-IF
036580     PERFORM 2630-READ-ONE-HH-RECORD THRU 2630-EXIT.
036590 2625-EXIT.
036600     EXIT.
036610*
036620 2630-READ-ONE-HH-RECORD.
036630     READ HOUSEHOLD-SORTED-FILE
036640         AT END
036650             SET HH-SORTED-EOF TO TRUE
036660     END-READ.
036670 2630-EXIT.
036680     EXIT.
036690*
036700*    REPOPULATES INPUT-FILE'S RECORD AREA FROM THE MERGED GROUP
036710*    SO THE ORDINARY BUILD/WRITE/ROUTE/MASTER-UPDATE PARAGRAPHS
036720*    BELOW CAN RUN UNCHANGED AGAINST IT, THE SAME AS THEY DO FOR
036730*    A RECORD JUST READ FROM AN EXTRACT.
036740 2510-FLUSH-ONE-DEDUP-ENTRY.
036750     MOVE WS-MRG-NAME     TO NAME
036760     MOVE WS-MRG-ADDR     TO ADDR
036770     MOVE WS-MRG-CITY     TO CITY
036780     MOVE WS-MRG-STATE    TO STATE
036790     MOVE WS-MRG-ZIP      TO ZIP
036800     MOVE WS-MRG-CATEGORY TO CATEGORY
036810     MOVE WS-MRG-PHONE    TO PHONE
036820     MOVE WS-MRG-EMAIL    TO EMAIL
036830     MOVE WS-MRG-SOURCE   TO WS-CURRENT-SOURCE-FILE
036840     PERFORM 3602-HONOR-FIELD-PRECEDENCE THRU 3602-EXIT
036850     PERFORM 3160-EXTRACT-PHONE-DIGITS THRU 3160-EXIT
036860     PERFORM 3162-SCAN-EMAIL THRU 3162-EXIT
036870     PERFORM 3200-BUILD-OUTPUT-RECORD THRU 3200-EXIT
036880     PERFORM 3300-WRITE-OUTPUT-RECORD THRU 3300-EXIT
036890     PERFORM 3305-RELEASE-IF-DELIVERABLE THRU 3305-EXIT
036900     PERFORM 3400-ROUTE-TO-CATEGORY-FILE THRU 3400-EXIT
036910     PERFORM 3600-UPDATE-MASTER THRU 3600-EXIT
036920     PERFORM 3720-WRITE-FLUSH-CHECKPOINT THRU 3720-EXIT.
036930 2510-EXIT.
036940     EXIT.
036950*
036960*****************************************************************
036970*    3000-PROCESS-RECORDS - READ, BUILD AND ROUTE ONE RECORD    *
036980*****************************************************************
036990 3000-PROCESS-RECORDS.
037000     PERFORM 3100-READ-INPUT-RECORD THRU 3100-EXIT
037010     IF NOT END-OF-FILE
037020         PERFORM 3150-VALIDATE-INPUT-RECORD THRU 3150-EXIT
037030         IF RECORD-VALID
037040             PERFORM 3175-CHECK-SUPPRESSION THRU 3175-EXIT
037050             IF CONTACT-SUPPRESSED
037060                 PERFORM 3176-SUPPRESS-CONTACT THRU 3176-EXIT
037070             ELSE
037080                 PERFORM 3170-DEDUP-RECORD THRU 3170-EXIT
037090             END-IF
037100         ELSE
037110             PERFORM 3500-WRITE-REJECT-RECORD THRU 3500-EXIT
037120             PERFORM 3510-ADD-TO-SUSPENSE THRU 3510-EXIT
037130         END-IF
037140     END-IF.
037150 3000-EXIT.
037160     EXIT.
037170*
037180 3100-READ-INPUT-RECORD.
037190     READ INPUT-FILE INTO INPUT-RECORD
037200         AT END
037210             MOVE 'Y' TO WS-END-OF-FILE
037220         NOT AT END
037230*            THE TRL RECORD IS THE LOGICAL END OF THE DATA
037240             IF ICR-TRAILER
037250                 MOVE 'Y' TO WS-END-OF-FILE
037260             ELSE
037270                 ADD 1 TO WS-READ-COUNT
037280                 ADD 1 TO WS-FILE-READ-COUNT
037290                 PERFORM 3700-WRITE-CHECKPOINT-IF-DUE THRU
037300                     3700-EXIT
037310             END-IF
037320     END-READ.
037330 3100-EXIT.
037340     EXIT.
037350*
037360*****************************************************************
037370*    3150-VALIDATE-INPUT-RECORD - REJECT ROWS WITH A BLANK NAME, *
037380*    AN INVALID STATE, OR AN INVALID ZIP, BEFORE THEY ARE BUILT  *
037390*    INTO OUTPUT-RECORD.                                         *
037400*****************************************************************
037410 3150-VALIDATE-INPUT-RECORD.
037420     SET RECORD-VALID TO TRUE
037430     MOVE SPACES TO WS-REJECT-REASON
037440     MOVE 1 TO WS-REASON-PTR
037450     PERFORM 3151-CHECK-NAME THRU 3151-EXIT
037460     PERFORM 3152-CHECK-STATE THRU 3152-EXIT
037470     PERFORM 3153-CHECK-ZIP THRU 3153-EXIT
037480     PERFORM 3154-CHECK-PHONE THRU 3154-EXIT
037490     PERFORM 3155-CHECK-EMAIL THRU 3155-EXIT
037500     PERFORM 3156-NORMALIZE-CATEGORY THRU 3156-EXIT.
037510 3150-EXIT.
037520     EXIT.
037530*
037540 3151-CHECK-NAME.
037550     IF NAME = SPACES
037560         MOVE 'N' TO WS-VALID-SW
037570         STRING "BLANK NAME" DELIMITED BY SIZE
037580                INTO WS-REJECT-REASON
037590                WITH POINTER WS-REASON-PTR
037600     END-IF.
037610 3151-EXIT.
037620     EXIT.
037630*
037640 3152-CHECK-STATE.
037650     IF STATE = SPACES
037660         OR STATE-CHAR-1 NOT ALPHABETIC-UPPER
037670         OR STATE-CHAR-2 NOT ALPHABETIC-UPPER
037680        OR STATE-CHAR-1 = SPACE
037690        OR STATE-CHAR-2 = SPACE
037700         MOVE 'N' TO WS-VALID-SW
037710         IF WS-REASON-PTR > 1
037720             STRING "; " DELIMITED BY SIZE
037730                    INTO WS-REJECT-REASON
037740                    WITH POINTER WS-REASON-PTR
037750         END-IF
037760         STRING "INVALID STATE" DELIMITED BY SIZE
037770                INTO WS-REJECT-REASON
037780                WITH POINTER WS-REASON-PTR
037790     END-IF.
037800 3152-EXIT.
037810     EXIT.
037820*
037830 3153-CHECK-ZIP.
037840     IF ZIP NOT NUMERIC
037850         MOVE 'N' TO WS-VALID-SW
037860         IF WS-REASON-PTR > 1
037870             STRING "; " DELIMITED BY SIZE
037880                    INTO WS-REJECT-REASON
037890                    WITH POINTER WS-REASON-PTR
037900         END-IF
037910         STRING "INVALID ZIP" DELIMITED BY SIZE
037920                INTO WS-REJECT-REASON
037930                WITH POINTER WS-REASON-PTR
037940     END-IF.
037950 3153-EXIT.
037960     EXIT.
037970*
037980*    PHONE IS OPTIONAL -- A BLANK PHONE IS LEFT FOR THE DEDUPE
037990*    PASS TO COVER -- BUT A PHONE THAT IS PRESENT IS REJECTED
038000*    RATHER THAN PASSED THROUGH UNCHANGED UNLESS IT
038010*    CONTAINS EXACTLY 10 DIGITS ONCE PUNCTUATION IS STRIPPED;
038020*    3200-BUILD-OUTPUT-RECORD RE-RENDERS THOSE DIGITS INTO THE
038030*    STANDARD (XXX) XXX-XXXX FORMAT FOR OUTPUT-RECORD.
038040 3154-CHECK-PHONE.
038050     PERFORM 3160-EXTRACT-PHONE-DIGITS THRU 3160-EXIT
038060     IF PHONE NOT = SPACES
038070         IF WS-PHONE-DIGIT-COUNT NOT = 10
038080             MOVE 'N' TO WS-VALID-SW
038090             IF WS-REASON-PTR > 1
038100                 STRING "; " DELIMITED BY SIZE
038110                        INTO WS-REJECT-REASON
038120                        WITH POINTER WS-REASON-PTR
038130             END-IF
038140             STRING "INVALID PHONE" DELIMITED BY SIZE
038150                    INTO WS-REJECT-REASON
038160                    WITH POINTER WS-REASON-PTR
038170         END-IF
038180     END-IF.
038190 3154-EXIT.
038200     EXIT.
038210*
038220*    PULLS THE DIGIT CHARACTERS OUT OF PHONE, IN ORDER, INTO
038230*    WS-PHONE-DIGITS.  ONLY THE FIRST 10 ARE KEPT, BUT COUNTING
038240*    CONTINUES PAST 10 SO AN 11-DIGIT (OR LONGER) NUMBER IS STILL
038250*    DETECTED AS INVALID RATHER THAN SILENTLY TRUNCATED.
038260 3160-EXTRACT-PHONE-DIGITS.
038270     MOVE SPACES TO WS-PHONE-DIGITS
038280     MOVE ZERO TO WS-PHONE-DIGIT-COUNT
038290     MOVE ZERO TO WS-PHONE-CHAR-IDX
038300     PERFORM 3161-EXTRACT-ONE-PHONE-CHAR THRU 3161-EXIT
038310         VARYING WS-PHONE-CHAR-IDX FROM 1 BY 1
038320             UNTIL WS-PHONE-CHAR-IDX > 14.
038330 3160-EXIT.
038340     EXIT.
038350*
038360 3161-EXTRACT-ONE-PHONE-CHAR.
038370     IF PHONE (WS-PHONE-CHAR-IDX:1) IS NUMERIC
038380         ADD 1 TO WS-PHONE-DIGIT-COUNT
038390         IF WS-PHONE-DIGIT-COUNT <= 10
038400             MOVE PHONE (WS-PHONE-CHAR-IDX:1)
038410                 TO WS-PHONE-DIGITS (WS-PHONE-DIGIT-COUNT:1)
038420         END-IF
038430     END-IF.
038440 3161-EXIT.
038450     EXIT.
038460*
038470*    EMAIL IS OPTIONAL -- A BLANK EMAIL IS LEFT FOR THE DEDUPE
038480*    PASS TO COVER -- BUT AN EMAIL THAT IS PRESENT MUST HAVE
038490*    EXACTLY ONE "@", NO EMBEDDED SPACES, AND A DOT
038500*    SOMEWHERE IN THE DOMAIN PART AFTER THE "@".  ONCE VALIDATED,
038510*    WS-EMAIL-AT-POS AND WS-EMAIL-LEN ARE REUSED BY
038520*    3200-BUILD-OUTPUT-RECORD TO CARVE OUT-EMAIL-DOMAIN.
038530 3155-CHECK-EMAIL.
038540     PERFORM 3162-SCAN-EMAIL THRU 3162-EXIT
038550     IF EMAIL NOT = SPACES
038560         IF WS-EMAIL-AT-COUNT NOT = 1
038570            OR WS-EMAIL-HAS-SPACE
038580            OR NOT WS-EMAIL-HAS-DOT
038590             MOVE 'N' TO WS-VALID-SW
038600             IF WS-REASON-PTR > 1
038610                 STRING "; " DELIMITED BY SIZE
038620                        INTO WS-REJECT-REASON
038630                        WITH POINTER WS-REASON-PTR
038640             END-IF
038650             STRING "INVALID EMAIL" DELIMITED BY SIZE
038660                    INTO WS-REJECT-REASON
038670                    WITH POINTER WS-REASON-PTR
038680         END-IF
038690     END-IF.
038700 3155-EXIT.
038710     EXIT.
038720*
038730*    COLLAPSE THE FREE-FORM CATEGORY THE REGION SENT TO ITS
038740*    CANONICAL CODE: UPPER-CASE IT, THEN LOOK IT UP IN THE
038750*    ALIAS COLUMN OF THE REFERENCE TABLE.  A VALUE THE TABLE
038760*    KNOWS IS REPLACED IN THE INPUT RECORD AREA ITSELF, SO THE
038770*    DEDUPE PASS, THE MASTER, THE DELTA FEED, AND THE CATEGORY
038780*    ROUTING ALL SEE ONLY THE CANONICAL CODE.  A VALUE IT DOES
038790*    NOT KNOW IS LEFT AS UPPER-CASED, TO BE ROUTED TO THE OTHER
038800*    FILE AND REPORTED BY 3410-FIND-CATEGORY-SLOT.  WITH NO
038810*    REFERENCE FILE LOADED, NOTHING IS TOUCHED.
038820 3156-NORMALIZE-CATEGORY.
038830     IF WS-CAT-REF-COUNT > ZERO AND CATEGORY NOT = SPACES
038840         INSPECT CATEGORY
038850             CONVERTING "abcdefghijklmnopqrstuvwxyz"
038860                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
038870         MOVE ZERO TO WS-CAT-REF-IDX
038880         MOVE 'N' TO WS-CAT-REF-FOUND-SW
038890         PERFORM 3157-SEARCH-CAT-REFERENCE THRU 3157-EXIT
038900             UNTIL WS-CAT-REF-IDX >= WS-CAT-REF-COUNT
038910                OR CAT-REF-FOUND
038920         IF CAT-REF-FOUND
038930             MOVE WS-CAT-REF-CANONICAL (WS-CAT-REF-IDX)
038940                 TO CATEGORY
038950         END-IF
038960     END-IF.
038970 3156-EXIT.
038980     EXIT.
038990*
039000*    COMPARE CATEGORY AGAINST THE NEXT ALIAS SLOT.
039010 3157-SEARCH-CAT-REFERENCE.
039020     ADD 1 TO WS-CAT-REF-IDX
039030     IF WS-CAT-REF-ALIAS (WS-CAT-REF-IDX) = CATEGORY
039040         SET CAT-REF-FOUND TO TRUE
039050     END-IF.
039060 3157-EXIT.
039070     EXIT.
039080*
039090 3162-SCAN-EMAIL.
039100     MOVE ZERO TO WS-EMAIL-AT-COUNT
039110     MOVE ZERO TO WS-EMAIL-AT-POS
039120     MOVE 'N' TO WS-EMAIL-SPACE-SW
039130     MOVE 'N' TO WS-EMAIL-DOT-SW
039140     PERFORM 3163-FIND-EMAIL-LEN THRU 3163-EXIT
039150     PERFORM 3164-SCAN-ONE-EMAIL-CHAR THRU 3164-EXIT
039160         VARYING WS-EMAIL-CHAR-IDX FROM 1 BY 1
039170             UNTIL WS-EMAIL-CHAR-IDX > WS-EMAIL-LEN
039180     IF WS-EMAIL-AT-COUNT = 1
039190         COMPUTE WS-EMAIL-CHAR-IDX = WS-EMAIL-AT-POS + 1
039200         PERFORM 3165-CHECK-DOMAIN-DOT THRU 3165-EXIT
039210            VARYING WS-EMAIL-CHAR-IDX FROM WS-EMAIL-CHAR-IDX
039220                BY 1
039230                UNTIL WS-EMAIL-CHAR-IDX > WS-EMAIL-LEN
039240     END-IF.
039250 3162-EXIT.
039260     EXIT.
039270*
039280*    A FIELD READ FROM A FIXED-WIDTH SEQUENTIAL RECORD IS PADDED
039290*    WITH TRAILING SPACES, SO THE "USED" LENGTH IS FOUND BY
039300*    SCANNING BACKWARD FOR THE LAST NON-SPACE CHARACTER.
039310 3163-FIND-EMAIL-LEN.
039320     PERFORM 3166-CHECK-TRAILING-CHAR THRU 3166-EXIT
039330         VARYING WS-EMAIL-CHAR-IDX FROM 30 BY -1
039340             UNTIL WS-EMAIL-CHAR-IDX < 1
039350                OR EMAIL (WS-EMAIL-CHAR-IDX:1) NOT = SPACE
039360     MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-LEN.
039370 3163-EXIT.
039380     EXIT.
039390*
039400 3164-SCAN-ONE-EMAIL-CHAR.
039410     IF EMAIL (WS-EMAIL-CHAR-IDX:1) = "@"
039420         ADD 1 TO WS-EMAIL-AT-COUNT
039430         MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-AT-POS
039440     END-IF
039450     IF EMAIL (WS-EMAIL-CHAR-IDX:1) = SPACE
039460         MOVE 'Y' TO WS-EMAIL-SPACE-SW
039470     END-IF.
039480 3164-EXIT.
039490     EXIT.
039500*
039510 3165-CHECK-DOMAIN-DOT.
039520     IF EMAIL (WS-EMAIL-CHAR-IDX:1) = "."
039530         MOVE 'Y' TO WS-EMAIL-DOT-SW
039540     END-IF.
039550 3165-EXIT.
039560     EXIT.
039570*
039580 3166-CHECK-TRAILING-CHAR.
039590     CONTINUE.
039600 3166-EXIT.
039610     EXIT.
039620*
039630*****************************************************************
039640*    3170-DEDUP-RECORD - RELEASE A VALID RECORD TO THE DEDUPE   *
039650*    WORK FILE INSTEAD OF WRITING IT TO THE OUTPUTS DIRECTLY.   *
039660*    THE MERGE OF RECORDS SHARING A NAME + ZIP HAPPENS IN       *
039670*    2500-FLUSH-DEDUPED-RECORDS ONCE THE WORK FILE IS SORTED;   *
039680*    THE ARRIVAL SEQUENCE STAMPED HERE KEEPS EACH KEY GROUP IN  *
039690*    ARRIVAL ORDER THROUGH THE SORT SO THE FIRST RECORD SEEN    *
039700*    STILL SUPPLIES THE KEPT FIELD VALUES.                      *
039710*****************************************************************
039720 3170-DEDUP-RECORD.
039730     ADD 1 TO WS-WORK-SEQ
039740     MOVE NAME     TO WRK-NAME
039750     MOVE ZIP      TO WRK-ZIP
039760     MOVE WS-WORK-SEQ TO WRK-SEQ
039770     MOVE ADDR     TO WRK-ADDR
039780     MOVE CITY     TO WRK-CITY
039790     MOVE STATE    TO WRK-STATE
039800     MOVE CATEGORY TO WRK-CATEGORY
039810     MOVE PHONE    TO WRK-PHONE
039820     MOVE EMAIL    TO WRK-EMAIL
039830     MOVE WS-CURRENT-SOURCE-FILE TO WRK-SOURCE
039840     WRITE DEDUP-WORK-RECORD.
039850 3170-EXIT.
039860     EXIT.
039870*
039880*****************************************************************
039890*    3175-CHECK-SUPPRESSION - LOOK THE VALIDATED RECORD UP IN   *
039900*    THE DO-NOT-CONTACT INDEX: ITS NAME AS A NAME ENTRY, ITS    *
039910*    EMAIL AS AN EMAIL ENTRY, AND THE BARE 10 DIGITS            *
039920*    3160-EXTRACT-PHONE-DIGITS PULLED OUT DURING VALIDATION AS  *
039930*    A PHONE ENTRY.  THE FIRST HIT DECIDES.                     *
039940*****************************************************************
039950 3175-CHECK-SUPPRESSION.
039960     MOVE 'N' TO WS-SUPPRESSED-SW
039970     MOVE SPACES TO WS-SUP-MATCH-TYPE
039980     MOVE SPACES TO WS-SUP-MATCHED-VALUE
039990     MOVE 'N' TO SIX-TYPE
040000     MOVE NAME TO SIX-VALUE
040010     PERFORM 3177-LOOK-UP-SUPPRESS-ENTRY THRU 3177-EXIT
040020     IF CONTACT-SUPPRESSED
040030         MOVE "NAME" TO WS-SUP-MATCH-TYPE
040040         GO TO 3175-EXIT
040050     END-IF
040060     IF EMAIL NOT = SPACES
040070         MOVE 'E' TO SIX-TYPE
040080         MOVE EMAIL TO SIX-VALUE
040090         PERFORM 3177-LOOK-UP-SUPPRESS-ENTRY THRU 3177-EXIT
040100         IF CONTACT-SUPPRESSED
040110             MOVE "EMAIL" TO WS-SUP-MATCH-TYPE
040120             GO TO 3175-EXIT
040130         END-IF
040140     END-IF
040150     IF WS-PHONE-DIGITS NOT = SPACES
040160         MOVE 'P' TO SIX-TYPE
040170         MOVE WS-PHONE-DIGITS TO SIX-VALUE
040180         PERFORM 3177-LOOK-UP-SUPPRESS-ENTRY THRU 3177-EXIT
040190         IF CONTACT-SUPPRESSED
040200             MOVE "PHONE" TO WS-SUP-MATCH-TYPE
040210         END-IF
040220     END-IF.
040230 3175-EXIT.
040240     EXIT.
040250*
040260 3177-LOOK-UP-SUPPRESS-ENTRY.
040270     READ SUPPRESS-INDEX-FILE
040280         INVALID KEY
040290             CONTINUE
040300         NOT INVALID KEY
040310             SET CONTACT-SUPPRESSED TO TRUE
040320             MOVE SIX-VALUE TO WS-SUP-MATCHED-VALUE
040330     END-READ.
040340 3177-EXIT.
040350     EXIT.
040360*
040370*
040380*****************************************************************
040390*    3176-SUPPRESS-CONTACT - HOLD THE CONTACT OUT OF EVERY      *
040400*    DOWNSTREAM FEED, WRITE THE EVIDENCE LINE, AND STAGE THE    *
040410*    CONTACT'S REMOVAL FROM THE MASTER IF IT IS THERE.  8400    *
040420*    APPLIES IT (LOGGED AS DELETED TO CHANGELOG, DELTA, AND     *
040430*    HISTORY, EXACTLY LIKE A CONTACT THAT DROPPED OUT OF THE    *
040440*    EXTRACTS) ONCE THE NIGHT'S CHANGE VOLUMES PASS.  THE       *
040450*    EVIDENCE FILE IS KEPT, SO A PROOF RUN LEAVES IT ALONE; THE *
040460*    LIVE NIGHT THAT FOLLOWS WRITES THE LINES ONCE.             *
040470*****************************************************************
040480 3176-SUPPRESS-CONTACT.
040490     ADD 1 TO WS-SUPPRESSED-COUNT
040500     IF NOT PROOF-RUN
040510         MOVE WS-RUN-DATE TO SPR-RUN-DATE
040520         MOVE WS-SUP-MATCH-TYPE TO SPR-MATCH-TYPE
040530         MOVE NAME TO SPR-NAME
040540         MOVE WS-SUP-MATCHED-VALUE TO SPR-MATCHED-VALUE
040550         WRITE SUPPRESSION-REPORT-RECORD
040560     END-IF
040570     MOVE NAME TO MASTER-NAME
040580     MOVE ZIP  TO MASTER-ZIP
040590     READ MASTER-FILE
040600         INVALID KEY
040610             MOVE 'N' TO WS-MASTER-FOUND-SW
040620         NOT INVALID KEY
040630             MOVE 'Y' TO WS-MASTER-FOUND-SW
040640     END-READ
040650     IF MASTER-FOUND
040660         MOVE 'S' TO WS-PND-ORIGIN
040670         PERFORM 3676-STAGE-MASTER-DELETE THRU 3676-EXIT
040680     END-IF.
040690 3176-EXIT.
040700     EXIT.
040710*
040720 3200-BUILD-OUTPUT-RECORD.
040730     MOVE SPACES TO OUT-NAME
040740     MOVE SPACES TO FULL-ADDRESS
040750     MOVE SPACES TO OUT-CATEGORY
040760     MOVE SPACES TO OUT-PHONE
040770     MOVE SPACES TO OUT-EMAIL
040780     MOVE SPACES TO OUT-SOURCE-FILE
040790     MOVE NAME TO OUT-NAME
040800     PERFORM 3220-STANDARDIZE-ADDR THRU 3220-EXIT
040810     PERFORM 3205-LOOKUP-ZIP-PLUS4 THRU 3205-EXIT
040820     STRING ADDR ", " CITY ", " STATE " " ZIP WS-ZIP-SUFFIX
040830            DELIMITED BY SIZE
040840            INTO FULL-ADDRESS
040850     MOVE CATEGORY TO OUT-CATEGORY
040860     IF WS-PHONE-DIGIT-COUNT = 10
040870         STRING "(" WS-PHONE-DIGITS (1:3) ") "
040880                WS-PHONE-DIGITS (4:3) "-"
040890                WS-PHONE-DIGITS (7:4)
040900                DELIMITED BY SIZE
040910                INTO OUT-PHONE
040920     END-IF
040930     MOVE EMAIL TO OUT-EMAIL
040940     PERFORM 3210-CARVE-EMAIL-DOMAIN THRU 3210-EXIT
040950     MOVE WS-CURRENT-SOURCE-FILE TO OUT-SOURCE-FILE.
040960 3200-EXIT.
040970     EXIT.
040980*
040990*****************************************************************
041000*    3220-STANDARDIZE-ADDR - PUT THE ADDRESS INTO POSTAL FORM IN *
041010*    THE INPUT RECORD AREA ITSELF, BEFORE FULL-ADDRESS IS BUILT, *
041020*    SO OUTPUT.CSV, THE HOUSEHOLD EXTRACT, THE PRESORT, THE      *
041030*    MASTER, AND THE DELTA FEED ALL SEE ONE SPELLING OF EACH     *
041040*    ADDRESS.  AN ADDRESS THE REFERENCE CANNOT PARSE GOES ON AS  *
041050*    RECEIVED AND IS LISTED ON ADDRESS-REVIEW.CSV.  WITH NO      *
041060*    REFERENCE FILE LOADED, NOTHING IS TOUCHED.                  *
041070*****************************************************************
041080 3220-STANDARDIZE-ADDR.
041090     IF WS-ABR-REF-COUNT = ZERO OR ADDR = SPACES
041100         GO TO 3220-EXIT
041110     END-IF
041120     MOVE ADDR TO WS-STD-IN
041130     PERFORM 3230-STANDARDIZE-ADDRESS THRU 3230-EXIT
041140     IF NOT STD-PARSED
041150         ADD 1 TO WS-ADDR-UNPARSED-COUNT
041160         MOVE WS-RUN-DATE            TO ARV-RUN-DATE
041170         MOVE WS-CURRENT-SOURCE-FILE TO ARV-SOURCE
041180         MOVE NAME                   TO ARV-NAME
041190         MOVE ZIP                    TO ARV-ZIP
041200         MOVE WS-STD-REASON          TO ARV-REASON
041210         MOVE ADDR                   TO ARV-ADDR
041220         WRITE ADDRESS-REVIEW-RECORD
041230         GO TO 3220-EXIT
041240     END-IF
041250     IF WS-STD-OUT NOT = ADDR
041260         ADD 1 TO WS-ADDR-STD-COUNT
041270         MOVE WS-STD-OUT TO ADDR
041280     END-IF.
041290 3220-EXIT.
041300     EXIT.
041310*
041320*    PUT THE KEPT AND OFFERED ADDRESSES OF A PRECEDENCE CHECK
041330*    INTO POSTAL FORM, EACH ONLY IF IT PARSES, SO A DIFFERENCE
041340*    OF SPELLING ALONE IS NEITHER BLOCKED NOR REPORTED.
041350 3225-STANDARDIZE-PRC-VALUES.
041360     IF WS-ABR-REF-COUNT = ZERO
041370         GO TO 3225-EXIT
041380     END-IF
041390     IF WS-PRC-KEPT-VALUE NOT = SPACES
041400         MOVE WS-PRC-KEPT-VALUE TO WS-STD-IN
041410         PERFORM 3230-STANDARDIZE-ADDRESS THRU 3230-EXIT
041420         IF STD-PARSED
041430             MOVE WS-STD-OUT TO WS-PRC-KEPT-VALUE
041440         END-IF
041450     END-IF
041460     IF WS-PRC-OFFERED-VALUE NOT = SPACES
041470         MOVE WS-PRC-OFFERED-VALUE TO WS-STD-IN
041480         PERFORM 3230-STANDARDIZE-ADDRESS THRU 3230-EXIT
041490         IF STD-PARSED
041500             MOVE WS-STD-OUT TO WS-PRC-OFFERED-VALUE
041510         END-IF
041520     END-IF.
041530 3225-EXIT.
041540     EXIT.
041550*
041560*****************************************************************
041570*    3230-STANDARDIZE-ADDRESS - PUT WS-STD-IN INTO POSTAL FORM   *
041580*    IN WS-STD-OUT AGAINST WS-ABR-REF-TAB.  PERIODS AND COMMAS   *
041590*    ARE DROPPED AND "#" IS A WORD OF ITS OWN.  THE FORM IS:     *
041600*      HOUSE-NUMBER [PRE-DIR] NAME... SUFFIX [POST-DIR]          *
041610*        [DESIGNATOR UNIT-NUMBER]                                *
041620*    OR "PO BOX NNN", EVERY WORD SEPARATED BY ONE SPACE.  THE    *
041630*    HOUSE NUMBER MUST START WITH A DIGIT AND THE LAST STREET    *
041640*    WORD BEFORE ANY POST-DIRECTIONAL MUST BE A KNOWN SUFFIX.    *
041650*    THE SECONDARY UNIT IS THE FIRST KNOWN DESIGNATOR AFTER THE  *
041660*    STREET AND THE ONE WORD THAT FOLLOWS IT (A "#" BETWEEN THE  *
041670*    TWO IS DROPPED); IT IS ALWAYS WRITTEN LAST.  A DIRECTIONAL  *
041680*    IS ONLY TAKEN AS ONE WHEN A STREET NAME IS LEFT BESIDE IT,  *
041690*    SO "NORTH ST" KEEPS ITS NAME.  ANYTHING ELSE IS NOT PARSED: *
041700*    STD-PARSED STAYS OFF, WS-STD-OUT IS WS-STD-IN UNCHANGED,    *
041710*    AND WS-STD-REASON SAYS WHY.  NOTHING IS COUNTED OR WRITTEN  *
041720*    HERE; THE CALLER DECIDES.                                   *
041730*****************************************************************
041740 3230-STANDARDIZE-ADDRESS.
041750     MOVE 'N' TO WS-STD-PARSED-SW
041760     MOVE SPACES TO WS-STD-REASON
041770     MOVE WS-STD-IN TO WS-STD-OUT
041780     MOVE WS-STD-IN TO WS-STD-WORK
041790     INSPECT WS-STD-WORK
041800         CONVERTING "abcdefghijklmnopqrstuvwxyz.,"
041810                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
041820     MOVE SPACES TO WS-STD-TOKEN-TAB
041830     MOVE ZERO TO WS-STD-TOKEN-COUNT
041840     MOVE ZERO TO WS-STD-TOKEN-LEN
041850     PERFORM 3231-SCAN-ONE-CHAR THRU 3231-EXIT
041860         VARYING WS-STD-POS FROM 1 BY 1
041870             UNTIL WS-STD-POS > 30
041880                OR WS-STD-REASON NOT = SPACES
041890     IF WS-STD-REASON NOT = SPACES
041900         GO TO 3230-EXIT
041910     END-IF
041920     PERFORM 3233-TRY-PO-BOX THRU 3233-EXIT
041930     IF STD-PARSED OR WS-STD-REASON NOT = SPACES
041940         GO TO 3230-EXIT
041950     END-IF
041960     IF WS-STD-TOKEN (1) (1:1) NOT NUMERIC
041970         MOVE "NO HOUSE NUMBER" TO WS-STD-REASON
041980         GO TO 3230-EXIT
041990     END-IF
042000     PERFORM 3234-SPLIT-UNIT THRU 3234-EXIT
042010     IF WS-STD-REASON NOT = SPACES
042020         GO TO 3230-EXIT
042030     END-IF
042040     PERFORM 3236-PARSE-STREET THRU 3236-EXIT
042050     IF WS-STD-REASON NOT = SPACES
042060         GO TO 3230-EXIT
042070     END-IF
042080     PERFORM 3237-ASSEMBLE-ADDRESS THRU 3237-EXIT.
042090 3230-EXIT.
042100     EXIT.
042110*
042120*    ONE CHARACTER OF THE ADDRESS: A SPACE ENDS THE WORD IN
042130*    HAND, A "#" IS A WORD BY ITSELF, ANYTHING ELSE IS ADDED TO
042140*    THE WORD IN HAND OR STARTS A NEW ONE.
042150 3231-SCAN-ONE-CHAR.
042160     MOVE WS-STD-WORK (WS-STD-POS:1) TO WS-STD-CHAR
042170     EVALUATE TRUE
042180         WHEN WS-STD-CHAR = SPACE
042190             MOVE ZERO TO WS-STD-TOKEN-LEN
042200         WHEN WS-STD-CHAR = "#"
042210             MOVE ZERO TO WS-STD-TOKEN-LEN
042220             PERFORM 3232-START-TOKEN THRU 3232-EXIT
042230             IF WS-STD-REASON = SPACES
042240                 MOVE "#" TO WS-STD-TOKEN (WS-STD-TOKEN-COUNT)
042250             END-IF
042260         WHEN OTHER
042270             IF WS-STD-TOKEN-LEN = ZERO
042280                 PERFORM 3232-START-TOKEN THRU 3232-EXIT
042290             END-IF
042300             IF WS-STD-TOKEN-LEN = 20
042310                 MOVE "WORD TOO LONG" TO WS-STD-REASON
042320             END-IF
042330             IF WS-STD-REASON = SPACES
042340                 ADD 1 TO WS-STD-TOKEN-LEN
042350                 MOVE WS-STD-CHAR
042360                     TO WS-STD-TOKEN (WS-STD-TOKEN-COUNT)
042370                                     (WS-STD-TOKEN-LEN:1)
042380             END-IF
042390     END-EVALUATE.
042400 3231-EXIT.
042410     EXIT.
042420*
042430 3232-START-TOKEN.
042440     IF WS-STD-TOKEN-COUNT < WS-MAX-STD-TOKEN
042450         ADD 1 TO WS-STD-TOKEN-COUNT
042460     ELSE
042470         MOVE "TOO MANY WORDS" TO WS-STD-REASON
042480     END-IF.
042490 3232-EXIT.
042500     EXIT.
042510*
042520*    "PO BOX NNN" AND "P O BOX NNN" BOTH BECOME "PO BOX NNN".
042530 3233-TRY-PO-BOX.
042540     EVALUATE TRUE
042550         WHEN WS-STD-TOKEN-COUNT = 3
042560          AND WS-STD-TOKEN (1) = "PO"
042570          AND WS-STD-TOKEN (2) = "BOX"
042580             CONTINUE
042590         WHEN WS-STD-TOKEN-COUNT = 4
042600          AND WS-STD-TOKEN (1) = "P"
042610          AND WS-STD-TOKEN (2) = "O"
042620          AND WS-STD-TOKEN (3) = "BOX"
042630             CONTINUE
042640         WHEN OTHER
042650             GO TO 3233-EXIT
042660     END-EVALUATE
042670     MOVE SPACES TO WS-STD-BUILD
042680     MOVE 1 TO WS-STD-PTR
042690     MOVE "PO BOX" TO WS-STD-WORD
042700     PERFORM 3239-APPEND-WORD THRU 3239-EXIT
042710     MOVE WS-STD-TOKEN (WS-STD-TOKEN-COUNT) TO WS-STD-WORD
042720     PERFORM 3239-APPEND-WORD THRU 3239-EXIT
042730     PERFORM 3240-FINISH-ADDRESS THRU 3240-EXIT.
042740 3233-EXIT.
042750     EXIT.
042760*
042770*    FIND THE SECONDARY UNIT, IF ANY.  THE STREET IS EVERYTHING
042780*    FROM THE SECOND WORD UP TO WS-STD-STREET-LAST.
042790 3234-SPLIT-UNIT.
042800     MOVE ZERO TO WS-STD-UNIT-IDX
042810     MOVE SPACES TO WS-STD-UNIT-DESIG
042820     MOVE "U" TO WS-STD-LOOK-TYPE
042830     PERFORM 3235-TEST-UNIT-TOKEN THRU 3235-EXIT
042840         VARYING WS-STD-TOK-IDX FROM 3 BY 1
042850             UNTIL WS-STD-TOK-IDX > WS-STD-TOKEN-COUNT
042860                OR WS-STD-UNIT-IDX > ZERO
042870     IF WS-STD-UNIT-IDX = ZERO
042880         MOVE WS-STD-TOKEN-COUNT TO WS-STD-STREET-LAST
042890         GO TO 3234-EXIT
042900     END-IF
042910     COMPUTE WS-STD-STREET-LAST = WS-STD-UNIT-IDX - 1
042920     EVALUATE TRUE
042930         WHEN WS-STD-TOKEN-COUNT = WS-STD-UNIT-IDX + 1
042940          AND WS-STD-TOKEN (WS-STD-TOKEN-COUNT) NOT = "#"
042950             CONTINUE
042960         WHEN WS-STD-TOKEN-COUNT = WS-STD-UNIT-IDX + 2
042970          AND WS-STD-TOKEN (WS-STD-UNIT-IDX + 1) = "#"
042980          AND WS-STD-TOKEN (WS-STD-TOKEN-COUNT) NOT = "#"
042990             CONTINUE
043000         WHEN WS-STD-TOKEN-COUNT = WS-STD-UNIT-IDX
043010             MOVE "UNIT HAS NO NUMBER" TO WS-STD-REASON
043020         WHEN OTHER
043030             MOVE "UNIT NOT UNDERSTOOD" TO WS-STD-REASON
043040     END-EVALUATE.
043050 3234-EXIT.
043060     EXIT.
043070*
043080 3235-TEST-UNIT-TOKEN.
043090     MOVE WS-STD-TOKEN (WS-STD-TOK-IDX) TO WS-STD-WORD
043100     PERFORM 3241-FIND-ABBREVIATION THRU 3241-EXIT
043110     IF ABR-FOUND
043120         MOVE WS-STD-TOK-IDX TO WS-STD-UNIT-IDX
043130         MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX)
043140             TO WS-STD-UNIT-DESIG
043150     END-IF.
043160 3235-EXIT.
043170     EXIT.
043180*
043190*    TAKE THE POST-DIRECTIONAL, THE SUFFIX, AND THE PRE-
043200*    DIRECTIONAL OFF THE STREET WORDS, LEAVING THE NAME.
043210 3236-PARSE-STREET.
043220     MOVE SPACES TO WS-STD-PREDIR
043230     MOVE SPACES TO WS-STD-SUFFIX
043240     MOVE SPACES TO WS-STD-POSTDIR
043250     IF WS-STD-STREET-LAST < 2
043260         MOVE "NO STREET NAME" TO WS-STD-REASON
043270         GO TO 3236-EXIT
043280     END-IF
043290     MOVE 2 TO WS-STD-NAME-FIRST
043300     MOVE WS-STD-STREET-LAST TO WS-STD-NAME-LAST
043310     IF WS-STD-STREET-LAST > 3
043320         MOVE "D" TO WS-STD-LOOK-TYPE
043330         MOVE WS-STD-TOKEN (WS-STD-NAME-LAST) TO WS-STD-WORD
043340         PERFORM 3241-FIND-ABBREVIATION THRU 3241-EXIT
043350         IF ABR-FOUND
043360             MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX)
043370                 TO WS-STD-POSTDIR
043380             SUBTRACT 1 FROM WS-STD-NAME-LAST
043390         END-IF
043400     END-IF
043410     MOVE "S" TO WS-STD-LOOK-TYPE
043420     MOVE WS-STD-TOKEN (WS-STD-NAME-LAST) TO WS-STD-WORD
043430     PERFORM 3241-FIND-ABBREVIATION THRU 3241-EXIT
043440     IF NOT ABR-FOUND
043450         MOVE "NO STREET SUFFIX" TO WS-STD-REASON
043460         GO TO 3236-EXIT
043470     END-IF
043480     MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX) TO WS-STD-SUFFIX
043490     SUBTRACT 1 FROM WS-STD-NAME-LAST
043500     IF WS-STD-NAME-LAST > WS-STD-NAME-FIRST
043510         MOVE "D" TO WS-STD-LOOK-TYPE
043520         MOVE WS-STD-TOKEN (WS-STD-NAME-FIRST) TO WS-STD-WORD
043530         PERFORM 3241-FIND-ABBREVIATION THRU 3241-EXIT
043540         IF ABR-FOUND
043550             MOVE WS-ABR-REF-STANDARD (WS-ABR-REF-IDX)
043560                 TO WS-STD-PREDIR
043570             ADD 1 TO WS-STD-NAME-FIRST
043580         END-IF
043590     END-IF.
043600 3236-EXIT.
043610     EXIT.
043620*
043630 3237-ASSEMBLE-ADDRESS.
043640     MOVE SPACES TO WS-STD-BUILD
043650     MOVE 1 TO WS-STD-PTR
043660     MOVE WS-STD-TOKEN (1) TO WS-STD-WORD
043670     PERFORM 3239-APPEND-WORD THRU 3239-EXIT
043680     IF WS-STD-PREDIR NOT = SPACES
043690         MOVE WS-STD-PREDIR TO WS-STD-WORD
043700         PERFORM 3239-APPEND-WORD THRU 3239-EXIT
043710     END-IF
043720     PERFORM 3238-APPEND-NAME-WORD THRU 3238-EXIT
043730         VARYING WS-STD-TOK-IDX FROM WS-STD-NAME-FIRST BY 1
043740             UNTIL WS-STD-TOK-IDX > WS-STD-NAME-LAST
043750     MOVE WS-STD-SUFFIX TO WS-STD-WORD
043760     PERFORM 3239-APPEND-WORD THRU 3239-EXIT
043770     IF WS-STD-POSTDIR NOT = SPACES
043780         MOVE WS-STD-POSTDIR TO WS-STD-WORD
043790         PERFORM 3239-APPEND-WORD THRU 3239-EXIT
043800     END-IF
043810     IF WS-STD-UNIT-IDX > ZERO
043820         MOVE WS-STD-UNIT-DESIG TO WS-STD-WORD
043830         PERFORM 3239-APPEND-WORD THRU 3239-EXIT
043840         MOVE WS-STD-TOKEN (WS-STD-TOKEN-COUNT) TO WS-STD-WORD
043850         PERFORM 3239-APPEND-WORD THRU 3239-EXIT
043860     END-IF
043870     PERFORM 3240-FINISH-ADDRESS THRU 3240-EXIT.
043880 3237-EXIT.
043890     EXIT.
043900*
043910 3238-APPEND-NAME-WORD.
043920     MOVE WS-STD-TOKEN (WS-STD-TOK-IDX) TO WS-STD-WORD
043930     PERFORM 3239-APPEND-WORD THRU 3239-EXIT.
043940 3238-EXIT.
043950     EXIT.
043960*
043970*    ADD WS-STD-WORD TO WS-STD-BUILD, ONE SPACE AFTER THE LAST.
043980*    "PO BOX" IS THE ONE WORD WITH A SPACE INSIDE IT, SO THE
043990*    WORD IS TAKEN UP TO TWO SPACES RATHER THAN ONE.
044000 3239-APPEND-WORD.
044010     IF WS-STD-PTR > 1
044020         STRING " " DELIMITED BY SIZE
044030             INTO WS-STD-BUILD WITH POINTER WS-STD-PTR
044040     END-IF
044050     STRING WS-STD-WORD DELIMITED BY "  "
044060         INTO WS-STD-BUILD WITH POINTER WS-STD-PTR.
044070 3239-EXIT.
044080     EXIT.
044090*
044100*    THE BUILT ADDRESS MUST STILL FIT THE 30 BYTES OF ADDR.
044110 3240-FINISH-ADDRESS.
044120     IF WS-STD-PTR > 31
044130         MOVE "TOO LONG WHEN BUILT" TO WS-STD-REASON
044140     ELSE
044150         MOVE WS-STD-BUILD TO WS-STD-OUT
044160         SET STD-PARSED TO TRUE
044170     END-IF.
044180 3240-EXIT.
044190     EXIT.
044200*
044210*    LOOK WS-STD-WORD UP AMONG THE WS-STD-LOOK-TYPE ENTRIES OF
044220*    WS-ABR-REF-TAB; ABR-FOUND LEAVES WS-ABR-REF-IDX ON IT.
044230 3241-FIND-ABBREVIATION.
044240     MOVE ZERO TO WS-ABR-REF-IDX
044250     MOVE 'N' TO WS-ABR-FOUND-SW
044260     PERFORM 3242-SEARCH-ABR-REFERENCE THRU 3242-EXIT
044270         UNTIL WS-ABR-REF-IDX >= WS-ABR-REF-COUNT
044280            OR ABR-FOUND.
044290 3241-EXIT.
044300     EXIT.
044310*
044320 3242-SEARCH-ABR-REFERENCE.
044330     ADD 1 TO WS-ABR-REF-IDX
044340     IF WS-ABR-REF-TYPE (WS-ABR-REF-IDX) = WS-STD-LOOK-TYPE
044350        AND WS-ABR-REF-WORD (WS-ABR-REF-IDX) = WS-STD-WORD
044360         SET ABR-FOUND TO TRUE
044370     END-IF.
044380 3242-EXIT.
044390     EXIT.
044400*
044410*    LOOK UP THIS RECORD'S ZIP IN WS-ZIP-REF-TAB.  A MATCH APPENDS
044420*    A HYPHEN AND THE ZIP+4 SUFFIX TO WS-ZIP-SUFFIX FOR THE STRING
044430*    ABOVE TO FOLD INTO FULL-ADDRESS, AND MARKS THE RECORD
044440*    ADDRESS-VALIDATED; NO MATCH LEAVES THE ADDRESS AS A PLAIN
044450*    5-DIGIT ZIP AND UNVALIDATED.
044460 3205-LOOKUP-ZIP-PLUS4.
044470     MOVE SPACES TO WS-ZIP-SUFFIX
044480     MOVE 'N' TO OUT-ADDRESS-VALIDATED
044490     MOVE ZERO TO WS-ZIP-REF-IDX
044500     MOVE 'N' TO WS-ZIP-REF-FOUND-SW
044510     PERFORM 3206-SEARCH-ZIP-REF-TABLE THRU 3206-EXIT
044520         UNTIL WS-ZIP-REF-IDX >= WS-ZIP-REF-COUNT
044530            OR ZIP-REF-FOUND
044540     IF ZIP-REF-FOUND
044550         STRING "-" WS-ZIP-REF-PLUS4 (WS-ZIP-REF-IDX)
044560                DELIMITED BY SIZE
044570                INTO WS-ZIP-SUFFIX
044580         MOVE 'Y' TO OUT-ADDRESS-VALIDATED
044590         ADD 1 TO WS-VALIDATED-COUNT
044600     END-IF.
044610 3205-EXIT.
044620     EXIT.
044630*
044640*    COMPARE ZIP AGAINST THE NEXT REFERENCE TABLE SLOT.
044650 3206-SEARCH-ZIP-REF-TABLE.
044660     ADD 1 TO WS-ZIP-REF-IDX
044670     IF WS-ZIP-REF-ZIP (WS-ZIP-REF-IDX) = ZIP
044680         SET ZIP-REF-FOUND TO TRUE
044690     END-IF.
044700 3206-EXIT.
044710     EXIT.
044720*
044730*    CARVE OUT-EMAIL-DOMAIN OFF THE END OF EMAIL USING THE "@"
044740*    POSITION AND USED LENGTH LEFT BEHIND BY 3162-SCAN-EMAIL.
044750*    SHARED BY 3200-BUILD-OUTPUT-RECORD AND 8165-BUILD-DELETED-
044760*    IMAGE SO THE TWO IMAGES CANNOT DRIFT APART.
044770 3210-CARVE-EMAIL-DOMAIN.
044780     MOVE SPACES TO OUT-EMAIL-DOMAIN
044790     IF WS-EMAIL-AT-COUNT = 1
044800         COMPUTE WS-EMAIL-DOMAIN-LEN =
044810             WS-EMAIL-LEN - WS-EMAIL-AT-POS
044820         MOVE EMAIL (WS-EMAIL-AT-POS + 1 : WS-EMAIL-DOMAIN-LEN)
044830             TO OUT-EMAIL-DOMAIN
044840     END-IF.
044850 3210-EXIT.
044860     EXIT.
044870*
044880 3300-WRITE-OUTPUT-RECORD.
044890     WRITE OUTPUT-RECORD
044900     ADD 1 TO WS-WRITTEN-COUNT.
044910 3300-EXIT.
044920     EXIT.
044930*
044940*****************************************************************
044950*    3305-RELEASE-IF-DELIVERABLE - A CONTACT WHOSE MAIL HAS     *
044960*    ALREADY COME BACK FROM THE MAILING HOUSE (REGISTERED AS    *
044970*    MAIL-BAD BY BOUNCE-APPLY) IS HELD OUT OF HOUSEHOLD.CSV     *
044980*    INSTEAD OF COSTING POSTAGE AGAIN.  THE CONTACT STAYS ON    *
044990*    OUTPUT.CSV AND THE MASTER AS USUAL -- ONLY THE MAILING     *
045000*    EXTRACT IS WITHHELD, UNLIKE A SUPPRESSION.                 *
045010*****************************************************************
045020 3305-RELEASE-IF-DELIVERABLE.
045030     MOVE 'N' TO WS-BAD-ADDR-FOUND-SW
045040     MOVE ZERO TO WS-BAD-ADDR-IDX
045050     PERFORM 3306-COMPARE-ONE-BAD-ADDR THRU 3306-EXIT
045060         UNTIL WS-BAD-ADDR-IDX >= WS-BAD-ADDR-COUNT
045070            OR ADDRESS-KNOWN-BAD
045080     IF ADDRESS-KNOWN-BAD
045090         ADD 1 TO WS-BAD-ADDR-HELD-COUNT
045100     ELSE
045110         PERFORM 3310-RELEASE-HOUSEHOLD-RECORD THRU 3310-EXIT
045120     END-IF.
045130 3305-EXIT.
045140     EXIT.
045150*
045160 3306-COMPARE-ONE-BAD-ADDR.
045170     ADD 1 TO WS-BAD-ADDR-IDX
045180     IF WS-BAD-ADDR-NAME (WS-BAD-ADDR-IDX) = NAME
045190        AND WS-BAD-ADDR-ZIP (WS-BAD-ADDR-IDX) = ZIP
045200         SET ADDRESS-KNOWN-BAD TO TRUE
045210     END-IF.
045220 3306-EXIT.
045230     EXIT.
045240*
045250*    RELEASE THE JUST-FLUSHED CONTACT TO THE HOUSEHOLD WORK
045260*    FILE, KEYED ON THE FINISHED FULL-ADDRESS (ZIP+4 SUFFIX AND
045270*    ALL) PLUS ZIP, FOR THE END-OF-RUN HOUSEHOLDING PASS.
045280 3310-RELEASE-HOUSEHOLD-RECORD.
045290     ADD 1 TO WS-HH-SEQ
045300     MOVE FULL-ADDRESS TO HWK-ADDRESS
045310     MOVE ZIP TO HWK-ZIP
045320     MOVE WS-HH-SEQ TO HWK-SEQ
045330     MOVE OUT-NAME TO HWK-NAME
045340     MOVE OUT-ADDRESS-VALIDATED TO HWK-VALIDATED
045350     WRITE HOUSEHOLD-WORK-RECORD.
045360 3310-EXIT.
045370     EXIT.
045380*
045390*****************************************************************
045400*    3400-ROUTE-TO-CATEGORY-FILE - FAN THE JUST-BUILT RECORD    *
045410*    OUT TO ITS "<CATEGORY>.CSV" EXTRACT, OPENING A NEW ONE THE *
045420*    FIRST TIME A CATEGORY VALUE IS SEEN.                       *
045430*****************************************************************
045440 3400-ROUTE-TO-CATEGORY-FILE.
045450     PERFORM 3410-FIND-CATEGORY-SLOT THRU 3410-EXIT
045460     EVALUATE WS-CATEGORY-IDX
045470         WHEN 1  WRITE CATEGORY-RECORD-1     FROM OUTPUT-RECORD
045480         WHEN 2  WRITE CATEGORY-RECORD-2     FROM OUTPUT-RECORD
045490         WHEN 3  WRITE CATEGORY-RECORD-3     FROM OUTPUT-RECORD
045500         WHEN 4  WRITE CATEGORY-RECORD-4     FROM OUTPUT-RECORD
045510         WHEN 5  WRITE CATEGORY-RECORD-5     FROM OUTPUT-RECORD
045520         WHEN 6  WRITE CATEGORY-RECORD-6     FROM OUTPUT-RECORD
045530         WHEN 7  WRITE CATEGORY-RECORD-7     FROM OUTPUT-RECORD
045540         WHEN 8  WRITE CATEGORY-RECORD-8     FROM OUTPUT-RECORD
045550         WHEN OTHER
045560             WRITE CATEGORY-RECORD-OTHER FROM OUTPUT-RECORD
045570     END-EVALUATE
045580     IF WS-CATEGORY-IDX = ZERO
045590         ADD 1 TO WS-OTHER-CATEGORY-COUNT
045600     ELSE
045610         ADD 1 TO CAT-COUNT (WS-CATEGORY-IDX)
045620     END-IF.
045630 3400-EXIT.
045640     EXIT.
045650*
045660*    A CATEGORY THAT ALREADY OWNS AN OPEN EXTRACT ROUTES TO IT
045670*    AS ALWAYS.  A NEW VALUE ONLY CLAIMS A SLOT IF THE REFERENCE
045680*    FILE KNOWS IT AS A CANONICAL CODE (OR NO REFERENCE FILE IS
045690*    LOADED AT ALL); ANYTHING ELSE IS A VALUE THE REFERENCE
045700*    OWNER HAS NEVER BLESSED, SO IT GOES TO OTHER-CATEGORY.CSV
045710*    AND INTO THE REVIEW REPORT INSTEAD OF MINTING AN EXTRACT.
045720 3410-FIND-CATEGORY-SLOT.
045730     MOVE ZERO TO WS-CATEGORY-IDX
045740     MOVE 'N' TO WS-SLOT-FOUND-SW
045750     PERFORM 3411-SEARCH-CATEGORY-TABLE THRU 3411-EXIT
045760         UNTIL WS-CATEGORY-IDX >= WS-CATEGORY-COUNT
045770            OR SLOT-FOUND
045780     IF NOT SLOT-FOUND
045790         IF WS-CAT-REF-COUNT > ZERO
045800             PERFORM 3420-CHECK-CANONICAL THRU 3420-EXIT
045810             IF CAT-REF-FOUND
045820                 PERFORM 3412-OPEN-NEW-CATEGORY-SLOT
045830                     THRU 3412-EXIT
045840             ELSE
045850                 PERFORM 3430-RECORD-UNKNOWN-CATEGORY
045860                     THRU 3430-EXIT
045870                 PERFORM 3415-ROUTE-TO-OTHER-FILE THRU 3415-EXIT
045880             END-IF
045890         ELSE
045900             PERFORM 3412-OPEN-NEW-CATEGORY-SLOT THRU 3412-EXIT
045910         END-IF
045920     END-IF.
045930 3410-EXIT.
045940     EXIT.
045950*
045960*    COMPARE CATEGORY AGAINST THE NEXT TABLE SLOT.
045970 3411-SEARCH-CATEGORY-TABLE.
045980     ADD 1 TO WS-CATEGORY-IDX
045990     IF CAT-VALUE (WS-CATEGORY-IDX) = CATEGORY
046000         SET SLOT-FOUND TO TRUE
046010     END-IF.
046020 3411-EXIT.
046030     EXIT.
046040*
046050*    CLAIM AN UNUSED TABLE SLOT FOR A NEW CATEGORY VALUE, OR
046060*    ROUTE TO THE OVERFLOW FILE WHEN THE TABLE IS ALREADY FULL.
046070*    LIKE 1057-OPEN-REJECT-AND-DUP-FILES, EACH CATEGORY FILE IS
046080*    OPENED EXTEND RATHER THAN OUTPUT ON A RESTART, SO A ROW
046090*    WRITTEN STRAIGHT THROUGH BY THE OVERFLOW BRANCH BELOW BEFORE
046100*    A PRIOR RUN CRASHED IS NOT WIPED OUT WHEN THE FILE REOPENS.
046110*    A PROOF RUN NAMES EACH FILE WITH THE PROOF- PREFIX.
046120 3412-OPEN-NEW-CATEGORY-SLOT.
046130     IF WS-CATEGORY-COUNT < WS-MAX-CATEGORY
046140         ADD 1 TO WS-CATEGORY-COUNT
046150         MOVE WS-CATEGORY-COUNT TO WS-CATEGORY-IDX
046160         MOVE CATEGORY TO CAT-VALUE (WS-CATEGORY-IDX)
046170         PERFORM 3413-FIND-CATEGORY-LEN THRU 3413-EXIT
046180         MOVE SPACES TO WS-NEW-CAT-FILE-NAME
046190         STRING WS-FEED-PREFIX DELIMITED BY SPACE
046200                CATEGORY (1:WS-CATEGORY-LEN) DELIMITED BY SIZE
046210                ".csv" DELIMITED BY SIZE
046220                INTO WS-NEW-CAT-FILE-NAME
046230         EVALUATE WS-CATEGORY-IDX
046240             WHEN 1  MOVE WS-NEW-CAT-FILE-NAME TO CAT-FILE-NAME-1
046250                     IF RUN-RESTARTED
046260                         OPEN EXTEND CATEGORY-FILE-1
046270                     ELSE
046280                         OPEN OUTPUT CATEGORY-FILE-1
046290                     END-IF
046300             WHEN 2  MOVE WS-NEW-CAT-FILE-NAME TO CAT-FILE-NAME-2
046310                     IF RUN-RESTARTED
046320                         OPEN EXTEND CATEGORY-FILE-2
046330                     ELSE
046340                         OPEN OUTPUT CATEGORY-FILE-2
046350                     END-IF
046360             WHEN 3  MOVE WS-NEW-CAT-FILE-NAME TO CAT-FILE-NAME-3
046370                     IF RUN-RESTARTED
046380                         OPEN EXTEND CATEGORY-FILE-3
046390                     ELSE
046400                         OPEN OUTPUT CATEGORY-FILE-3
046410                     END-IF
046420             WHEN 4  MOVE WS-NEW-CAT-FILE-NAME TO CAT-FILE-NAME-4
046430                     IF RUN-RESTARTED
046440                         OPEN EXTEND CATEGORY-FILE-4
046450                     ELSE
046460                         OPEN OUTPUT CATEGORY-FILE-4
046470                     END-IF
046480             WHEN 5  MOVE WS-NEW-CAT-FILE-NAME TO CAT-FILE-NAME-5
046490                     IF RUN-RESTARTED
046500                         OPEN EXTEND CATEGORY-FILE-5
046510                     ELSE
046520                         OPEN OUTPUT CATEGORY-FILE-5
046530                     END-IF
046540             WHEN 6  MOVE WS-NEW-CAT-FILE-NAME TO CAT-FILE-NAME-6
046550                     IF RUN-RESTARTED
046560                         OPEN EXTEND CATEGORY-FILE-6
046570                     ELSE
046580                         OPEN OUTPUT CATEGORY-FILE-6
046590                     END-IF
046600             WHEN 7  MOVE WS-NEW-CAT-FILE-NAME TO CAT-FILE-NAME-7
046610                     IF RUN-RESTARTED
046620                         OPEN EXTEND CATEGORY-FILE-7
046630                     ELSE
046640                         OPEN OUTPUT CATEGORY-FILE-7
046650                     END-IF
046660             WHEN 8  MOVE WS-NEW-CAT-FILE-NAME TO CAT-FILE-NAME-8
046670                     IF RUN-RESTARTED
046680                         OPEN EXTEND CATEGORY-FILE-8
046690                     ELSE
046700                         OPEN OUTPUT CATEGORY-FILE-8
046710                     END-IF
046720         END-EVALUATE
046730     ELSE
046740         PERFORM 3415-ROUTE-TO-OTHER-FILE THRU 3415-EXIT
046750     END-IF.
046760 3412-EXIT.
046770     EXIT.
046780*
046790*    SEND THE CURRENT RECORD TO OTHER-CATEGORY.CSV, OPENING IT
046800*    THE FIRST TIME IT IS NEEDED.  SHARED BY THE SLOT-OVERFLOW
046810*    BRANCH ABOVE AND THE UNKNOWN-VALUE BRANCH IN 3410.
046820 3415-ROUTE-TO-OTHER-FILE.
046830     MOVE ZERO TO WS-CATEGORY-IDX
046840     IF NOT OTHER-FILE-OPEN
046850         IF RUN-RESTARTED
046860             OPEN EXTEND CATEGORY-FILE-OTHER
046870         ELSE
046880             OPEN OUTPUT CATEGORY-FILE-OTHER
046890         END-IF
046900         SET OTHER-FILE-OPEN TO TRUE
046910     END-IF.
046920 3415-EXIT.
046930     EXIT.
046940*
046950*    IS THE NEW VALUE ONE OF THE REFERENCE FILE'S CANONICAL
046960*    CODES?
046970 3420-CHECK-CANONICAL.
046980     MOVE ZERO TO WS-CAT-REF-IDX
046990     MOVE 'N' TO WS-CAT-REF-FOUND-SW
047000     PERFORM 3421-COMPARE-ONE-CANONICAL THRU 3421-EXIT
047010         UNTIL WS-CAT-REF-IDX >= WS-CAT-REF-COUNT
047020            OR CAT-REF-FOUND.
047030 3420-EXIT.
047040     EXIT.
047050*
047060 3421-COMPARE-ONE-CANONICAL.
047070     ADD 1 TO WS-CAT-REF-IDX
047080     IF WS-CAT-REF-CANONICAL (WS-CAT-REF-IDX) = CATEGORY
047090         SET CAT-REF-FOUND TO TRUE
047100     END-IF.
047110 3421-EXIT.
047120     EXIT.
047130*
047140*    REMEMBER EACH DISTINCT UNKNOWN VALUE AND HOW OFTEN IT WAS
047150*    SEEN, FOR CATEGORY-REVIEW.CSV AT END OF RUN.  A VALUE THE
047160*    TABLE CANNOT HOLD IS STILL COUNTED IN THE RUN TOTAL.
047170 3430-RECORD-UNKNOWN-CATEGORY.
047180     ADD 1 TO WS-UNKNOWN-CAT-COUNT
047190     MOVE 'N' TO WS-UNK-FOUND-SW
047200     MOVE ZERO TO WS-UNK-CAT-IDX
047210     PERFORM 3431-SEARCH-UNKNOWN-TABLE THRU 3431-EXIT
047220         UNTIL WS-UNK-CAT-IDX >= WS-UNK-CAT-COUNT
047230            OR UNK-CAT-FOUND
047240     IF UNK-CAT-FOUND
047250         ADD 1 TO WS-UNK-CAT-COUNTER (WS-UNK-CAT-IDX)
047260     ELSE
047270         IF WS-UNK-CAT-COUNT < WS-MAX-UNK-CAT
047280             ADD 1 TO WS-UNK-CAT-COUNT
047290             MOVE CATEGORY
047300                 TO WS-UNK-CAT-VALUE (WS-UNK-CAT-COUNT)
047310             MOVE 1 TO WS-UNK-CAT-COUNTER (WS-UNK-CAT-COUNT)
047320         END-IF
047330     END-IF.
047340 3430-EXIT.
047350     EXIT.
047360*
047370 3431-SEARCH-UNKNOWN-TABLE.
047380     ADD 1 TO WS-UNK-CAT-IDX
047390     IF WS-UNK-CAT-VALUE (WS-UNK-CAT-IDX) = CATEGORY
047400         SET UNK-CAT-FOUND TO TRUE
047410     END-IF.
047420 3431-EXIT.
047430     EXIT.
047440*
047450*    SAME BACKWARD SCAN AS 3163-FIND-EMAIL-LEN: CATEGORY IS A
047460*    FIXED-WIDTH FIELD PADDED WITH TRAILING SPACES, SO ITS "USED"
047470*    LENGTH IS THE LAST NON-SPACE POSITION, NOT THE FIRST SPACE.
047480*    A WHOLLY-BLANK CATEGORY STILL YIELDS A LENGTH OF AT LEAST 1
047490*    SO THE REFERENCE MODIFICATION BELOW NEVER SEES A ZERO LENGTH.
047500 3413-FIND-CATEGORY-LEN.
047510     PERFORM 3414-CHECK-TRAILING-CAT-CHAR THRU 3414-EXIT
047520         VARYING WS-CATEGORY-CHAR-IDX FROM 20 BY -1
047530             UNTIL WS-CATEGORY-CHAR-IDX < 1
047540                OR CATEGORY (WS-CATEGORY-CHAR-IDX:1) NOT = SPACE
047550     IF WS-CATEGORY-CHAR-IDX < 1
047560         MOVE 1 TO WS-CATEGORY-CHAR-IDX
047570     END-IF
047580     MOVE WS-CATEGORY-CHAR-IDX TO WS-CATEGORY-LEN.
047590 3413-EXIT.
047600     EXIT.
047610*
047620 3414-CHECK-TRAILING-CAT-CHAR.
047630     CONTINUE.
047640 3414-EXIT.
047650     EXIT.
047660*
047670*****************************************************************
047680*    3500-WRITE-REJECT-RECORD - LOG A ROW THAT FAILED VALIDATION *
047690*    TO REJECT-FILE, ALONG WITH THE REASON(S) IT WAS REJECTED.   *
047700*****************************************************************
047710 3500-WRITE-REJECT-RECORD.
047720     MOVE NAME     TO REJ-NAME
047730     MOVE ADDR     TO REJ-ADDR
047740     MOVE CITY     TO REJ-CITY
047750     MOVE STATE    TO REJ-STATE
047760     MOVE ZIP      TO REJ-ZIP
047770     MOVE CATEGORY TO REJ-CATEGORY
047780     MOVE PHONE    TO REJ-PHONE
047790     MOVE EMAIL    TO REJ-EMAIL
047800     MOVE WS-REJECT-REASON TO REJ-REASON
047810     MOVE WS-CURRENT-SOURCE-FILE TO REJ-SOURCE
047820     WRITE REJECT-RECORD
047830     ADD 1 TO WS-REJECT-COUNT.
047840 3500-EXIT.
047850     EXIT.
047860*
047870*    A FRESH REJECT ALSO ENTERS SUSPENSE SO TOMORROW'S RUN CAN
047880*    RE-PRESENT IT.  CALLED ONLY FOR ROWS REJECTED OUT OF AN
047890*    EXTRACT -- A ROW ALREADY IN SUSPENSE IS RE-HELD BY 1525-
047900*    HOLD-STILL-FAILING-ROW WITH ITS ORIGINAL DATE AND RETRY
047910*    COUNT INSTEAD OF RE-ENTERING AT ZERO.
047920 3510-ADD-TO-SUSPENSE.
047930     MOVE WS-RUN-DATE      TO SNW-FIRST-DATE
047940     MOVE ZERO             TO SNW-RETRY-COUNT
047950     MOVE WS-REJECT-REASON TO SNW-REASON
047960     MOVE INPUT-RECORD     TO SNW-IMAGE
047970     MOVE WS-CURRENT-SOURCE-FILE TO SNW-SOURCE
047980     WRITE SUSPENSE-NEW-RECORD
047990     ADD 1 TO WS-NEW-SUSPENDED-COUNT.
048000 3510-EXIT.
048010     EXIT.
048020*
048030*****************************************************************
048040*    3600-UPDATE-MASTER - COMPARE THE INCOMING RECORD AGAINST    *
048050*    MASTER-FILE AND STAGE AN ADD OR A REFRESH FOR WHICHEVER IS  *
048060*    NEEDED.  NOTHING IS WRITTEN TO THE MASTER HERE: 8400-       *
048070*    SETTLE-PENDING-CHANGES APPLIES AND LOGS THE NIGHT'S CHANGES *
048080*    TOGETHER, ONCE THEIR VOLUMES HAVE BEEN CHECKED.             *
048090*    THE MASTER'S ADDRESS IS COMPARED IN POSTAL FORM.  A MASTER  *
048100*    WHOSE ONLY DIFFERENCE IS THE SPELLING OF ITS ADDRESS IS NOT *
048110*    AN UPDATE: IT IS STAGED AS STDADDR, WHICH 8400 REWRITES     *
048120*    QUIETLY -- NO CHANGELOG, DELTA, OR HISTORY LINE, AND NOT    *
048130*    COUNTED AGAINST THE CHANGE LIMITS.                          *
048140*****************************************************************
048150 3600-UPDATE-MASTER.
048160     MOVE NAME TO MASTER-NAME
048170     MOVE ZIP  TO MASTER-ZIP
048180     READ MASTER-FILE
048190         INVALID KEY
048200             MOVE 'N' TO WS-MASTER-FOUND-SW
048210         NOT INVALID KEY
048220             MOVE 'Y' TO WS-MASTER-FOUND-SW
048230     END-READ
048240     IF NOT MASTER-FOUND
048250         MOVE EMAIL    TO MASTER-EMAIL
048260         MOVE ADDR     TO MASTER-ADDR
048270         MOVE CITY     TO MASTER-CITY
048280         MOVE STATE    TO MASTER-STATE
048290         MOVE CATEGORY TO MASTER-CATEGORY
048300         MOVE OUT-PHONE TO MASTER-PHONE
048310         MOVE "ADDED" TO WS-CHANGE-ACTION
048320         PERFORM 3650-STAGE-FLUSH-CHANGE THRU 3650-EXIT
048330     ELSE
048340         MOVE 'N' TO WS-MASTER-CHANGED-SW
048350         MOVE MASTER-ADDR TO WS-STD-MASTER-ADDR
048360         IF WS-ABR-REF-COUNT > ZERO AND MASTER-ADDR NOT = SPACES
048370             MOVE MASTER-ADDR TO WS-STD-IN
048380             PERFORM 3230-STANDARDIZE-ADDRESS THRU 3230-EXIT
048390             IF STD-PARSED
048400                 MOVE WS-STD-OUT TO WS-STD-MASTER-ADDR
048410             END-IF
048420         END-IF
048430         IF MASTER-EMAIL NOT = EMAIL
048440            OR WS-STD-MASTER-ADDR NOT = ADDR
048450            OR MASTER-CITY NOT = CITY
048460            OR MASTER-STATE NOT = STATE
048470            OR MASTER-CATEGORY NOT = CATEGORY
048480            OR MASTER-PHONE NOT = OUT-PHONE
048490             MOVE 'Y' TO WS-MASTER-CHANGED-SW
048500         END-IF
048510         IF MASTER-CHANGED
048520             MOVE "UPDATED" TO WS-CHANGE-ACTION
048530             MOVE EMAIL    TO MASTER-EMAIL
048540             MOVE ADDR     TO MASTER-ADDR
048550             MOVE CITY     TO MASTER-CITY
048560             MOVE STATE    TO MASTER-STATE
048570             MOVE CATEGORY TO MASTER-CATEGORY
048580             MOVE OUT-PHONE TO MASTER-PHONE
048590             PERFORM 3650-STAGE-FLUSH-CHANGE THRU 3650-EXIT
048600         ELSE
048610             PERFORM 3660-NOTE-MASTER-SOURCE THRU 3660-EXIT
048620             IF MASTER-ADDR NOT = ADDR
048630                 MOVE ADDR TO MASTER-ADDR
048640                 MOVE "STDADDR" TO WS-CHANGE-ACTION
048650                 PERFORM 3650-STAGE-FLUSH-CHANGE THRU 3650-EXIT
048660             END-IF
048670         END-IF
048680     END-IF.
048690 3600-EXIT.
048700     EXIT.
048710*
048720*****************************************************************
048730*    3602-HONOR-FIELD-PRECEDENCE - BEFORE THE MERGED GROUP IS   *
048740*    BUILT AND COMPARED AGAINST THE MASTER, PUT BACK THE        *
048750*    MASTER'S VALUE FOR EVERY FIELD WHOSE OFFERED CHANGE COMES  *
048760*    FROM AN EXTRACT RANKED BELOW THE ONE THAT SET IT, AND LIST *
048770*    EACH SUCH FIELD AS BLOCKED.  A NEW CONTACT, A CONTACT WITH *
048780*    NO PROVENANCE YET, OR A FIELD NO EXTRACT HAS STANDING ON   *
048790*    TAKES THE OFFER AS BEFORE.  BECAUSE THE INPUT FIELDS       *
048800*    THEMSELVES ARE PUT BACK, OUTPUT.CSV, THE MASTER, AND THE   *
048810*    DELTA ALL AGREE ON WHAT STOOD.                             *
048820*****************************************************************
048830 3602-HONOR-FIELD-PRECEDENCE.
048840     IF NOT PRC-REF-LOADED
048850         GO TO 3602-EXIT
048860     END-IF
048870     MOVE NAME TO MASTER-NAME
048880     MOVE ZIP  TO MASTER-ZIP
048890     READ MASTER-FILE
048900         INVALID KEY
048910             GO TO 3602-EXIT
048920     END-READ
048930     MOVE MASTER-KEY TO SRC-KEY
048940     READ MASTER-SOURCE-FILE
048950         INVALID KEY
048960             GO TO 3602-EXIT
048970     END-READ
048980     PERFORM 3603-RANK-ONE-MASTER-FIELD THRU 3603-EXIT
048990         VARYING WS-PRC-FLD-IDX FROM 1 BY 1
049000             UNTIL WS-PRC-FLD-IDX > 6.
049010 3602-EXIT.
049020     EXIT.
049030*
049040*    THE PHONE IS COMPARED AS 3200-BUILD-OUTPUT-RECORD WILL
049050*    FORMAT IT, SINCE THAT IS THE FORM THE MASTER HOLDS; THE
049060*    ADDRESS IS COMPARED IN POSTAL FORM FOR THE SAME REASON.
049070 3603-RANK-ONE-MASTER-FIELD.
049080     EVALUATE WS-PRC-FLD-IDX
049090         WHEN 1
049100             MOVE MASTER-ADDR     TO WS-PRC-KEPT-VALUE
049110             MOVE ADDR            TO WS-PRC-OFFERED-VALUE
049120         WHEN 2
049130             MOVE MASTER-CITY     TO WS-PRC-KEPT-VALUE
049140             MOVE CITY            TO WS-PRC-OFFERED-VALUE
049150         WHEN 3
049160             MOVE MASTER-STATE    TO WS-PRC-KEPT-VALUE
049170             MOVE STATE           TO WS-PRC-OFFERED-VALUE
049180         WHEN 4
049190             MOVE MASTER-PHONE    TO WS-PRC-KEPT-VALUE
049200             MOVE SPACES          TO WS-PRC-OFFERED-VALUE
049210             PERFORM 3160-EXTRACT-PHONE-DIGITS THRU 3160-EXIT
049220             IF WS-PHONE-DIGIT-COUNT = 10
049230                 STRING "(" WS-PHONE-DIGITS (1:3) ") "
049240                        WS-PHONE-DIGITS (4:3) "-"
049250                        WS-PHONE-DIGITS (7:4)
049260                        DELIMITED BY SIZE
049270                        INTO WS-PRC-OFFERED-VALUE
049280             END-IF
049290         WHEN 5
049300             MOVE MASTER-EMAIL    TO WS-PRC-KEPT-VALUE
049310             MOVE EMAIL           TO WS-PRC-OFFERED-VALUE
049320         WHEN 6
049330             MOVE MASTER-CATEGORY TO WS-PRC-KEPT-VALUE
049340             MOVE CATEGORY        TO WS-PRC-OFFERED-VALUE
049350     END-EVALUATE
049360     IF WS-PRC-FLD-IDX = 1
049370         PERFORM 3225-STANDARDIZE-PRC-VALUES THRU 3225-EXIT
049380     END-IF
049390     IF WS-PRC-OFFERED-VALUE = WS-PRC-KEPT-VALUE
049400        OR SRC-FLD-SOURCE (WS-PRC-FLD-IDX) = SPACES
049410         GO TO 3603-EXIT
049420     END-IF
049430     MOVE WS-MRG-FLD-SOURCE (WS-PRC-FLD-IDX)
049440         TO WS-PRC-LOOKUP-SOURCE
049450     PERFORM 2527-FIND-SOURCE-RANK THRU 2527-EXIT
049460     MOVE WS-PRC-LOOKUP-RANK TO WS-PRC-OFFERED-RANK
049470     MOVE SRC-FLD-SOURCE (WS-PRC-FLD-IDX) TO WS-PRC-LOOKUP-SOURCE
049480     PERFORM 2527-FIND-SOURCE-RANK THRU 2527-EXIT
049490     MOVE WS-PRC-LOOKUP-RANK TO WS-PRC-KEPT-RANK
049500     IF WS-PRC-OFFERED-RANK NOT > WS-PRC-KEPT-RANK
049510         GO TO 3603-EXIT
049520     END-IF
049530     EVALUATE WS-PRC-FLD-IDX
049540         WHEN 1
049550             MOVE MASTER-ADDR     TO ADDR
049560         WHEN 2
049570             MOVE MASTER-CITY     TO CITY
049580         WHEN 3
049590             MOVE MASTER-STATE    TO STATE
049600         WHEN 4
049610             MOVE MASTER-PHONE    TO PHONE
049620         WHEN 5
049630             MOVE MASTER-EMAIL    TO EMAIL
049640         WHEN 6
049650             MOVE MASTER-CATEGORY TO CATEGORY
049660     END-EVALUATE
049670     MOVE "MASTER" TO PBL-STAGE
049680     MOVE WS-MRG-FLD-SOURCE (WS-PRC-FLD-IDX) TO PBL-BLOCKED-SOURCE
049690     MOVE WS-PRC-OFFERED-VALUE TO PBL-BLOCKED-VALUE
049700     MOVE SRC-FLD-SOURCE (WS-PRC-FLD-IDX) TO PBL-KEPT-SOURCE
049710     MOVE WS-PRC-KEPT-VALUE TO PBL-KEPT-VALUE
049720     PERFORM 2529-WRITE-BLOCKED-LINE THRU 2529-EXIT
049730     MOVE SRC-FLD-SOURCE (WS-PRC-FLD-IDX)
049740         TO WS-MRG-FLD-SOURCE (WS-PRC-FLD-IDX).
049750 3603-EXIT.
049760     EXIT.
049770*
049780*    LOGS THE CONTACT NOW IN MASTER-RECORD: THE NEW VERSION
049790*    FOR AN ADD OR A REFRESH, THE OUTGOING ONE FOR A DELETE.
049800 3610-WRITE-CHANGE-LOG.
049810     MOVE WS-RUN-DATE      TO CHG-RUN-DATE
049820     MOVE WS-CHANGE-ACTION TO CHG-ACTION
049830     MOVE MASTER-NAME      TO CHG-NAME
049840     MOVE MASTER-EMAIL     TO CHG-EMAIL
049850     MOVE "*MERGE" TO CHG-OPERATOR
049860     MOVE SPACES TO CHG-APPROVER
049870     MOVE SPACES TO CHG-REASON
049880     WRITE CHANGE-LOG-RECORD.
049890 3610-EXIT.
049900     EXIT.
049910*
049920*    THE KEYS REFRESHED THIS RUN NO LONGER NEED RECORDING HERE:
049930*    8150-DETECT-DELETED-MASTERS READS THEM BACK, IN ORDER, FROM
049940*    THE SORTED DEDUPE WORK FILE THE FLUSH PASS JUST CONSUMED.
049950*
049960*    ONE DELTA LINE PER MASTER CHANGE: THE ACTION JUST LOGGED TO
049970*    CHANGE-LOG-FILE PLUS THE OUTPUT-RECORD IMAGE BUILT BY 3200-
049980*    BUILD-OUTPUT-RECORD FOR THIS CONTACT AND STAGED WITH THE
049990*    CHANGE (OR REBUILT BY 8165-BUILD-DELETED-IMAGE FOR A
050000*    CONTACT ON ITS WAY OUT).
050010 3630-WRITE-DELTA-RECORD.
050020     MOVE WS-RUN-DATE      TO DLT-RUN-DATE
050030     MOVE WS-DELTA-GENERATION TO DLT-GENERATION
050040     ADD 1 TO WS-DELTA-SEQ
050050     MOVE WS-DELTA-SEQ     TO DLT-SEQ
050060     MOVE WS-CHANGE-ACTION TO DLT-ACTION
050070     MOVE OUTPUT-RECORD    TO DLT-IMAGE
050080     WRITE DELTA-RECORD.
050090 3630-EXIT.
050100     EXIT.
050110*
050120*    ARCHIVE THE MASTER-RECORD VERSION CURRENTLY IN THE RECORD
050130*    AREA -- THE CALLER MUST PERFORM THIS BEFORE OVERLAYING OR
050140*    DELETING IT -- STAMPED WITH TONIGHT'S RUN DATE AND THE
050150*    ACTION THAT IS RETIRING IT.
050160 3640-WRITE-MASTER-HISTORY.
050170     MOVE WS-RUN-DATE      TO HIST-RUN-DATE
050180     MOVE WS-CHANGE-ACTION TO HIST-ACTION
050190     MOVE MASTER-RECORD    TO HIST-IMAGE
050200     MOVE "*MERGE" TO HIST-OPERATOR
050210     MOVE SPACES TO HIST-APPROVER
050220     MOVE SPACES TO HIST-REASON
050230     WRITE MASTER-HISTORY-RECORD.
050240 3640-EXIT.
050250     EXIT.
050260*
050270*****************************************************************
050280*    3650-STAGE-FLUSH-CHANGE - STAGE THE ADD OR REFRESH 3600    *
050290*    FOUND FOR THIS GROUP: THE NEW MASTER-RECORD VERSION AND THE *
050300*    OUTPUT-RECORD IMAGE ITS DELTA LINE WILL CARRY.  THE REGION  *
050310*    IS THE EXTRACT THE GROUP CAME FROM; EACH FIELD CARRIES THE  *
050320*    EXTRACT ITS VALUE CAME FROM.                                *
050330*****************************************************************
050340 3650-STAGE-FLUSH-CHANGE.
050350     MOVE 'F' TO WS-PND-ORIGIN
050360     MOVE WS-CURRENT-SOURCE-FILE TO WS-PND-REGION
050370     MOVE MASTER-RECORD TO WS-PND-MASTER-IMAGE
050380     MOVE OUTPUT-RECORD TO WS-PND-DELTA-IMAGE
050390     MOVE WS-MRG-FLD-SOURCES TO WS-PND-FLD-SOURCES
050400     PERFORM 3670-WRITE-PENDING-CHANGE THRU 3670-EXIT.
050410 3650-EXIT.
050420     EXIT.
050430*
050440*    AN UNCHANGED MASTER RECORD STILL BELONGS TO THE REGION THAT
050450*    SENT IT.  A MASTER THAT PREDATES THE REGION REGISTER IS
050460*    ENTERED HERE THE FIRST TIME ITS EXTRACT MENTIONS IT, SO THE
050470*    REGISTER FILLS ITSELF IN WITHOUT A CONVERSION RUN.  FIELDS
050480*    WITH NO PROVENANCE YET ARE CREDITED THE SAME WAY, TO THE
050490*    EXTRACT THAT SUPPLIED THE MATCHING VALUE.  AN ENTRY OPENED
050500*    BY MAINTENANCE CARRIES NO REGION UNTIL ITS EXTRACT NEXT
050510*    SENDS IT.  A PROOF RUN LEAVES THE REGISTER ALONE.
050520 3660-NOTE-MASTER-SOURCE.
050530     IF PROOF-RUN
050540         GO TO 3660-EXIT
050550     END-IF
050560     MOVE 'N' TO WS-SRC-SEEDED-SW
050570     MOVE MASTER-KEY TO SRC-KEY
050580     READ MASTER-SOURCE-FILE
050590         INVALID KEY
050600             MOVE 'N' TO WS-SOURCE-FOUND-SW
050610         NOT INVALID KEY
050620             MOVE 'Y' TO WS-SOURCE-FOUND-SW
050630     END-READ
050640     IF NOT SOURCE-FOUND
050650         MOVE MASTER-KEY TO SRC-KEY
050660         MOVE WS-CURRENT-SOURCE-FILE TO SRC-REGION
050670         MOVE WS-RUN-DATE TO SRC-RUN-DATE
050680     END-IF
050690     IF SOURCE-FOUND
050700        AND SRC-REGION = SPACES
050710         MOVE WS-CURRENT-SOURCE-FILE TO SRC-REGION
050720         SET SRC-FIELD-SEEDED TO TRUE
050730     END-IF
050740     PERFORM 3661-SEED-ONE-FIELD THRU 3661-EXIT
050750         VARYING WS-PRC-FLD-IDX FROM 1 BY 1
050760             UNTIL WS-PRC-FLD-IDX > 6
050770     IF NOT SOURCE-FOUND
050780         WRITE MASTER-SOURCE-RECORD
050790     ELSE
050800         IF SRC-FIELD-SEEDED
050810             REWRITE MASTER-SOURCE-RECORD
050820         END-IF
050830     END-IF.
050840 3660-EXIT.
050850     EXIT.
050860*
050870 3661-SEED-ONE-FIELD.
050880     IF NOT SOURCE-FOUND
050890        OR SRC-FLD-SOURCE (WS-PRC-FLD-IDX) = SPACES
050900         MOVE WS-MRG-FLD-SOURCE (WS-PRC-FLD-IDX)
050910             TO SRC-FLD-SOURCE (WS-PRC-FLD-IDX)
050920         MOVE WS-RUN-DATE TO SRC-FLD-RUN-DATE (WS-PRC-FLD-IDX)
050930         SET SRC-FIELD-SEEDED TO TRUE
050940     END-IF.
050950 3661-EXIT.
050960     EXIT.
050970*
050980*    EVERY STAGED CHANGE CARRIES ITS KEY, AN ARRIVAL SEQUENCE SO
050990*    8400 CAN SETTLE A KEY'S CHANGES IN THE ORDER THEY WERE MADE,
051000*    AND TONIGHT'S RUN DATE.  THE CALLER FILLS IN THE ORIGIN,
051010*    REGION, AND IMAGES.
051020 3670-WRITE-PENDING-CHANGE.
051030     ADD 1 TO WS-PENDING-SEQ
051040     MOVE WS-PENDING-SEQ TO WS-PND-SEQ
051050     MOVE MASTER-KEY TO WS-PND-KEY
051060     MOVE WS-RUN-DATE TO WS-PND-RUN-DATE
051070     MOVE WS-CHANGE-ACTION TO WS-PND-ACTION
051080     WRITE MASTER-PENDING-RECORD FROM WS-PENDING-CHANGE
051090     ADD 1 TO WS-PENDING-COUNT.
051100 3670-EXIT.
051110     EXIT.
051120*
051130*    STAGE THE REMOVAL OF THE MASTER RECORD JUST READ.  THE
051140*    CALLER HAS SET THE ORIGIN ('S' SUPPRESSION, 'D' DROPPED OUT
051150*    OF THE EXTRACTS).  THE DELTA IMAGE IS REBUILT AT APPLY TIME
051160*    BY 8165-BUILD-DELETED-IMAGE, SO NONE IS STAGED.
051170 3676-STAGE-MASTER-DELETE.
051180     MOVE "DELETED" TO WS-CHANGE-ACTION
051190     PERFORM 3680-LOOKUP-MASTER-REGION THRU 3680-EXIT
051200     MOVE WS-RGN-WORK-NAME TO WS-PND-REGION
051210     MOVE MASTER-RECORD TO WS-PND-MASTER-IMAGE
051220     MOVE SPACES TO WS-PND-DELTA-IMAGE
051230     MOVE SPACES TO WS-PND-FLD-SOURCES
051240     PERFORM 3670-WRITE-PENDING-CHANGE THRU 3670-EXIT.
051250 3676-EXIT.
051260     EXIT.
051270*
051280*    THE REGION A MASTER RECORD BELONGS TO, FROM THE REGION
051290*    REGISTER.  A RECORD NO EXTRACT HAS SENT SINCE THE REGISTER
051300*    WAS STARTED, OR ONLY MAINTENANCE HAS TOUCHED, COUNTS UNDER
051310*    "UNASSIGNED".
051320 3680-LOOKUP-MASTER-REGION.
051330     MOVE MASTER-KEY TO SRC-KEY
051340     READ MASTER-SOURCE-FILE
051350         INVALID KEY
051360             MOVE 'N' TO WS-SOURCE-FOUND-SW
051370         NOT INVALID KEY
051380             MOVE 'Y' TO WS-SOURCE-FOUND-SW
051390     END-READ
051400     IF SOURCE-FOUND
051410        AND SRC-REGION NOT = SPACES
051420         MOVE SRC-REGION TO WS-RGN-WORK-NAME
051430     ELSE
051440         MOVE "UNASSIGNED" TO WS-RGN-WORK-NAME
051450     END-IF.
051460 3680-EXIT.
051470     EXIT.
051480*
051490*****************************************************************
051500*    3700-WRITE-CHECKPOINT-IF-DUE - EVERY WS-CHECKPOINT-INTERVAL *
051510*    RECORDS, SAVE THE CURRENT READ COUNT SO A RESTART CAN SKIP  *
051520*    FORWARD PAST WORK ALREADY REFLECTED IN OUTPUT-FILE/MASTER.  *
051530*****************************************************************
051540 3700-WRITE-CHECKPOINT-IF-DUE.
051550     DIVIDE WS-READ-COUNT BY WS-CHECKPOINT-INTERVAL
051560         GIVING WS-CHECKPOINT-QUOT
051570         REMAINDER WS-CHECKPOINT-REM
051580     IF WS-CHECKPOINT-REM = 0 AND NOT PROOF-RUN
051590         OPEN OUTPUT CHECKPOINT-FILE
051600         MOVE WS-CURRENT-SOURCE-FILE TO CHK-SOURCE-FILE
051610         MOVE WS-FILE-READ-COUNT TO CHK-FILE-COUNT
051620         MOVE WS-READ-COUNT TO CHK-TOTAL-COUNT
051630*        THE FLUSH PASS HAS NOT RUN YET WHILE EXTRACTS ARE STILL
051640*        BEING READ, SO THE GROUP CURSOR IS ALWAYS ZERO HERE.
051650         MOVE ZERO TO CHK-FLUSH-COUNT
051660         MOVE WS-WORK-SEQ TO CHK-WORK-COUNT
051670         WRITE CHECKPOINT-RECORD
051680         CLOSE CHECKPOINT-FILE
051690     END-IF.
051700 3700-EXIT.
051710     EXIT.
051720*
051730*****************************************************************
051740*    3720-WRITE-FLUSH-CHECKPOINT - CALLED FROM 2510-FLUSH-ONE-   *
051750*    DEDUP-ENTRY AFTER EVERY MERGED GROUP IS WRITTEN, SO A       *
051760*    RESTART MID-FLUSH RE-SORTS THE KEPT WORK FILE AND RESUMES   *
051770*    JUST PAST THE LAST GROUP ACTUALLY ON DISK INSTEAD OF        *
051780*    DUPLICATING OUTPUT-FILE/CATEGORY-FILE-N/MASTER-FILE ROWS    *
051790*    THAT SURVIVED THE CRASH.                                    *
051800*****************************************************************
051810 3720-WRITE-FLUSH-CHECKPOINT.
051820*    A PROOF RUN CANNOT BE RESUMED, SO IT KEEPS NO CHECKPOINT.
051830     IF PROOF-RUN
051840         GO TO 3720-EXIT
051850     END-IF
051860     OPEN OUTPUT CHECKPOINT-FILE
051870     MOVE WS-CURRENT-SOURCE-FILE TO CHK-SOURCE-FILE
051880     MOVE WS-FILE-READ-COUNT TO CHK-FILE-COUNT
051890     MOVE WS-READ-COUNT TO CHK-TOTAL-COUNT
051900     MOVE WS-FLUSH-GROUP-COUNT TO CHK-FLUSH-COUNT
051910     MOVE WS-WORK-SEQ TO CHK-WORK-COUNT
051920     WRITE CHECKPOINT-RECORD
051930     CLOSE CHECKPOINT-FILE.
051940 3720-EXIT.
051950     EXIT.
051960*
051970*****************************************************************
051980*    7800-NOTE-PHASE-START / 7810-WRITE-RUN-LOG-LINE - THE RUN  *
051990*    LOG BOOKENDS.  A PHASE PERFORMS 7800 AS IT STARTS; WHEN IT *
052000*    FINISHES IT FILLS RLG-PHASE, RLG-EXTRACT, RLG-COUNT, AND   *
052010*    RLG-STATUS AND PERFORMS 7810, WHICH STAMPS THE RUN DATE    *
052020*    AND BOTH TIMES AND APPENDS THE LINE.                       *
052030*****************************************************************
052040 7800-NOTE-PHASE-START.
052050     ACCEPT WS-TIME-RAW FROM TIME
052060     MOVE WS-TIME-RAW (1:6) TO WS-PHASE-START-TIME.
052070 7800-EXIT.
052080     EXIT.
052090*
052100 7810-WRITE-RUN-LOG-LINE.
052110     MOVE WS-RUN-DATE TO RLG-RUN-DATE
052120     MOVE WS-PHASE-START-TIME TO RLG-START-TIME
052130     ACCEPT WS-TIME-RAW FROM TIME
052140     MOVE WS-TIME-RAW (1:6) TO RLG-END-TIME
052150     WRITE RUN-LOG-RECORD.
052160 7810-EXIT.
052170     EXIT.
052180*
052190*    REWRITE THE SINGLE-WRITER TOKEN WITH THE STATE THE CALLER
052200*    LEFT IN WS-TOKEN-STATE, STAMPED WITH THE RUN DATE AND THE
052210*    JOB'S START TIME.
052220 7820-WRITE-RUN-TOKEN.
052230     OPEN OUTPUT RUN-TOKEN-FILE
052240     MOVE WS-TOKEN-STATE TO TOK-STATE
052250     MOVE "," TO TOK-SEP-1
052260     MOVE "," TO TOK-SEP-2
052270     MOVE WS-RUN-DATE TO TOK-RUN-DATE
052280     MOVE WS-JOB-START-TIME TO TOK-START-TIME
052290     WRITE RUN-TOKEN-RECORD
052300     CLOSE RUN-TOKEN-FILE.
052310 7820-EXIT.
052320     EXIT.
052330*
052340*****************************************************************
052350*    8000-TERMINATE - CLOSE ALL FILES THAT WERE OPENED          *
052360*****************************************************************
052370 8000-TERMINATE.
052380     CLOSE EXTRACT-LIST-FILE
052390     CLOSE REJECT-FILE
052400     CLOSE DUPLICATE-LOG-FILE
052410     CLOSE PRECEDENCE-BLOCKED-FILE
052420     CLOSE ADDRESS-REVIEW-FILE
052430     CLOSE OUTPUT-FILE
052440     MOVE ZERO TO WS-CATEGORY-IDX
052450     PERFORM 8100-CLOSE-CATEGORY-FILE THRU 8100-EXIT
052460         UNTIL WS-CATEGORY-IDX >= WS-CATEGORY-COUNT
052470     IF OTHER-FILE-OPEN
052480         CLOSE CATEGORY-FILE-OTHER
052490     END-IF
052500     PERFORM 8185-WRITE-CATEGORY-REVIEW THRU 8185-EXIT
052510*    DELETE DETECTION ONLY MAKES SENSE WHEN EVERY EXTRACT WAS
052520*    ACTUALLY TAKEN IN: A REFUSED EXTRACT (BAD TRAILER, RE-
052530*    DROPPED DATE, MISSING FILE) CONTRIBUTED NO KEYS, SO ITS
052540*    WHOLE REGION WOULD LOOK DROPPED AND BE DELETED FROM THE
052550*    MASTER -- THE VERY POISONING THE PREVERIFY EXISTS TO STOP.
052560*    SKIP THE PASS AND SAY SO IN THE CONTROL TOTALS, THE SAME
052570*    WAY A RESTARTED RUN SKIPS IT.
052580     IF NOT RUN-RESTARTED
052590        AND WS-EXTRACT-REFUSED-COUNT = ZERO
052600         PERFORM 7800-NOTE-PHASE-START THRU 7800-EXIT
052610         PERFORM 8150-DETECT-DELETED-MASTERS THRU 8150-EXIT
052620         MOVE "8150" TO RLG-PHASE
052630         MOVE SPACES TO RLG-EXTRACT
052640*        THE PHASE LINE COUNTS ONLY WHAT THE PASS ITSELF
052650*        STAGED FOR DELETION -- SUPPRESSION DELETIONS ARE
052660*        STAGED DURING EXTRACT PROCESSING.
052670         MOVE WS-DETECT-DELETED-COUNT TO RLG-COUNT
052680         MOVE "OK" TO RLG-STATUS
052690         PERFORM 7810-WRITE-RUN-LOG-LINE THRU 7810-EXIT
052700     END-IF
052710*    A REFUSED EXTRACT ALREADY COSTS DELETE DETECTION; A
052720*    MISSING ONE DESERVES THE SAME VISIBILITY.
052730     PERFORM 8200-CHECK-EXPECTED-EXTRACTS THRU 8200-EXIT
052740*    EVERY MASTER CHANGE THE NIGHT PRODUCED IS NOW STAGED.
052750*    CHECK THE VOLUMES AGAINST THE KEPT LIMITS, THEN APPLY THEM
052760*    ALL, HOLD THEM ALL FOR OPERATOR RELEASE, OR -- ON A PROOF
052770*    RUN -- ONLY REPORT THEM.
052780     PERFORM 8400-SETTLE-PENDING-CHANGES THRU 8400-EXIT
052790     CLOSE MASTER-FILE
052800     CLOSE MASTER-SOURCE-FILE
052810     CLOSE CHANGE-LOG-FILE
052820     CLOSE DELTA-FILE
052830     CLOSE MASTER-HISTORY-FILE
052840     CLOSE SUSPENSE-NEW-FILE
052850*    A PROOF RUN LEAVES TOMORROW'S SUSPENSE AS IT FOUND IT.
052860     IF NOT PROOF-RUN
052870         PERFORM 8195-SWAP-SUSPENSE-GENERATION THRU 8195-EXIT
052880     END-IF
052890     CLOSE SUPPRESSION-REPORT-FILE
052900     CLOSE SUPPRESS-INDEX-FILE
052910     CLOSE EXTRACT-CONTROL-FILE
052920     PERFORM 8190-CLEAR-CHECKPOINT THRU 8190-EXIT
052930*    THE RUN REACHED A CLEAN END: CUT THE READ-ONLY SNAPSHOT
052940*    THE INQUIRY PROGRAMS REPORT FROM, THEN HAND THE MASTER
052950*    BACK BY CLEARING THE SINGLE-WRITER TOKEN.
052960*    A PROOF RUN CHANGED NOTHING, SO THE SNAPSHOT STANDS; IT
052970*    ONLY PUTS THE RUN MODE BACK SO TOMORROW RUNS LIVE.
052980     IF NOT PROOF-RUN
052990         PERFORM 8300-CUT-MASTER-SNAPSHOT THRU 8300-EXIT
053000     ELSE
053010         PERFORM 8310-RESET-RUN-MODE THRU 8310-EXIT
053020     END-IF
053030     MOVE "CLEAR" TO WS-TOKEN-STATE
053040     PERFORM 7820-WRITE-RUN-TOKEN THRU 7820-EXIT
053050*    THE RUN REACHED A CLEAN END, SO THE LOG GETS ITS "RUN "
053060*    LINE: JOB START TO NOW, THE JOB-WIDE READ COUNT, AND THE
053070*    CLEAN STATUS RUN-STATUS LOOKS FOR -- OR PROOF, SO A PROOF
053080*    NIGHT IS NEITHER SCORED NOR TAKEN FOR A LIVE ONE.  A RUN
053090*    THAT DIES EARLY NEVER WRITES THIS LINE, WHICH IS ITSELF
053100*    THE SIGNAL.
053110     MOVE WS-JOB-START-TIME TO WS-PHASE-START-TIME
053120     MOVE "RUN " TO RLG-PHASE
053130     MOVE SPACES TO RLG-EXTRACT
053140     MOVE WS-READ-COUNT TO RLG-COUNT
053150     IF PROOF-RUN
053160         MOVE "PROOF" TO RLG-STATUS
053170     ELSE
053180         MOVE "CLEAN" TO RLG-STATUS
053190     END-IF
053200     PERFORM 7810-WRITE-RUN-LOG-LINE THRU 7810-EXIT
053210     CLOSE RUN-LOG-FILE.
053220 8000-EXIT.
053230     EXIT.
053240*
053250*****************************************************************
053260*    8150-DETECT-DELETED-MASTERS - ANY MASTER-FILE RECORD WHOSE  *
053270*    KEY WAS NOT SEEN IN THIS RUN'S INPUT IS A CONTACT THAT HAS  *
053280*    DROPPED OUT OF THE EXTRACTS.  STAGE ITS REMOVAL FOR 8400,   *
053290*    WHICH LOGS IT AS DELETED.  THE KEYS SEEN THIS RUN ARE READ  *
053300*    BACK FROM DEDUP-SORTED-FILE, WHICH THE FLUSH PASS LEFT ON   *
053310*    DISK IN ASCENDING KEY ORDER -- THE SAME ORDER THE MASTER    *
053320*    WALK DELIVERS -- SO ONE FORWARD PASS OVER EACH FILE MATCHES *
053330*    THEM (A BALANCED-LINE MATCH), WITH NO TABLE AND NO CAP.     *
053340*****************************************************************
053350 8150-DETECT-DELETED-MASTERS.
053360     MOVE LOW-VALUES TO WS-SORTED-KEY
053370     MOVE 'N' TO WS-SORTED-EOF-SW
053380     OPEN INPUT DEDUP-SORTED-FILE
053390     IF WS-SORTED-NOT-FOUND
053400         MOVE HIGH-VALUES TO WS-SORTED-KEY
053410     END-IF
053420     MOVE LOW-VALUES TO MASTER-KEY
053430     START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
053440         INVALID KEY
053450             MOVE 'Y' TO WS-MASTER-EOF-SW
053460         NOT INVALID KEY
053470             MOVE 'N' TO WS-MASTER-EOF-SW
053480     END-START
053490     PERFORM 8160-CHECK-NEXT-MASTER THRU 8160-EXIT
053500         UNTIL MASTER-EOF
053510     IF NOT WS-SORTED-NOT-FOUND
053520         CLOSE DEDUP-SORTED-FILE
053530     END-IF.
053540 8150-EXIT.
053550     EXIT.
053560*
053570 8160-CHECK-NEXT-MASTER.
053580     READ MASTER-FILE NEXT RECORD
053590         AT END
053600             MOVE 'Y' TO WS-MASTER-EOF-SW
053610         NOT AT END
053620             PERFORM 8170-ADVANCE-SORTED-READER THRU 8170-EXIT
053630             IF WS-SORTED-KEY NOT = MASTER-KEY
053640                 MOVE 'D' TO WS-PND-ORIGIN
053650                 PERFORM 3676-STAGE-MASTER-DELETE THRU 3676-EXIT
053660                 ADD 1 TO WS-DETECT-DELETED-COUNT
053670             END-IF
053680     END-READ.
053690 8160-EXIT.
053700     EXIT.
053710*
053720*    A DELETED CONTACT HAS NO JUST-BUILT OUTPUT-RECORD TO CARRY
053730*    INTO THE DELTA FEED, SO ONE IS REBUILT HERE FROM THE
053740*    OUTGOING MASTER FIELDS.  THE ADDRESS IS RENDERED WITH THE
053750*    PLAIN 5-DIGIT ZIP AND LEFT UNVALIDATED -- THE ZIP+4 LOOKUP
053760*    IS NOT RE-RUN FOR A RECORD ON ITS WAY OUT -- AND THE SOURCE
053770*    EXTRACT IS LEFT BLANK, SINCE THE POINT OF A DELETE IS THAT
053780*    NO EXTRACT MENTIONED THE CONTACT THIS RUN.  MASTER-EMAIL IS
053790*    MOVED INTO THE INPUT RECORD AREA SO 3162-SCAN-EMAIL CAN
053800*    CARVE THE DOMAIN THE SAME WAY IT DOES FOR A LIVE RECORD
053810*    (THE SAME REUSE-THE-RECORD-AREA IDIOM AS 2510-FLUSH-ONE-
053820*    DEDUP-ENTRY).
053830 8165-BUILD-DELETED-IMAGE.
053840     MOVE SPACES TO OUT-NAME
053850     MOVE SPACES TO FULL-ADDRESS
053860     MOVE SPACES TO OUT-CATEGORY
053870     MOVE SPACES TO OUT-PHONE
053880     MOVE SPACES TO OUT-EMAIL
053890     MOVE SPACES TO OUT-SOURCE-FILE
053900     MOVE MASTER-NAME TO OUT-NAME
053910     STRING MASTER-ADDR ", " MASTER-CITY ", " MASTER-STATE " "
053920            MASTER-ZIP DELIMITED BY SIZE
053930            INTO FULL-ADDRESS
053940     MOVE MASTER-CATEGORY TO OUT-CATEGORY
053950     MOVE MASTER-PHONE TO OUT-PHONE
053960     MOVE MASTER-EMAIL TO OUT-EMAIL
053970     MOVE MASTER-EMAIL TO EMAIL
053980     PERFORM 3162-SCAN-EMAIL THRU 3162-EXIT
053990     PERFORM 3210-CARVE-EMAIL-DOMAIN THRU 3210-EXIT
054000     MOVE 'N' TO OUT-ADDRESS-VALIDATED.
054010 8165-EXIT.
054020     EXIT.
054030*
054040*    WALK THE SORTED KEY LIST FORWARD UNTIL IT CATCHES UP WITH
054050*    THE MASTER RECORD UNDER THE WALK.  EVERY KEY PASSED OVER
054060*    BELONGS TO A CONTACT ADDED THIS RUN; HIGH-VALUES AT END OF
054070*    FILE LETS EVERY REMAINING MASTER COMPARE AS UNSEEN.
054080 8170-ADVANCE-SORTED-READER.
054090     PERFORM 8180-READ-ONE-SORTED-KEY THRU 8180-EXIT
054100         UNTIL WS-SORTED-KEY NOT < MASTER-KEY.
054110 8170-EXIT.
054120     EXIT.
054130*
054140 8180-READ-ONE-SORTED-KEY.
054150     IF SORTED-EOF OR WS-SORTED-NOT-FOUND
054160         MOVE HIGH-VALUES TO WS-SORTED-KEY
054170     ELSE
054180         READ DEDUP-SORTED-FILE
054190             AT END
054200                 SET SORTED-EOF TO TRUE
054210                 MOVE HIGH-VALUES TO WS-SORTED-KEY
054220             NOT AT END
054230                 MOVE SRD-NAME TO WS-SORTED-KEY (1:30)
054240                 MOVE SRD-ZIP  TO WS-SORTED-KEY (31:5)
054250         END-READ
054260     END-IF.
054270 8180-EXIT.
054280     EXIT.
054290*
054300 8100-CLOSE-CATEGORY-FILE.
054310     ADD 1 TO WS-CATEGORY-IDX
054320     EVALUATE WS-CATEGORY-IDX
054330         WHEN 1  CLOSE CATEGORY-FILE-1
054340         WHEN 2  CLOSE CATEGORY-FILE-2
054350         WHEN 3  CLOSE CATEGORY-FILE-3
054360         WHEN 4  CLOSE CATEGORY-FILE-4
054370         WHEN 5  CLOSE CATEGORY-FILE-5
054380         WHEN 6  CLOSE CATEGORY-FILE-6
054390         WHEN 7  CLOSE CATEGORY-FILE-7
054400         WHEN 8  CLOSE CATEGORY-FILE-8
054410     END-EVALUATE.
054420 8100-EXIT.
054430     EXIT.
054440*
054450*    ONE REVIEW LINE PER DISTINCT CATEGORY VALUE THE REFERENCE
054460*    FILE DID NOT KNOW, WITH HOW OFTEN IT WAS SEEN.  REBUILT
054470*    EVERY RUN SO AN EMPTY FILE MEANS A CLEAN NIGHT.
054480*    (PROOF-CATEGORY-REVIEW.CSV ON A PROOF RUN.)
054490 8185-WRITE-CATEGORY-REVIEW.
054500     OPEN OUTPUT CATEGORY-REVIEW-FILE
054510     MOVE "," TO CRV-SEP
054520     PERFORM 8186-WRITE-ONE-REVIEW-LINE THRU 8186-EXIT
054530         VARYING WS-UNK-CAT-IDX FROM 1 BY 1
054540             UNTIL WS-UNK-CAT-IDX > WS-UNK-CAT-COUNT
054550     CLOSE CATEGORY-REVIEW-FILE.
054560 8185-EXIT.
054570     EXIT.
054580*
054590 8186-WRITE-ONE-REVIEW-LINE.
054600     MOVE WS-UNK-CAT-VALUE (WS-UNK-CAT-IDX)   TO CRV-VALUE
054610     MOVE WS-UNK-CAT-COUNTER (WS-UNK-CAT-IDX) TO CRV-COUNT
054620     WRITE CATEGORY-REVIEW-RECORD.
054630 8186-EXIT.
054640     EXIT.
054650*
054660*****************************************************************
054670*    8195-SWAP-SUSPENSE-GENERATION - THE RUN COMPLETED, SO THE  *
054680*    NEW GENERATION (ROWS STILL FAILING PLUS TONIGHT'S NEW      *
054690*    REJECTS) REPLACES SUSPENSE.DAT.  UNTIL THIS POINT THE OLD  *
054700*    FILE IS LEFT INTACT: A CRASH ANYWHERE EARLIER MEANS THE    *
054710*    RERUN RE-PRESENTS EVERY ROW AGAIN RATHER THAN LOSING THE   *
054720*    ONES WHOSE ACCEPTANCE NO CHECKPOINT HAD YET COVERED.       *
054730*****************************************************************
054740 8195-SWAP-SUSPENSE-GENERATION.
054750     MOVE 'N' TO WS-SUS-NEW-EOF-SW
054760     OPEN INPUT SUSPENSE-NEW-FILE
054770     IF NOT WS-SUS-NEW-NOT-FOUND
054780         OPEN OUTPUT SUSPENSE-FILE
054790         PERFORM 8196-COPY-ONE-SUSPENSE-ROW THRU 8196-EXIT
054800             UNTIL SUS-NEW-EOF
054810         CLOSE SUSPENSE-FILE
054820         CLOSE SUSPENSE-NEW-FILE
054830     END-IF.
054840 8195-EXIT.
054850     EXIT.
054860*
054870 8196-COPY-ONE-SUSPENSE-ROW.
054880     READ SUSPENSE-NEW-FILE
054890         AT END
054900             SET SUS-NEW-EOF TO TRUE
054910         NOT AT END
054920             WRITE SUSPENSE-RECORD FROM SUSPENSE-NEW-RECORD
054930     END-READ.
054940 8196-EXIT.
054950     EXIT.
054960*
054970*    RESET THE CHECKPOINT TO ZERO ON A CLEAN FINISH SO THE NEXT
054980*    RUN STARTS FROM RECORD ONE INSTEAD OF SKIPPING FORWARD.
054990*    THE DEDUPE WORK FILES ARE EMPTIED THE SAME WAY SINCE EVERY
055000*    GROUP WAS FULLY FLUSHED BY 2500-FLUSH-DEDUPED-RECORDS AND
055010*    READ BACK BY 8150-DETECT-DELETED-MASTERS ABOVE, AND SO ARE
055020*    THE STAGED-CHANGE FILES 8400 HAS SETTLED (A HELD NIGHT WAS
055030*    ALREADY COPIED TO MASTER-HELD.DAT).
055040 8190-CLEAR-CHECKPOINT.
055050     OPEN OUTPUT CHECKPOINT-FILE
055060     MOVE SPACES TO CHK-SOURCE-FILE
055070     MOVE ZERO TO CHK-FILE-COUNT
055080     MOVE ZERO TO CHK-TOTAL-COUNT
055090     MOVE ZERO TO CHK-FLUSH-COUNT
055100     MOVE ZERO TO CHK-WORK-COUNT
055110     WRITE CHECKPOINT-RECORD
055120     CLOSE CHECKPOINT-FILE
055130     OPEN OUTPUT DEDUP-WORK-FILE
055140     CLOSE DEDUP-WORK-FILE
055150     OPEN OUTPUT DEDUP-SORTED-FILE
055160     CLOSE DEDUP-SORTED-FILE
055170     OPEN OUTPUT HOUSEHOLD-WORK-FILE
055180     CLOSE HOUSEHOLD-WORK-FILE
055190     OPEN OUTPUT HOUSEHOLD-SORTED-FILE
055200     CLOSE HOUSEHOLD-SORTED-FILE
055210     OPEN OUTPUT MASTER-PENDING-FILE
055220     CLOSE MASTER-PENDING-FILE
055230     OPEN OUTPUT PENDING-SORTED-FILE
055240     CLOSE PENDING-SORTED-FILE.
055250 8190-EXIT.
055260     EXIT.
055270*
055280*****************************************************************
055290*    8300-CUT-MASTER-SNAPSHOT - ONE FORWARD PASS OVER THE JUST- *
055300*    CLOSED MASTER, COPIED WHOLE INTO MASTER-SNAPSHOT.DAT.      *
055310*    REBUILT FROM SCRATCH EVERY CLEAN RUN, SO THE INQUIRY       *
055320*    PROGRAMS ALWAYS SEE THE LAST COMPLETED NIGHT AND NEVER AN  *
055330*    UPDATE IN FLIGHT.                                          *
055340*****************************************************************
055350 8300-CUT-MASTER-SNAPSHOT.
055360     MOVE ZERO TO WS-SNAPSHOT-COUNT
055370     OPEN INPUT MASTER-FILE
055380     OPEN OUTPUT MASTER-SNAPSHOT-FILE
055390     MOVE LOW-VALUES TO MASTER-KEY
055400     START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
055410         INVALID KEY
055420             MOVE 'Y' TO WS-MASTER-EOF-SW
055430         NOT INVALID KEY
055440             MOVE 'N' TO WS-MASTER-EOF-SW
055450     END-START
055460     PERFORM 8301-COPY-ONE-MASTER THRU 8301-EXIT
055470         UNTIL MASTER-EOF
055480     CLOSE MASTER-SNAPSHOT-FILE
055490     CLOSE MASTER-FILE
055500*    THE SNAPSHOT HOLDS EVERY CHANGE THROUGH TONIGHT'S DELTA
055510*    GENERATION (A HELD NIGHT WROTE NONE, SO THE SAME STANDS).
055520     OPEN OUTPUT SNAPSHOT-CONTROL-FILE
055530     MOVE WS-DELTA-GENERATION TO SCT-GENERATION
055540     MOVE ","                 TO SCT-SEP-1
055550     MOVE WS-RUN-DATE         TO SCT-RUN-DATE
055560     MOVE ","                 TO SCT-SEP-2
055570     MOVE WS-SNAPSHOT-COUNT   TO SCT-COUNT
055580     WRITE SNAPSHOT-CONTROL-RECORD
055590     CLOSE SNAPSHOT-CONTROL-FILE.
055600 8300-EXIT.
055610     EXIT.
055620*
055630 8301-COPY-ONE-MASTER.
055640     READ MASTER-FILE NEXT RECORD
055650         AT END
055660             MOVE 'Y' TO WS-MASTER-EOF-SW
055670         NOT AT END
055680             MOVE MASTER-RECORD TO SNAPSHOT-RECORD
055690             WRITE SNAPSHOT-RECORD
055700             ADD 1 TO WS-SNAPSHOT-COUNT
055710     END-READ.
055720 8301-EXIT.
055730     EXIT.
055740*
055750*    A PROOF RUN IS GOOD FOR ONE NIGHT: PUT THE MODE BACK SO THE
055760*    NEXT RUN GOES LIVE UNLESS THE OPERATOR ASKS AGAIN.
055770 8310-RESET-RUN-MODE.
055780     OPEN OUTPUT RUN-MODE-FILE
055790     MOVE "NORMAL" TO RMD-MODE
055800     WRITE RUN-MODE-RECORD
055810     CLOSE RUN-MODE-FILE.
055820 8310-EXIT.
055830     EXIT.
055840*
055850*****************************************************************
055860*    8200-CHECK-EXPECTED-EXTRACTS - MATCH THE ROSTER AGAINST    *
055870*    WHAT THE RUN ACTUALLY TOOK IN.  A NIGHTLY REGION IS       *
055880*    REPORTED WHEN IT NEITHER COMPLETED THIS JOB NOR HAS A     *
055890*    BUSINESS DATE WITHIN A DAY; A WEEKLY ONE GETS SEVEN DAYS  *
055900*    OF GRACE.  EACH ALERT NAMES THE REGION'S CONTACT AND HOW  *
055910*    MANY BUSINESS DAYS BEHIND IT IS, AND THE COUNT GETS ITS   *
055920*    OWN CONTROL-TOTAL LINE SO A CLEAN-LOOKING RUN WITH A      *
055930*    SILENT HOLE STOPS HAPPENING.                               *
055940*****************************************************************
055950 8200-CHECK-EXPECTED-EXTRACTS.
055960     IF WS-ROSTER-COUNT = ZERO
055970         GO TO 8200-EXIT
055980     END-IF
055990     PERFORM 8210-CHECK-ONE-REGION THRU 8210-EXIT
056000         VARYING WS-ROSTER-IDX FROM 1 BY 1
056010             UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT.
056020 8200-EXIT.
056030     EXIT.
056040*
056050 8210-CHECK-ONE-REGION.
056060     PERFORM 8220-SEARCH-RUN-EXTRACTS THRU 8220-EXIT
056070     PERFORM 8230-FIND-LAST-BUSINESS-DATE THRU 8230-EXIT
056080     IF EXTRACT-RECEIVED-TONIGHT
056090         GO TO 8210-EXIT
056100     END-IF
056110     IF WS-RST-FREQUENCY (WS-ROSTER-IDX) = 'W'
056120         MOVE 7 TO WS-ALLOWED-BEHIND
056130     ELSE
056140         MOVE 1 TO WS-ALLOWED-BEHIND
056150     END-IF
056160     IF WS-LAST-BUS-DATE = ZERO
056170         ADD 1 TO WS-EXT-MISSING-COUNT
056180         DISPLAY "EXTRACT MISSING: "
056190                 WS-RST-NAME (WS-ROSTER-IDX)
056200         DISPLAY "  NEVER RECEIVED - CONTACT "
056210                 WS-RST-CONTACT (WS-ROSTER-IDX)
056220         GO TO 8210-EXIT
056230     END-IF
056240     COMPUTE WS-LAST-BUS-DAY-NUM =
056250         FUNCTION INTEGER-OF-DATE(WS-LAST-BUS-DATE)
056260     COMPUTE WS-BEHIND-DAYS =
056270         WS-RUN-DAY-NUM - WS-LAST-BUS-DAY-NUM
056280     IF WS-BEHIND-DAYS > WS-ALLOWED-BEHIND
056290         ADD 1 TO WS-EXT-MISSING-COUNT
056300         DISPLAY "EXTRACT MISSING: "
056310                 WS-RST-NAME (WS-ROSTER-IDX)
056320         DISPLAY "  LAST BUSINESS DATE " WS-LAST-BUS-DATE
056330                 " (" WS-BEHIND-DAYS " DAYS BEHIND)"
056340                 " - CONTACT " WS-RST-CONTACT (WS-ROSTER-IDX)
056350     END-IF.
056360 8210-EXIT.
056370     EXIT.
056380*
056390*    DID THIS JOB COMPLETE THE REGION'S EXTRACT?
056400 8220-SEARCH-RUN-EXTRACTS.
056410     MOVE 'N' TO WS-RECEIVED-SW
056420     MOVE ZERO TO WS-RUN-EXT-IDX
056430     PERFORM 8221-COMPARE-ONE-RUN-EXT THRU 8221-EXIT
056440         UNTIL WS-RUN-EXT-IDX >= WS-RUN-EXT-COUNT
056450            OR EXTRACT-RECEIVED-TONIGHT.
056460 8220-EXIT.
056470     EXIT.
056480*
056490 8221-COMPARE-ONE-RUN-EXT.
056500     ADD 1 TO WS-RUN-EXT-IDX
056510     IF WS-RUN-EXT-NAME (WS-RUN-EXT-IDX)
056520            = WS-RST-NAME (WS-ROSTER-IDX)
056530         SET EXTRACT-RECEIVED-TONIGHT TO TRUE
056540     END-IF.
056550 8221-EXIT.
056560     EXIT.
056570*
056580*    THE LATEST BUSINESS DATE THE REGISTER EVER RECORDED FOR
056590*    THE REGION -- THE "HOW FAR BEHIND" BASELINE.  READ FROM
056600*    THE PER-NAME LATEST-DATE TABLE, WHICH 1084 KEEPS CURRENT
056610*    ACROSS THE WHOLE REGISTER; WS-EXT-CTL-TAB ONLY HOLDS THE
056620*    REGISTER'S FIRST (OLDEST) 200 LINES AND WOULD GO STALE.
056630 8230-FIND-LAST-BUSINESS-DATE.
056640     MOVE ZERO TO WS-LAST-BUS-DATE
056650     PERFORM 8231-COMPARE-ONE-LATEST THRU 8231-EXIT
056660         VARYING WS-LATEST-IDX FROM 1 BY 1
056670             UNTIL WS-LATEST-IDX > WS-LATEST-COUNT.
056680 8230-EXIT.
056690     EXIT.
056700*
056710 8231-COMPARE-ONE-LATEST.
056720     IF WS-LAT-NAME (WS-LATEST-IDX)
056730            = WS-RST-NAME (WS-ROSTER-IDX)
056740         MOVE WS-LAT-DATE (WS-LATEST-IDX)
056750             TO WS-LAST-BUS-DATE
056760     END-IF.
056770 8231-EXIT.
056780     EXIT.
056790*
056800*****************************************************************
056810*    8400-SETTLE-PENDING-CHANGES - SORT THE NIGHT'S STAGED       *
056820*    MASTER CHANGES INTO KEY + ARRIVAL ORDER AND RESOLVE THEM    *
056830*    AGAINST THE MASTER AS IT STANDS.  THE FIRST PASS WRITES     *
056840*    EACH REAL CHANGE TO CHANGE-REVIEW.CSV AND TALLIES IT BY     *
056850*    REGION; 8440 THEN CHECKS THE TALLIES AGAINST THE KEPT       *
056860*    LIMITS.  A PROOF RUN STOPS THERE.  A BREACH HOLDS THE WHOLE *
056870*    NIGHT IN MASTER-HELD.DAT FOR MERGE-RELEASE -- NOTHING       *
056880*    REACHES THE MASTER, CHANGELOG, DELTA, OR HISTORY.           *
056890*    OTHERWISE A SECOND PASS APPLIES AND LOGS EVERY CHANGE.      *
056900*****************************************************************
056910 8400-SETTLE-PENDING-CHANGES.
056920     PERFORM 7800-NOTE-PHASE-START THRU 7800-EXIT
056930     CLOSE MASTER-PENDING-FILE
056940     SORT PENDING-SORT-FILE
056950         ON ASCENDING KEY PST-NAME PST-ZIP PST-SEQ
056960         USING MASTER-PENDING-FILE
056970         GIVING PENDING-SORTED-FILE
056980     MOVE ZERO TO WS-CHANGE-PROPOSED-COUNT
056990     MOVE ZERO TO WS-CHANGE-APPLIED-COUNT
057000     MOVE ZERO TO WS-HELD-COUNT
057010     MOVE 'N' TO WS-SETTLE-APPLY-SW
057020     OPEN OUTPUT CHANGE-REVIEW-FILE
057030     MOVE "," TO REV-SEP-1
057040     MOVE "," TO REV-SEP-2
057050     MOVE "," TO REV-SEP-3
057060     MOVE "," TO REV-SEP-4
057070     PERFORM 8410-RESOLVE-PENDING-CHANGES THRU 8410-EXIT
057080     CLOSE CHANGE-REVIEW-FILE
057090     PERFORM 8440-CHECK-CHANGE-LIMITS THRU 8440-EXIT
057100     EVALUATE TRUE
057110         WHEN PROOF-RUN
057120             MOVE "PROOF" TO WS-SETTLE-OUTCOME
057130             MOVE WS-CHANGE-PROPOSED-COUNT TO RLG-COUNT
057140         WHEN LIMITS-BREACHED
057150             MOVE "HELD" TO WS-SETTLE-OUTCOME
057160             PERFORM 8480-HOLD-PENDING-CHANGES THRU 8480-EXIT
057170             MOVE WS-HELD-COUNT TO RLG-COUNT
057180         WHEN OTHER
057190             MOVE "APPLIED" TO WS-SETTLE-OUTCOME
057200             SET SETTLE-APPLYING TO TRUE
057210             PERFORM 8410-RESOLVE-PENDING-CHANGES THRU 8410-EXIT
057220             MOVE WS-CHANGE-APPLIED-COUNT TO RLG-COUNT
057230     END-EVALUATE
057240     MOVE "8400" TO RLG-PHASE
057250     MOVE SPACES TO RLG-EXTRACT
057260     MOVE WS-SETTLE-OUTCOME TO RLG-STATUS
057270     PERFORM 7810-WRITE-RUN-LOG-LINE THRU 7810-EXIT.
057280 8400-EXIT.
057290     EXIT.
057300*
057310*    ONE PASS OVER THE SORTED STAGED CHANGES.  WS-RSV-KEY AND
057320*    WS-RSV-IMAGE FOLLOW WHAT THE MASTER HOLDS FOR THE KEY IN
057330*    HAND AS EACH OF ITS CHANGES IS TAKEN, SO A CHANGE THAT
057340*    WOULD LEAVE THE MASTER AS IT ALREADY IS -- A SECOND DELETE,
057350*    OR A GROUP A RESTART STAGED TWICE -- IS DROPPED HERE.
057360*    A STDADDR LINE IS NEVER A CHANGE IN THAT SENSE: IT IS NOT
057370*    TALLIED OR REVIEWED, AND IS APPLIED BY 8460 ALONE.
057380 8410-RESOLVE-PENDING-CHANGES.
057390     MOVE LOW-VALUES TO WS-RSV-KEY
057400     MOVE 'N' TO WS-PENDING-EOF-SW
057410     OPEN INPUT PENDING-SORTED-FILE
057420     PERFORM 8420-RESOLVE-ONE-CHANGE THRU 8420-EXIT
057430         UNTIL PENDING-EOF
057440     CLOSE PENDING-SORTED-FILE.
057450 8410-EXIT.
057460     EXIT.
057470*
057480 8420-RESOLVE-ONE-CHANGE.
057490     READ PENDING-SORTED-FILE INTO WS-PENDING-CHANGE
057500         AT END
057510             SET PENDING-EOF TO TRUE
057520     END-READ
057530     IF PENDING-EOF
057540         GO TO 8420-EXIT
057550     END-IF
057560     IF WS-PND-KEY NOT = WS-RSV-KEY
057570         PERFORM 8425-LOAD-RESOLVED-MASTER THRU 8425-EXIT
057580     END-IF
057590     MOVE WS-PND-ACTION TO WS-CHANGE-ACTION
057600     EVALUATE TRUE
057610         WHEN WS-PND-ACTION = "STDADDR"
057620             IF RSV-KEY-ON-MASTER
057630                AND WS-PND-MASTER-IMAGE NOT = WS-RSV-IMAGE
057640                 IF SETTLE-APPLYING
057650                     PERFORM 8460-APPLY-RESTANDARDIZE
057660                         THRU 8460-EXIT
057670                 END-IF
057680                 MOVE WS-PND-MASTER-IMAGE TO WS-RSV-IMAGE
057690             END-IF
057700         WHEN WS-PND-ACTION = "DELETED"
057710             IF RSV-KEY-ON-MASTER
057720                 PERFORM 8430-TAKE-CHANGE THRU 8430-EXIT
057730                 MOVE 'N' TO WS-RSV-ON-MASTER-SW
057740             END-IF
057750         WHEN NOT RSV-KEY-ON-MASTER
057760             MOVE "ADDED" TO WS-CHANGE-ACTION
057770             PERFORM 8430-TAKE-CHANGE THRU 8430-EXIT
057780             SET RSV-KEY-ON-MASTER TO TRUE
057790             MOVE WS-PND-MASTER-IMAGE TO WS-RSV-IMAGE
057800         WHEN WS-PND-MASTER-IMAGE NOT = WS-RSV-IMAGE
057810             MOVE "UPDATED" TO WS-CHANGE-ACTION
057820             PERFORM 8430-TAKE-CHANGE THRU 8430-EXIT
057830             MOVE WS-PND-MASTER-IMAGE TO WS-RSV-IMAGE
057840     END-EVALUATE.
057850 8420-EXIT.
057860     EXIT.
057870*
057880 8425-LOAD-RESOLVED-MASTER.
057890     MOVE WS-PND-KEY TO WS-RSV-KEY
057900     MOVE WS-PND-KEY TO MASTER-KEY
057910     READ MASTER-FILE
057920         INVALID KEY
057930             MOVE 'N' TO WS-RSV-ON-MASTER-SW
057940         NOT INVALID KEY
057950             SET RSV-KEY-ON-MASTER TO TRUE
057960             MOVE MASTER-RECORD TO WS-RSV-IMAGE
057970     END-READ.
057980 8425-EXIT.
057990     EXIT.
058000*
058010 8430-TAKE-CHANGE.
058020     IF SETTLE-APPLYING
058030         PERFORM 8450-APPLY-CHANGE THRU 8450-EXIT
058040     ELSE
058050         PERFORM 8435-TALLY-CHANGE THRU 8435-EXIT
058060     END-IF.
058070 8430-EXIT.
058080     EXIT.
058090*
058100 8435-TALLY-CHANGE.
058110     ADD 1 TO WS-CHANGE-PROPOSED-COUNT
058120     MOVE WS-PND-REGION TO WS-RGN-WORK-NAME
058130     PERFORM 8436-FIND-REGION-SLOT THRU 8436-EXIT
058140     IF REGION-FOUND
058150         EVALUATE WS-CHANGE-ACTION
058160             WHEN "ADDED"
058170                 ADD 1 TO WS-RGN-ADDED (WS-REGION-IDX)
058180             WHEN "UPDATED"
058190                 ADD 1 TO WS-RGN-UPDATED (WS-REGION-IDX)
058200             WHEN "DELETED"
058210                 ADD 1 TO WS-RGN-DELETED (WS-REGION-IDX)
058220         END-EVALUATE
058230     END-IF
058240     MOVE WS-CHANGE-ACTION TO REV-ACTION
058250     MOVE WS-PND-REGION TO REV-REGION
058260     MOVE WS-PND-NAME TO REV-NAME
058270     MOVE WS-PND-ZIP TO REV-ZIP
058280     EVALUATE TRUE
058290         WHEN PND-FROM-FLUSH
058300             MOVE "EXTRACT" TO REV-ORIGIN
058310         WHEN PND-FROM-SUPPRESSION
058320             MOVE "SUPPRESS" TO REV-ORIGIN
058330         WHEN OTHER
058340             MOVE "DROPPED" TO REV-ORIGIN
058350     END-EVALUATE
058360     WRITE CHANGE-REVIEW-RECORD.
058370 8435-EXIT.
058380     EXIT.
058390*
058400*    FIND WS-RGN-WORK-NAME IN WS-REGION-TAB, OPENING A SLOT FOR
058410*    A REGION NOT SEEN YET.  A REGION THE TABLE CANNOT HOLD IS
058420*    COUNTED SO 8440 CAN HOLD THE NIGHT RATHER THAN PASS IT
058430*    UNCHECKED.
058440 8436-FIND-REGION-SLOT.
058450     MOVE 'N' TO WS-REGION-FOUND-SW
058460     MOVE ZERO TO WS-REGION-IDX
058470     PERFORM 8437-COMPARE-ONE-REGION THRU 8437-EXIT
058480         UNTIL WS-REGION-IDX >= WS-REGION-COUNT
058490            OR REGION-FOUND
058500     IF NOT REGION-FOUND
058510         IF WS-REGION-COUNT < WS-MAX-REGION
058520             ADD 1 TO WS-REGION-COUNT
058530             MOVE WS-REGION-COUNT TO WS-REGION-IDX
058540             MOVE WS-RGN-WORK-NAME
058550                 TO WS-RGN-NAME (WS-REGION-IDX)
058560             MOVE ZERO TO WS-RGN-MASTERS (WS-REGION-IDX)
058570             MOVE ZERO TO WS-RGN-ADDED (WS-REGION-IDX)
058580             MOVE ZERO TO WS-RGN-UPDATED (WS-REGION-IDX)
058590             MOVE ZERO TO WS-RGN-DELETED (WS-REGION-IDX)
058600             SET REGION-FOUND TO TRUE
058610         ELSE
058620             ADD 1 TO WS-REGION-LOST-COUNT
058630         END-IF
058640     END-IF.
058650 8436-EXIT.
058660     EXIT.
058670*
058680 8437-COMPARE-ONE-REGION.
058690     ADD 1 TO WS-REGION-IDX
058700     IF WS-RGN-NAME (WS-REGION-IDX) = WS-RGN-WORK-NAME
058710         SET REGION-FOUND TO TRUE
058720     END-IF.
058730 8437-EXIT.
058740     EXIT.
058750*
058760*****************************************************************
058770*    8440-CHECK-CHANGE-LIMITS - COMPARE EACH REGION'S PROPOSED  *
058780*    ADDS, UPDATES, AND DELETES WITH ITS LIMIT FOR THAT ACTION  *
058790*    (OR THE "*" DEFAULT LIMIT WHEN IT HAS NONE OF ITS OWN).  A *
058800*    PERCENTAGE IS TAKEN OF THE CONTACTS THE REGION HOLDS ON    *
058810*    THE MASTER BEFORE TONIGHT.  EVERY BREACH IS DISPLAYED.     *
058820*****************************************************************
058830 8440-CHECK-CHANGE-LIMITS.
058840     MOVE ZERO TO WS-BREACH-COUNT
058850     MOVE 'N' TO WS-BREACHED-SW
058860     IF WS-LIMIT-COUNT = ZERO
058870        AND WS-LIMIT-LOST-COUNT = ZERO
058880         GO TO 8440-EXIT
058890     END-IF
058900     IF PERCENT-LIMITS-LOADED
058910         PERFORM 8442-COUNT-REGION-MASTERS THRU 8442-EXIT
058920     END-IF
058930     IF WS-LIMIT-LOST-COUNT > ZERO
058940         DISPLAY "MERGE-CSV: CHANGE-LIMITS.DAT OVERFLOW - "
058950                 WS-LIMIT-LOST-COUNT
058960                 " LIMITS NOT LOADED - RAISE WS-MAX-LIMIT"
058970         ADD 1 TO WS-BREACH-COUNT
058980     END-IF
058990     IF WS-REGION-LOST-COUNT > ZERO
059000         DISPLAY "MERGE-CSV: REGION TABLE OVERFLOW - "
059010                 WS-REGION-LOST-COUNT
059020                 " CHANGES NOT CHECKED - RAISE WS-MAX-REGION"
059030         ADD 1 TO WS-BREACH-COUNT
059040     END-IF
059050     MOVE ZERO TO WS-REGION-IDX
059060     PERFORM 8445-CHECK-ONE-REGION THRU 8445-EXIT
059070         UNTIL WS-REGION-IDX >= WS-REGION-COUNT
059080     IF WS-BREACH-COUNT > ZERO
059090         SET LIMITS-BREACHED TO TRUE
059100     END-IF.
059110 8440-EXIT.
059120     EXIT.
059130*
059140*    ONE WALK OF THE MASTER, COUNTING EACH REGION'S CONTACTS
059150*    FOR THE PERCENTAGE LIMITS.  ONLY MADE WHEN ONE IS SET.
059160 8442-COUNT-REGION-MASTERS.
059170     MOVE LOW-VALUES TO MASTER-KEY
059180     START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
059190         INVALID KEY
059200             MOVE 'Y' TO WS-MASTER-EOF-SW
059210         NOT INVALID KEY
059220             MOVE 'N' TO WS-MASTER-EOF-SW
059230     END-START
059240     PERFORM 8443-COUNT-ONE-MASTER THRU 8443-EXIT
059250         UNTIL MASTER-EOF.
059260 8442-EXIT.
059270     EXIT.
059280*
059290 8443-COUNT-ONE-MASTER.
059300     READ MASTER-FILE NEXT RECORD
059310         AT END
059320             MOVE 'Y' TO WS-MASTER-EOF-SW
059330         NOT AT END
059340             PERFORM 3680-LOOKUP-MASTER-REGION THRU 3680-EXIT
059350             PERFORM 8436-FIND-REGION-SLOT THRU 8436-EXIT
059360             IF REGION-FOUND
059370                 ADD 1 TO WS-RGN-MASTERS (WS-REGION-IDX)
059380             END-IF
059390     END-READ.
059400 8443-EXIT.
059410     EXIT.
059420*
059430 8445-CHECK-ONE-REGION.
059440     ADD 1 TO WS-REGION-IDX
059450     MOVE WS-RGN-NAME (WS-REGION-IDX) TO WS-LIM-WORK-REGION
059460     MOVE WS-RGN-MASTERS (WS-REGION-IDX) TO WS-LIM-WORK-BASE
059470     MOVE "ADDED" TO WS-LIM-WORK-ACTION
059480     MOVE WS-RGN-ADDED (WS-REGION-IDX) TO WS-LIM-WORK-COUNT
059490     PERFORM 8447-CHECK-ONE-LIMIT THRU 8447-EXIT
059500     MOVE "UPDATED" TO WS-LIM-WORK-ACTION
059510     MOVE WS-RGN-UPDATED (WS-REGION-IDX) TO WS-LIM-WORK-COUNT
059520     PERFORM 8447-CHECK-ONE-LIMIT THRU 8447-EXIT
059530     MOVE "DELETED" TO WS-LIM-WORK-ACTION
059540     MOVE WS-RGN-DELETED (WS-REGION-IDX) TO WS-LIM-WORK-COUNT
059550     PERFORM 8447-CHECK-ONE-LIMIT THRU 8447-EXIT.
059560 8445-EXIT.
059570     EXIT.
059580*
059590 8447-CHECK-ONE-LIMIT.
059600     IF WS-LIM-WORK-COUNT = ZERO
059610         GO TO 8447-EXIT
059620     END-IF
059630     MOVE WS-LIM-WORK-REGION TO WS-LIM-KEY-REGION
059640     PERFORM 8448-FIND-LIMIT THRU 8448-EXIT
059650     IF NOT LIMIT-FOUND
059660         MOVE "*" TO WS-LIM-KEY-REGION
059670         PERFORM 8448-FIND-LIMIT THRU 8448-EXIT
059680     END-IF
059690     IF NOT LIMIT-FOUND
059700         GO TO 8447-EXIT
059710     END-IF
059720     IF WS-LIM-PERCENT (WS-LIMIT-IDX) > ZERO
059730        AND WS-LIM-WORK-BASE > ZERO
059740         COMPUTE WS-LIM-WORK-LEFT = WS-LIM-WORK-COUNT * 100
059750         COMPUTE WS-LIM-WORK-RIGHT =
059760             WS-LIM-PERCENT (WS-LIMIT-IDX) * WS-LIM-WORK-BASE
059770         IF WS-LIM-WORK-LEFT > WS-LIM-WORK-RIGHT
059780             ADD 1 TO WS-BREACH-COUNT
059790             DISPLAY "MERGE-CSV: CHANGE LIMIT BREACHED - "
059800                     WS-LIM-WORK-REGION " " WS-LIM-WORK-ACTION
059810                     " " WS-LIM-WORK-COUNT " OF "
059820                     WS-LIM-WORK-BASE " OVER "
059830                     WS-LIM-PERCENT (WS-LIMIT-IDX) " PERCENT"
059840         END-IF
059850     END-IF
059860     IF WS-LIM-MAX-COUNT (WS-LIMIT-IDX) > ZERO
059870        AND WS-LIM-WORK-COUNT > WS-LIM-MAX-COUNT (WS-LIMIT-IDX)
059880         ADD 1 TO WS-BREACH-COUNT
059890         DISPLAY "MERGE-CSV: CHANGE LIMIT BREACHED - "
059900                 WS-LIM-WORK-REGION " " WS-LIM-WORK-ACTION
059910                 " " WS-LIM-WORK-COUNT " OVER MAXIMUM "
059920                 WS-LIM-MAX-COUNT (WS-LIMIT-IDX)
059930     END-IF.
059940 8447-EXIT.
059950     EXIT.
059960*
059970 8448-FIND-LIMIT.
059980     MOVE 'N' TO WS-LIMIT-FOUND-SW
059990     MOVE ZERO TO WS-LIMIT-IDX
060000     PERFORM 8449-COMPARE-ONE-LIMIT THRU 8449-EXIT
060010         UNTIL WS-LIMIT-IDX >= WS-LIMIT-COUNT
060020            OR LIMIT-FOUND.
060030 8448-EXIT.
060040     EXIT.
060050*
060060 8449-COMPARE-ONE-LIMIT.
060070     ADD 1 TO WS-LIMIT-IDX
060080     IF WS-LIM-REGION (WS-LIMIT-IDX) = WS-LIM-KEY-REGION
060090        AND WS-LIM-ACTION (WS-LIMIT-IDX) = WS-LIM-WORK-ACTION
060100         SET LIMIT-FOUND TO TRUE
060110     END-IF.
060120 8449-EXIT.
060130     EXIT.
060140*
060150*****************************************************************
060160*    8450-APPLY-CHANGE - MAKE ONE RESOLVED CHANGE TO THE MASTER  *
060170*    AND LOG IT TO CHANGELOG, DELTA, AND HISTORY JUST AS THE     *
060180*    FLUSH AND DELETE PASSES ONCE DID IN LINE.  WS-RSV-IMAGE     *
060190*    HOLDS THE VERSION THE MASTER CARRIES NOW, WHICH AN UPDATE   *
060200*    OR DELETE ARCHIVES BEFORE RETIRING IT.                      *
060210*****************************************************************
060220 8450-APPLY-CHANGE.
060230     EVALUATE WS-CHANGE-ACTION
060240         WHEN "ADDED"
060250             MOVE WS-PND-MASTER-IMAGE TO MASTER-RECORD
060260             WRITE MASTER-RECORD
060270             ADD 1 TO WS-ADDED-COUNT
060280             PERFORM 3610-WRITE-CHANGE-LOG THRU 3610-EXIT
060290             MOVE WS-PND-DELTA-IMAGE TO OUTPUT-RECORD
060300             PERFORM 3630-WRITE-DELTA-RECORD THRU 3630-EXIT
060310             PERFORM 8455-NOTE-SOURCE-REGION THRU 8455-EXIT
060320         WHEN "UPDATED"
060330             MOVE WS-RSV-IMAGE TO MASTER-RECORD
060340             PERFORM 3640-WRITE-MASTER-HISTORY THRU 3640-EXIT
060350             MOVE WS-PND-MASTER-IMAGE TO MASTER-RECORD
060360             REWRITE MASTER-RECORD
060370             ADD 1 TO WS-UPDATED-COUNT
060380             PERFORM 3610-WRITE-CHANGE-LOG THRU 3610-EXIT
060390             MOVE WS-PND-DELTA-IMAGE TO OUTPUT-RECORD
060400             PERFORM 3630-WRITE-DELTA-RECORD THRU 3630-EXIT
060410             PERFORM 8455-NOTE-SOURCE-REGION THRU 8455-EXIT
060420         WHEN "DELETED"
060430             MOVE WS-RSV-IMAGE TO MASTER-RECORD
060440             PERFORM 3610-WRITE-CHANGE-LOG THRU 3610-EXIT
060450             PERFORM 3640-WRITE-MASTER-HISTORY THRU 3640-EXIT
060460             PERFORM 8165-BUILD-DELETED-IMAGE THRU 8165-EXIT
060470             PERFORM 3630-WRITE-DELTA-RECORD THRU 3630-EXIT
060480             DELETE MASTER-FILE RECORD
060490             ADD 1 TO WS-DELETED-COUNT
060500             IF PND-FROM-SUPPRESSION
060510                 ADD 1 TO WS-SUP-MASTER-DEL-COUNT
060520             END-IF
060530             PERFORM 8456-DROP-SOURCE-REGION THRU 8456-EXIT
060540     END-EVALUATE
060550     ADD 1 TO WS-CHANGE-APPLIED-COUNT.
060560 8450-EXIT.
060570     EXIT.
060580*
060590*    REWRITE A MASTER WHOSE ADDRESS WAS PUT INTO POSTAL FORM AND
060600*    NOTHING ELSE.  THE CONTACT HAS NOT CHANGED, SO NOTHING IS
060610*    LOGGED, ARCHIVED, OR SENT TO SUBSCRIBERS, AND THE FIELD
060620*    PROVENANCE STANDS.
060630 8460-APPLY-RESTANDARDIZE.
060640     MOVE WS-PND-MASTER-IMAGE TO MASTER-RECORD
060650     REWRITE MASTER-RECORD
060660     ADD 1 TO WS-ADDR-RESTD-COUNT.
060670 8460-EXIT.
060680     EXIT.
060690*
060700*    RECORD THE REGION THAT LAST ADDED OR UPDATED THE CONTACT,
060710*    AND THE EXTRACT AND DATE BEHIND EACH FIELD THE CHANGE SET.
060720 8455-NOTE-SOURCE-REGION.
060730     MOVE MASTER-KEY TO SRC-KEY
060740     READ MASTER-SOURCE-FILE
060750         INVALID KEY
060760             MOVE 'N' TO WS-SOURCE-FOUND-SW
060770         NOT INVALID KEY
060780             MOVE 'Y' TO WS-SOURCE-FOUND-SW
060790     END-READ
060800     MOVE MASTER-KEY TO SRC-KEY
060810     MOVE WS-PND-REGION TO SRC-REGION
060820     MOVE WS-PND-RUN-DATE TO SRC-RUN-DATE
060830     PERFORM 8457-STAMP-ONE-FIELD THRU 8457-EXIT
060840         VARYING WS-PRC-FLD-IDX FROM 1 BY 1
060850             UNTIL WS-PRC-FLD-IDX > 6
060860     IF SOURCE-FOUND
060870         REWRITE MASTER-SOURCE-RECORD
060880     ELSE
060890         WRITE MASTER-SOURCE-RECORD
060900     END-IF.
060910 8455-EXIT.
060920     EXIT.
060930*
060940 8456-DROP-SOURCE-REGION.
060950     MOVE MASTER-KEY TO SRC-KEY
060960     DELETE MASTER-SOURCE-FILE RECORD
060970         INVALID KEY
060980             CONTINUE
060990     END-DELETE.
061000 8456-EXIT.
061010     EXIT.
061020*
061030*    AN ADD SETS EVERY FIELD; AN UPDATE SETS THE FIELDS WHOSE
061040*    VALUE IT CHANGES (WS-RSV-IMAGE STILL HOLDS THE OUTGOING
061050*    VERSION) AND ANY FIELD WITH NO PROVENANCE YET.  A STAGED
061060*    LINE WITHOUT FIELD SOURCES CREDITS ITS REGION.
061070 8457-STAMP-ONE-FIELD.
061080     EVALUATE WS-PRC-FLD-IDX
061090         WHEN 1
061100             MOVE WS-RSV-ADDR         TO WS-PRC-KEPT-VALUE
061110             MOVE WS-PND-NEW-ADDR     TO WS-PRC-OFFERED-VALUE
061120         WHEN 2
061130             MOVE WS-RSV-CITY         TO WS-PRC-KEPT-VALUE
061140             MOVE WS-PND-NEW-CITY     TO WS-PRC-OFFERED-VALUE
061150         WHEN 3
061160             MOVE WS-RSV-STATE        TO WS-PRC-KEPT-VALUE
061170             MOVE WS-PND-NEW-STATE    TO WS-PRC-OFFERED-VALUE
061180         WHEN 4
061190             MOVE WS-RSV-PHONE        TO WS-PRC-KEPT-VALUE
061200             MOVE WS-PND-NEW-PHONE    TO WS-PRC-OFFERED-VALUE
061210         WHEN 5
061220             MOVE WS-RSV-EMAIL        TO WS-PRC-KEPT-VALUE
061230             MOVE WS-PND-NEW-EMAIL    TO WS-PRC-OFFERED-VALUE
061240         WHEN 6
061250             MOVE WS-RSV-CATEGORY     TO WS-PRC-KEPT-VALUE
061260             MOVE WS-PND-NEW-CATEGORY TO WS-PRC-OFFERED-VALUE
061270     END-EVALUATE
061280     IF WS-CHANGE-ACTION = "ADDED"
061290        OR NOT SOURCE-FOUND
061300        OR SRC-FLD-SOURCE (WS-PRC-FLD-IDX) = SPACES
061310        OR WS-PRC-KEPT-VALUE NOT = WS-PRC-OFFERED-VALUE
061320         IF WS-PND-FLD-SOURCE (WS-PRC-FLD-IDX) = SPACES
061330             MOVE WS-PND-REGION TO SRC-FLD-SOURCE (WS-PRC-FLD-IDX)
061340         ELSE
061350             MOVE WS-PND-FLD-SOURCE (WS-PRC-FLD-IDX)
061360                 TO SRC-FLD-SOURCE (WS-PRC-FLD-IDX)
061370         END-IF
061380         MOVE WS-PND-RUN-DATE TO SRC-FLD-RUN-DATE (WS-PRC-FLD-IDX)
061390     END-IF.
061400 8457-EXIT.
061410     EXIT.
061420*
061430*    A BREACHED NIGHT IS KEPT WHOLE, IN SETTLEMENT ORDER, FOR
061440*    MERGE-RELEASE TO APPLY OR DISCARD ON THE OPERATOR'S WORD.
061450*    STDADDR LINES ARE LEFT OUT: THE NEXT NIGHT THE CONTACT
061460*    COMES IN STAGES THEM AGAIN AGAINST THE MASTER AS IT IS.
061470 8480-HOLD-PENDING-CHANGES.
061480     MOVE 'N' TO WS-PENDING-EOF-SW
061490     OPEN INPUT PENDING-SORTED-FILE
061500     OPEN OUTPUT MASTER-HELD-FILE
061510     PERFORM 8481-HOLD-ONE-CHANGE THRU 8481-EXIT
061520         UNTIL PENDING-EOF
061530     CLOSE MASTER-HELD-FILE
061540     CLOSE PENDING-SORTED-FILE.
061550 8480-EXIT.
061560     EXIT.
061570*
061580 8481-HOLD-ONE-CHANGE.
061590     READ PENDING-SORTED-FILE INTO WS-PENDING-CHANGE
061600         AT END
061610             SET PENDING-EOF TO TRUE
061620         NOT AT END
061630             IF WS-PND-ACTION NOT = "STDADDR"
061640                 WRITE MASTER-HELD-RECORD
061650                     FROM PENDING-SORTED-RECORD
061660                 ADD 1 TO WS-HELD-COUNT
061670             END-IF
061680     END-READ.
061690 8481-EXIT.
061700     EXIT.
061710*
061720*****************************************************************
061730*    9000-PRINT-CONTROL-TOTALS - RECONCILIATION REPORT SHOWING  *
061740*    RECORDS READ, RECORDS WRITTEN, AND THE BREAKDOWN BY        *
061750*    CATEGORY, SO THE RUN CAN BE PROVED OUT BEFORE OUTPUT.CSV   *
061760*    IS RELEASED TO DOWNSTREAM CONSUMERS.                       *
061770*****************************************************************
061780 9000-PRINT-CONTROL-TOTALS.
061790     DISPLAY "MERGE-CSV CONTROL TOTALS"
061800     DISPLAY "------------------------"
061810     DISPLAY "RECORDS READ    . . . . . . . " WS-READ-COUNT
061820     DISPLAY "RECORDS WRITTEN . . . . . . . " WS-WRITTEN-COUNT
061830     DISPLAY "RECORDS REJECTED. . . . . . . " WS-REJECT-COUNT
061840     DISPLAY "HOUSEHOLDS WRITTEN. . . . . . " WS-HOUSEHOLD-COUNT
061850     DISPLAY "HELD OUT FOR BAD ADDRESS. . . "
061860             WS-BAD-ADDR-HELD-COUNT
061870     IF WS-BAD-ADDR-LOST-COUNT > ZERO
061880         DISPLAY "*** BAD-CONTACT REGISTER OVERFLOW - "
061890                 WS-BAD-ADDR-LOST-COUNT
061900                 " ENTRIES NOT LOADED - RAISE WS-MAX-BAD-ADDR ***"
061910     END-IF
061920     IF WS-UNKNOWN-CAT-COUNT > ZERO
061930         DISPLAY "UNKNOWN CATEGORY VALUES . . . "
061940                 WS-UNKNOWN-CAT-COUNT
061950                 " (SEE CATEGORY-REVIEW.CSV)"
061960     END-IF
061970     DISPLAY "CONTACTS SUPPRESSED . . . . . "
061980             WS-SUPPRESSED-COUNT
061990     DISPLAY "SUPPRESSED MASTERS REMOVED. . "
062000             WS-SUP-MASTER-DEL-COUNT
062010     DISPLAY "SUPPRESS LIST ENTRIES . . . . "
062020             WS-SUPPRESS-COUNT
062030     DISPLAY "EXTRACTS REFUSED. . . . . . . "
062040             WS-EXTRACT-REFUSED-COUNT
062050     IF WS-EXTRACT-REFUSED-COUNT > ZERO
062060        AND NOT RUN-RESTARTED
062070         DISPLAY "  (DELETE DETECTION SKIPPED -- A REFUSED"
062080                 " EXTRACT'S REGION WOULD LOOK DROPPED)"
062090     END-IF
062100     DISPLAY "EXTRACTS EXPECTED BUT MISSING "
062110             WS-EXT-MISSING-COUNT
062120     IF WS-EXT-MISSING-COUNT > ZERO
062130         DISPLAY "  (SEE THE EXTRACT MISSING ALERTS ABOVE --"
062140                 " THE RUN IS NOT AS CLEAN AS IT LOOKS)"
062150     END-IF
062160     DISPLAY "MASTER RECORDS ADDED. . . . . " WS-ADDED-COUNT
062170     DISPLAY "MASTER RECORDS UPDATED. . . . " WS-UPDATED-COUNT
062180     DISPLAY "MASTER RECORDS DELETED. . . . " WS-DELETED-COUNT
062190     DISPLAY "DELTA GENERATION CUT. . . . . "
062200             WS-DELTA-GENERATION " (" WS-DELTA-SEQ " LINES)"
062210     DISPLAY "MASTER CHANGES PROPOSED . . . "
062220             WS-CHANGE-PROPOSED-COUNT " (SEE CHANGE-REVIEW.CSV)"
062230     DISPLAY "MASTER CHANGES OUTCOME. . . . " WS-SETTLE-OUTCOME
062240     IF LIMITS-BREACHED
062250        AND NOT PROOF-RUN
062260         DISPLAY "*** CHANGE LIMITS BREACHED - " WS-HELD-COUNT
062270                 " CHANGES HELD IN MASTER-HELD.DAT ***"
062280         DISPLAY "  (MASTER, CHANGELOG, DELTA, AND HISTORY LEFT"
062290                 " AS THEY WERE -- RUN MERGE-RELEASE)"
062300     END-IF
062310     IF PROOF-RUN
062320         DISPLAY "  (PROOF RUN -- THE MASTER AND ITS LOGS WERE"
062330                 " NOT CHANGED)"
062340         IF LIMITS-BREACHED
062350             DISPLAY "  (A LIVE RUN WOULD HAVE HELD THESE"
062360                     " CHANGES FOR RELEASE)"
062370         END-IF
062380     END-IF
062390     DISPLAY "DUPLICATE RECORDS MERGED . . " WS-DUPLICATE-COUNT
062400     DISPLAY "OVERRIDES BLOCKED BY PRECEDENCE "
062410             WS-PRC-BLOCKED-COUNT " (SEE PRECEDENCE-BLOCKED.CSV)"
062420     IF WS-PRC-REF-LOST-COUNT > ZERO
062430         DISPLAY "*** SOURCE PRECEDENCE OVERFLOW - "
062440                 WS-PRC-REF-LOST-COUNT
062450                 " EXTRACTS NOT LOADED - RAISE WS-MAX-PRC-REF ***"
062460     END-IF
062470     DISPLAY "ADDRESSES ZIP+4 VALIDATED . . " WS-VALIDATED-COUNT
062480     IF WS-ABR-REF-COUNT > ZERO
062490         DISPLAY "ADDRESSES STANDARDIZED. . . . "
062500                 WS-ADDR-STD-COUNT
062510         DISPLAY "ADDRESSES NOT PARSED. . . . . "
062520                 WS-ADDR-UNPARSED-COUNT
062530                 " (SEE ADDRESS-REVIEW.CSV)"
062540         DISPLAY "MASTERS RESTANDARDIZED. . . . "
062550                 WS-ADDR-RESTD-COUNT
062560     END-IF
062570     IF WS-ABR-REF-LOST-COUNT > ZERO
062580         DISPLAY "*** ADDRESS ABBREVIATIONS OVERFLOW - "
062590                 WS-ABR-REF-LOST-COUNT
062600                 " ENTRIES NOT LOADED - RAISE WS-MAX-ABR-REF ***"
062610     END-IF
062620     DISPLAY "SUSPENSE ROWS RE-PRESENTED. . " WS-RECYCLED-COUNT
062630     DISPLAY "SUSPENSE ROWS ACCEPTED. . . . " WS-RECYCLE-OK-COUNT
062640     DISPLAY "SUSPENSE ROWS STILL HELD. . . "
062650             WS-STILL-SUSPENDED-COUNT
062660     DISPLAY "SUSPENSE ROWS NEW TONIGHT . . "
062670             WS-NEW-SUSPENDED-COUNT
062680     DISPLAY "SUSPENSE HELD OVER " WS-SUS-AGE-LIMIT " DAYS. . . "
062690             WS-SUS-AGED-COUNT
062700     IF WS-SUS-AGED-COUNT > ZERO
062710         DISPLAY "  OLDEST FIRST REJECTED ON. . "
062720             WS-SUS-OLDEST-DATE
062730     END-IF
062740     IF RUN-RESTARTED
062750         DISPLAY "  (RESUMED FROM CHECKPOINT " WS-CHECKPOINT-COUNT
062760             " -- DELETE DETECTION SKIPPED THIS RUN)"
062770         DISPLAY "  (READ/WRITTEN/ADDED/UPDATED/VALIDATED ARE"
062780             " JOB-WIDE; REJECTED/DUPLICATE COVER THIS RESUMED"
062790             " SEGMENT ONLY)"
062800     END-IF
062810     DISPLAY "BREAKDOWN BY CATEGORY"
062820     MOVE ZERO TO WS-CATEGORY-IDX
062830     PERFORM 9010-PRINT-CATEGORY-LINE THRU 9010-EXIT
062840         VARYING WS-CATEGORY-IDX FROM 1 BY 1
062850         UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
062860     IF WS-OTHER-CATEGORY-COUNT > ZERO
062870         DISPLAY "  OTHER-CATEGORY. . . . . . . "
062880                 WS-OTHER-CATEGORY-COUNT
062890     END-IF.
062900 9000-EXIT.
062910     EXIT.
062920*
062930 9010-PRINT-CATEGORY-LINE.
062940     DISPLAY "  " CAT-VALUE (WS-CATEGORY-IDX) " . . . . . . . "
062950             CAT-COUNT (WS-CATEGORY-IDX).
062960 9010-EXIT.
062970     EXIT.
062980
062990
