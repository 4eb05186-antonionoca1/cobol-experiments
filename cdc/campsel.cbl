000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CAMPAIGN-SELECT.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. DATA SERVICES - CONTACT EXTRACTS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*  CAMPAIGN-SELECT                                              *
000100*  CUTS MARKETING'S CAMPAIGN LISTS FROM THE READ-ONLY MASTER-   *
000110*  SNAPSHOT.DAT, DRIVEN BY CAMPAIGN-TRANS.DAT.  EACH LIST       *
000120*  OPENS WITH A LIST LINE NAMING IT, FOLLOWED BY ITS CRITERIA:  *
000130*      CHANNEL   MAIL OR EMAIL (REQUIRED)                       *
000140*      STATE     2-LETTER STATE         } A TYPE MAY REPEAT;    *
000150*      CATEGORY  CONTACT CATEGORY       } ANY ONE OF ITS VALUES *
000160*      DOMAIN    EMAIL DOMAIN           } WILL DO               *
000170*      VALIDATED Y OR N (ZIP ON ZIP-REFERENCE.DAT OR NOT)       *
000180*      NOTDAYS   NNN -- NOT SENT ON THIS CHANNEL IN THE LAST    *
000190*                NNN DAYS, PER THE KEPT TOUCH-HISTORY.DAT       *
000200*  DIFFERENT CRITERIA TYPES MUST ALL HOLD.  EVERY LIST ALWAYS   *
000210*  LEAVES OUT CONTACTS ON THE DO-NOT-CONTACT LIST (SUPPRESS.    *
000220*  DAT, BY NAME, EMAIL, OR PHONE) AND CONTACTS BOUNCE-APPLY     *
000230*  HAS REGISTERED AS BAD FOR THE LIST'S CHANNEL (BAD-CONTACT.   *
000240*  DAT), AND CONTACTS WITH NO ADDRESS OR EMAIL TO SEND TO.      *
000250*  EACH LIST IS WRITTEN TO CAMPAIGN-<LIST NAME>.CSV WITH A HDR  *
000260*  AND A TRL COUNT; THE CRITERIA AND THE COUNT LEFT OUT FOR     *
000270*  EACH REASON GO TO THE KEPT CAMPAIGN-AUDIT.CSV; AND EVERY     *
000280*  CONTACT SENT IS APPENDED TO TOUCH-HISTORY.DAT (LIST, DATE,   *
000290*  CHANNEL), WHICH SUBJECT-ACCESS ALSO REPORTS.                 *
000300*****************************************************************
000310*
000320*    MODIFICATION HISTORY
000330*    --------------------
000340*    10/15/2026  DAO  ORIGINAL PROGRAM.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CAMPAIGN-TRANS-FILE ASSIGN TO "campaign-trans.dat"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRANS-STATUS.
000420*    THE READ-ONLY SNAPSHOT MERGE-CSV CUTS AT CLEAN END OF RUN,
000430*    NEVER THE LIVE MASTER.  READ IN KEY ORDER.
000440     SELECT MASTER-FILE ASSIGN TO "master-snapshot.dat"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS MASTER-KEY
000480         FILE STATUS IS WS-MASTER-STATUS.
000490*    THE MAILING VENDOR'S ZIP+4 REFERENCE MERGE-CSV VALIDATES
000500*    ADDRESSES AGAINST.  A CONTACT IS "VALIDATED" WHEN ITS ZIP
000510*    IS ON IT, THE SAME TEST MERGE-CSV'S 3205 APPLIES.
000520     SELECT ZIP-REFERENCE-FILE ASSIGN TO "zip-reference.dat"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-ZIP-REF-STATUS.
000550*    THE KEPT DO-NOT-CONTACT LIST AND BAD-CONTACT REGISTER THE
000560*    NIGHTLY MERGE HONORS.
000570     SELECT SUPPRESS-FILE ASSIGN TO "suppress.dat"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SUPPRESS-STATUS.
000600     SELECT BAD-CONTACT-FILE ASSIGN TO "bad-contact.dat"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-BAD-CONTACT-STATUS.
000630*    BOTH LISTS ARE LOADED INTO THIS WORK INDEX AT START-UP
000640*    AND EVERY CONTACT IS LOOKED UP IN IT DIRECTLY, SO NO
000650*    ENTRY IS EVER DROPPED FOR WANT OF TABLE ROOM.  REBUILT
000660*    EVERY RUN.
000670     SELECT EXCLUDE-FILE ASSIGN TO "campaign-exclude.dat"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS EXC-KEY
000710         FILE STATUS IS WS-EXCLUDE-STATUS.
000720*    KEPT, APPEND-ONLY: ONE LINE PER CONTACT PER LIST SENT.
000730     SELECT TOUCH-HISTORY-FILE ASSIGN TO "touch-history.dat"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TOUCH-STATUS.
000760*    THE TOUCH HISTORY SORTED INTO MASTER KEY ORDER, SO A
000770*    LIST'S RECENCY TEST IS ONE MATCHED PASS BESIDE THE
000780*    SNAPSHOT.  RE-SORTED FOR EVERY LIST THAT ASKS FOR IT, SO
000790*    AN EARLIER LIST IN THE SAME RUN COUNTS AS A TOUCH.
000800     SELECT TOUCH-SORTED-FILE ASSIGN TO "touch-sorted.dat"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-TOUCH-SORTED-STATUS.
000830     SELECT TOUCH-SORT-FILE ASSIGN TO "tchsortwork".
000840*    ONE FILE PER LIST, NAMED FOR IT (SAME ASSIGN-DYNAMIC
000850*    IDIOM AS MERGE-CSV'S CATEGORY-FILE-N SLOTS).
000860     SELECT CAMPAIGN-LIST-FILE ASSIGN DYNAMIC WS-LIST-FILE-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL.
000880*    KEPT, APPEND-ONLY SELECTION AUDIT: WHAT EACH LIST ASKED
000890*    FOR AND HOW MANY CONTACTS IT LEFT OUT, AND WHY.
000900     SELECT CAMPAIGN-AUDIT-FILE ASSIGN TO "campaign-audit.csv"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-AUDIT-STATUS.
000930*
000940 DATA DIVISION.
000950 FILE SECTION.
000960*    CPT-TYPE IS LIST, CHANNEL, STATE, CATEGORY, DOMAIN,
000970*    VALIDATED, OR NOTDAYS; CPT-VALUE IS ITS ARGUMENT.
000980 FD  CAMPAIGN-TRANS-FILE.
000990 01  CAMPAIGN-TRANS-RECORD.
001000     05  CPT-TYPE        PIC X(09).
001010     05  CPT-SEP         PIC X(01).
001020     05  CPT-VALUE       PIC X(30).
001030*
001040 FD  MASTER-FILE.
001050 01  MASTER-RECORD.
001060     05  MASTER-KEY.
001070         10  MASTER-NAME     PIC X(30).
001080         10  MASTER-ZIP      PIC X(05).
001090     05  MASTER-EMAIL        PIC X(30).
001100     05  MASTER-ADDR         PIC X(30).
001110     05  MASTER-CITY         PIC X(20).
001120     05  MASTER-STATE        PIC X(02).
001130     05  MASTER-CATEGORY     PIC X(20).
001140     05  MASTER-PHONE        PIC X(14).
001150*
001160 FD  ZIP-REFERENCE-FILE.
001170 01  ZIP-REFERENCE-RECORD.
001180     05  ZREF-ZIP            PIC X(05).
001190     05  ZREF-SEP            PIC X(01).
001200     05  ZREF-PLUS4          PIC X(04).
001210*
001220 FD  SUPPRESS-FILE.
001230 01  SUPPRESS-RECORD.
001240     05  SUP-TYPE            PIC X(01).
001250     05  SUP-SEP             PIC X(01).
001260     05  SUP-VALUE           PIC X(30).
001270*
001280*    SAME LINE LAYOUT BOUNCE-APPLY WRITES.
001290 FD  BAD-CONTACT-FILE.
001300 01  BAD-CONTACT-RECORD.
001310     05  BAD-TYPE        PIC X(01).
001320     05  BAD-SEP-1       PIC X(01).
001330     05  BAD-NAME        PIC X(30).
001340     05  BAD-ZIP         PIC X(05).
001350     05  BAD-SEP-2       PIC X(01).
001360     05  BAD-VALUE       PIC X(30).
001370     05  BAD-SEP-3       PIC X(01).
001380     05  BAD-DATE        PIC 9(08).
001390*
001400*    EXC-TYPE 'N', 'E', 'P' ARE DO-NOT-CONTACT NAME, UPPER-
001410*    CASED EMAIL, AND 10 PHONE DIGITS; 'M' IS A MAIL-BAD MASTER
001420*    KEY AND 'B' A BOUNCED, UPPER-CASED EMAIL.
001430 FD  EXCLUDE-FILE.
001440 01  EXCLUDE-RECORD.
001450     05  EXC-KEY.
001460         10  EXC-TYPE        PIC X(01).
001470         10  EXC-VALUE       PIC X(35).
001480*
001490 FD  TOUCH-HISTORY-FILE.
001500 01  TOUCH-HISTORY-RECORD.
001510     05  TCH-NAME        PIC X(30).
001520     05  TCH-ZIP         PIC X(05).
001530     05  TCH-SEP-1       PIC X(01).
001540     05  TCH-LIST        PIC X(20).
001550     05  TCH-SEP-2       PIC X(01).
001560     05  TCH-DATE        PIC 9(08).
001570     05  TCH-SEP-3       PIC X(01).
001580     05  TCH-CHANNEL     PIC X(01).
001590*
001600 FD  TOUCH-SORTED-FILE.
001610 01  TOUCH-SORTED-RECORD.
001620     05  TSR-KEY.
001630         10  TSR-NAME        PIC X(30).
001640         10  TSR-ZIP         PIC X(05).
001650     05  TSR-SEP-1       PIC X(01).
001660     05  TSR-LIST        PIC X(20).
001670     05  TSR-SEP-2       PIC X(01).
001680     05  TSR-DATE        PIC 9(08).
001690     05  TSR-SEP-3       PIC X(01).
001700     05  TSR-CHANNEL     PIC X(01).
001710*
001720 SD  TOUCH-SORT-FILE.
001730 01  TOUCH-SORT-RECORD.
001740     05  TSS-KEY         PIC X(35).
001750     05  FILLER          PIC X(32).
001760*
001770 FD  CAMPAIGN-LIST-FILE.
001780 01  LIST-HEADER-RECORD.
001790     05  LSH-TYPE        PIC X(03).
001800     05  LSH-SEP-1       PIC X(01).
001810     05  LSH-LIST        PIC X(20).
001820     05  LSH-SEP-2       PIC X(01).
001830     05  LSH-RUN-DATE    PIC 9(08).
001840     05  LSH-SEP-3       PIC X(01).
001850     05  LSH-CHANNEL     PIC X(05).
001860 01  LIST-DETAIL-RECORD.
001870     05  LSD-TYPE        PIC X(03).
001880     05  LSD-SEP-1       PIC X(01).
001890     05  LSD-NAME        PIC X(30).
001900     05  LSD-SEP-2       PIC X(01).
001910     05  LSD-ADDR        PIC X(30).
001920     05  LSD-SEP-3       PIC X(01).
001930     05  LSD-CITY        PIC X(20).
001940     05  LSD-SEP-4       PIC X(01).
001950     05  LSD-STATE       PIC X(02).
001960     05  LSD-SEP-5       PIC X(01).
001970     05  LSD-ZIP         PIC X(05).
001980     05  LSD-SEP-6       PIC X(01).
001990     05  LSD-EMAIL       PIC X(30).
002000     05  LSD-SEP-7       PIC X(01).
002010     05  LSD-PHONE       PIC X(14).
002020     05  LSD-SEP-8       PIC X(01).
002030     05  LSD-CATEGORY    PIC X(20).
002040 01  LIST-TRAILER-RECORD.
002050     05  LST-TYPE        PIC X(03).
002060     05  LST-SEP-1       PIC X(01).
002070     05  LST-COUNT       PIC 9(09).
002080*
002090*    AUD-ITEM IS A CRITERION (CHANNEL, STATE, ...), A COUNT
002100*    (READ, MATCHED, SUPPRESSED, BAD-CONTACT, NO-CHANNEL,
002110*    RECENT-TOUCH, SELECTED), OR REJECTED WITH THE REASON THE
002120*    LIST WAS NOT CUT.
002130 FD  CAMPAIGN-AUDIT-FILE.
002140 01  CAMPAIGN-AUDIT-RECORD.
002150     05  AUD-RUN-DATE    PIC 9(08).
002160     05  AUD-SEP-1       PIC X(01).
002170     05  AUD-LIST        PIC X(20).
002180     05  AUD-SEP-2       PIC X(01).
002190     05  AUD-ITEM        PIC X(12).
002200     05  AUD-SEP-3       PIC X(01).
002210     05  AUD-VALUE       PIC X(30).
002220     05  AUD-SEP-4       PIC X(01).
002230     05  AUD-COUNT       PIC 9(09).
002240*
002250 WORKING-STORAGE SECTION.
002260*
002270*    SWITCHES
002280 01  WS-SWITCHES.
002290     05  WS-TRANS-EOF-SW         PIC X VALUE 'N'.
002300         88  TRANS-EOF                 VALUE 'Y'.
002310     05  WS-TRANS-AVAIL-SW       PIC X VALUE 'N'.
002320         88  TRANS-AVAILABLE           VALUE 'Y'.
002330     05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
002340         88  MASTER-EOF                VALUE 'Y'.
002350     05  WS-FILE-EOF-SW          PIC X VALUE 'N'.
002360         88  FILE-EOF                  VALUE 'Y'.
002370     05  WS-TOUCH-EOF-SW         PIC X VALUE 'N'.
002380         88  TOUCH-EOF                 VALUE 'Y'.
002390     05  WS-LIST-OPEN-SW         PIC X VALUE 'N'.
002400         88  LIST-PENDING              VALUE 'Y'.
002410     05  WS-CRIT-HIT-SW          PIC X VALUE 'N'.
002420         88  CRITERION-HIT             VALUE 'Y'.
002430     05  WS-MATCHED-SW           PIC X VALUE 'N'.
002440         88  CONTACT-MATCHED           VALUE 'Y'.
002450     05  WS-EXCLUDED-SW          PIC X VALUE 'N'.
002460         88  CONTACT-EXCLUDED          VALUE 'Y'.
002470     05  WS-VALIDATED-SW         PIC X VALUE 'N'.
002480         88  CONTACT-VALIDATED         VALUE 'Y'.
002490     05  WS-RECENT-SW            PIC X VALUE 'N'.
002500         88  RECENTLY-TOUCHED          VALUE 'Y'.
002510*
002520 01  WS-TRANS-STATUS         PIC X(02).
002530     88  WS-TRANS-NOT-FOUND        VALUE '23', '35'.
002540 01  WS-MASTER-STATUS        PIC X(02).
002550     88  WS-MASTER-OK              VALUE '00'.
002560     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
002570 01  WS-ZIP-REF-STATUS       PIC X(02).
002580     88  WS-ZIP-REF-NOT-FOUND      VALUE '23', '35'.
002590 01  WS-SUPPRESS-STATUS      PIC X(02).
002600     88  WS-SUPPRESS-NOT-FOUND     VALUE '23', '35'.
002610 01  WS-BAD-CONTACT-STATUS   PIC X(02).
002620     88  WS-BAD-CONTACT-NOT-FOUND  VALUE '23', '35'.
002630 01  WS-EXCLUDE-STATUS       PIC X(02).
002640     88  WS-EXCLUDE-OK             VALUE '00'.
002650 01  WS-TOUCH-STATUS         PIC X(02).
002660     88  WS-TOUCH-NOT-FOUND        VALUE '23', '35'.
002670 01  WS-TOUCH-SORTED-STATUS  PIC X(02).
002680 01  WS-AUDIT-STATUS         PIC X(02).
002690     88  WS-AUDIT-NOT-FOUND        VALUE '23', '35'.
002700*
002710 77  WS-RUN-DATE             PIC 9(08) VALUE 0.
002720 77  WS-RUN-DAY-NUM          PIC 9(07) COMP VALUE 0.
002730 77  WS-TOUCH-DAY-NUM        PIC 9(07) COMP VALUE 0.
002740*
002750*    THE LIST BEING GATHERED FROM THE TRANSACTIONS.  A
002760*    NON-BLANK WS-LIST-ERROR MEANS IT IS NOT CUT.
002770 01  WS-LIST-NAME            PIC X(20).
002780 01  WS-LIST-CHANNEL         PIC X(01).
002790     88  LIST-BY-MAIL              VALUE 'M'.
002800     88  LIST-BY-EMAIL             VALUE 'E'.
002810 01  WS-LIST-ERROR           PIC X(30).
002820 01  WS-LIST-FILE-NAME       PIC X(40).
002830 01  WS-CRIT-VALIDATED       PIC X(01).
002840 77  WS-CRIT-DAYS            PIC 9(03) VALUE 0.
002850 77  WS-MAX-CRIT             PIC 9(02) COMP VALUE 20.
002860 77  WS-CRIT-IDX             PIC 9(02) COMP VALUE 0.
002870 77  WS-CRIT-STATE-COUNT     PIC 9(02) COMP VALUE 0.
002880 01  WS-CRIT-STATE-TAB.
002890     05  WS-CRIT-STATE       PIC X(02) OCCURS 20 TIMES.
002900 77  WS-CRIT-CAT-COUNT       PIC 9(02) COMP VALUE 0.
002910 01  WS-CRIT-CAT-TAB.
002920     05  WS-CRIT-CAT         PIC X(20) OCCURS 20 TIMES.
002930 77  WS-CRIT-DOMAIN-COUNT    PIC 9(02) COMP VALUE 0.
002940 01  WS-CRIT-DOMAIN-TAB.
002950     05  WS-CRIT-DOMAIN      PIC X(30) OCCURS 20 TIMES.
002960*
002970*    ZIP+4 REFERENCE TABLE, SIZED AS MERGE-CSV SIZES ITS OWN.
002980 77  WS-MAX-ZIP-REF          PIC 9(04) COMP VALUE 1000.
002990 77  WS-ZIP-REF-COUNT        PIC 9(04) COMP VALUE 0.
003000 77  WS-ZIP-REF-IDX          PIC 9(04) COMP VALUE 0.
003010 77  WS-ZIP-REF-LOST-COUNT   PIC 9(05) COMP VALUE 0.
003020 01  WS-ZIP-REF-TAB.
003030     05  WS-ZIP-REF-ZIP      PIC X(05) OCCURS 1000 TIMES.
003040*
003050*    THE CONTACT'S FIELDS AS COMPARED: UPPER-CASED, WITH THE
003060*    EMAIL DOMAIN CARVED OUT AND THE PHONE AS BARE DIGITS.
003070 01  WS-UP-STATE             PIC X(02).
003080 01  WS-UP-CATEGORY          PIC X(20).
003090 01  WS-UP-EMAIL             PIC X(30).
003100 01  WS-UP-DOMAIN            PIC X(30).
003110 77  WS-EMAIL-LEN            PIC 9(02) COMP VALUE 0.
003120 77  WS-EMAIL-AT-POS         PIC 9(02) COMP VALUE 0.
003130 77  WS-EMAIL-AT-COUNT       PIC 9(02) COMP VALUE 0.
003140 77  WS-EMAIL-CHAR-IDX       PIC S9(03) COMP VALUE 0.
003150 77  WS-EMAIL-DOMAIN-LEN     PIC 9(02) COMP VALUE 0.
003160 01  WS-PHONE-DIGITS         PIC X(11).
003170 77  WS-PHONE-DIGIT-COUNT    PIC 9(02) COMP VALUE 0.
003180 77  WS-PHONE-CHAR-IDX       PIC 9(02) COMP VALUE 0.
003190*
003200*    PER-LIST COUNTS, RESET FOR EVERY LIST.
003210 77  WS-LST-READ-COUNT       PIC 9(09) COMP VALUE 0.
003220 77  WS-LST-MATCHED-COUNT    PIC 9(09) COMP VALUE 0.
003230 77  WS-LST-SUPPRESSED-COUNT PIC 9(09) COMP VALUE 0.
003240 77  WS-LST-BAD-COUNT        PIC 9(09) COMP VALUE 0.
003250 77  WS-LST-NO-CHANNEL-COUNT PIC 9(09) COMP VALUE 0.
003260 77  WS-LST-RECENT-COUNT     PIC 9(09) COMP VALUE 0.
003270 77  WS-LST-SELECTED-COUNT   PIC 9(09) COMP VALUE 0.
003280*
003290*    COUNTERS
003300 77  WS-TRANS-COUNT          PIC 9(07) COMP VALUE 0.
003310 77  WS-EXCLUDE-COUNT        PIC 9(09) COMP VALUE 0.
003320 77  WS-LISTS-CUT-COUNT      PIC 9(05) COMP VALUE 0.
003330 77  WS-LISTS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
003340 77  WS-TOUCH-WRITTEN-COUNT  PIC 9(09) COMP VALUE 0.
003350*
003360 PROCEDURE DIVISION.
003370*
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003400     IF TRANS-AVAILABLE
003410         PERFORM 2000-PROCESS-ALL-TRANS THRU 2000-EXIT
003420         PERFORM 8000-TERMINATE THRU 8000-EXIT
003430         PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
003440     END-IF
003450     STOP RUN.
003460*
003470*****************************************************************
003480*    1000-INITIALIZE - NO LIST IS CUT WITHOUT THE SNAPSHOT, AND *
003490*    NONE BEFORE THE EXCLUSIONS ARE IN PLACE.                   *
003500*****************************************************************
003510 1000-INITIALIZE.
003520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003530     COMPUTE WS-RUN-DAY-NUM =
003540         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
003550     OPEN INPUT MASTER-FILE
003560     IF NOT WS-MASTER-OK
003570         DISPLAY "CAMPAIGN-SELECT: MASTER SNAPSHOT NOT"
003580                 " AVAILABLE (STATUS " WS-MASTER-STATUS
003590                 ") - NO LISTS CUT"
003600         GO TO 1000-EXIT
003610     END-IF
003620     CLOSE MASTER-FILE
003630     OPEN INPUT CAMPAIGN-TRANS-FILE
003640     IF WS-TRANS-NOT-FOUND
003650         DISPLAY "CAMPAIGN-SELECT: NO CAMPAIGN-TRANS.DAT"
003660                 " PRESENT"
003670         GO TO 1000-EXIT
003680     END-IF
003690     MOVE 'Y' TO WS-TRANS-AVAIL-SW
003700     PERFORM 1100-LOAD-ZIP-REFERENCE THRU 1100-EXIT
003710     PERFORM 1200-BUILD-EXCLUDE-INDEX THRU 1200-EXIT
003720     OPEN EXTEND CAMPAIGN-AUDIT-FILE
003730     IF WS-AUDIT-NOT-FOUND
003740         OPEN OUTPUT CAMPAIGN-AUDIT-FILE
003750     END-IF.
003760 1000-EXIT.
003770     EXIT.
003780*
003790 1100-LOAD-ZIP-REFERENCE.
003800     MOVE 'N' TO WS-FILE-EOF-SW
003810     OPEN INPUT ZIP-REFERENCE-FILE
003820     IF WS-ZIP-REF-NOT-FOUND
003830         GO TO 1100-EXIT
003840     END-IF
003850     PERFORM 1110-READ-ONE-ZIP-REF THRU 1110-EXIT
003860         UNTIL FILE-EOF
003870     CLOSE ZIP-REFERENCE-FILE.
003880 1100-EXIT.
003890     EXIT.
003900*
003910 1110-READ-ONE-ZIP-REF.
003920     READ ZIP-REFERENCE-FILE
003930         AT END
003940             SET FILE-EOF TO TRUE
003950         NOT AT END
003960             IF WS-ZIP-REF-COUNT < WS-MAX-ZIP-REF
003970                 ADD 1 TO WS-ZIP-REF-COUNT
003980                 MOVE ZREF-ZIP
003990                     TO WS-ZIP-REF-ZIP (WS-ZIP-REF-COUNT)
004000             ELSE
004010                 ADD 1 TO WS-ZIP-REF-LOST-COUNT
004020             END-IF
004030     END-READ.
004040 1110-EXIT.
004050     EXIT.
004060*
004070*****************************************************************
004080*    1200-BUILD-EXCLUDE-INDEX - LOAD THE DO-NOT-CONTACT LIST    *
004090*    AND THE BAD-CONTACT REGISTER INTO THE WORK INDEX.  AN      *
004100*    ENTRY ALREADY THERE (LISTED TWICE) IS SIMPLY KEPT ONCE.    *
004110*    EMAIL-BAD LINES ARE KEYED ON THE BOUNCED ADDRESS, SO A     *
004120*    CONTACT WHO HAS SINCE TAKEN A NEW EMAIL IS NOT HELD BACK.  *
004130*****************************************************************
004140 1200-BUILD-EXCLUDE-INDEX.
004150     OPEN OUTPUT EXCLUDE-FILE
004160     MOVE 'N' TO WS-FILE-EOF-SW
004170     OPEN INPUT SUPPRESS-FILE
004180     IF NOT WS-SUPPRESS-NOT-FOUND
004190         PERFORM 1210-LOAD-ONE-SUPPRESS-ENTRY THRU 1210-EXIT
004200             UNTIL FILE-EOF
004210         CLOSE SUPPRESS-FILE
004220     END-IF
004230     MOVE 'N' TO WS-FILE-EOF-SW
004240     OPEN INPUT BAD-CONTACT-FILE
004250     IF NOT WS-BAD-CONTACT-NOT-FOUND
004260         PERFORM 1220-LOAD-ONE-BAD-ENTRY THRU 1220-EXIT
004270             UNTIL FILE-EOF
004280         CLOSE BAD-CONTACT-FILE
004290     END-IF
004300     CLOSE EXCLUDE-FILE
004310     OPEN INPUT EXCLUDE-FILE.
004320 1200-EXIT.
004330     EXIT.
004340*
004350 1210-LOAD-ONE-SUPPRESS-ENTRY.
004360     READ SUPPRESS-FILE
004370         AT END
004380             SET FILE-EOF TO TRUE
004390             GO TO 1210-EXIT
004400     END-READ
004410     MOVE SPACES TO EXCLUDE-RECORD
004420     MOVE SUP-TYPE TO EXC-TYPE
004430     EVALUATE SUP-TYPE
004440         WHEN 'N'
004450             MOVE SUP-VALUE TO EXC-VALUE
004460         WHEN 'E'
004470             MOVE SUP-VALUE TO EXC-VALUE
004480             INSPECT EXC-VALUE
004490                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
004500                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004510         WHEN 'P'
004520             MOVE SUP-VALUE (1:10) TO EXC-VALUE
004530         WHEN OTHER
004540             GO TO 1210-EXIT
004550     END-EVALUATE
004560     PERFORM 1290-WRITE-EXCLUDE-ENTRY THRU 1290-EXIT.
004570 1210-EXIT.
004580     EXIT.
004590*
004600 1220-LOAD-ONE-BAD-ENTRY.
004610     READ BAD-CONTACT-FILE
004620         AT END
004630             SET FILE-EOF TO TRUE
004640             GO TO 1220-EXIT
004650     END-READ
004660     MOVE SPACES TO EXCLUDE-RECORD
004670     EVALUATE BAD-TYPE
004680         WHEN 'M'
004690             MOVE 'M' TO EXC-TYPE
004700             MOVE BAD-NAME TO EXC-VALUE (1:30)
004710             MOVE BAD-ZIP  TO EXC-VALUE (31:5)
004720         WHEN 'E'
004730             MOVE 'B' TO EXC-TYPE
004740             MOVE BAD-VALUE TO EXC-VALUE
004750             INSPECT EXC-VALUE
004760                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
004770                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004780         WHEN OTHER
004790             GO TO 1220-EXIT
004800     END-EVALUATE
004810     PERFORM 1290-WRITE-EXCLUDE-ENTRY THRU 1290-EXIT.
004820 1220-EXIT.
004830     EXIT.
004840*
004850 1290-WRITE-EXCLUDE-ENTRY.
004860     IF EXC-VALUE = SPACES
004870         GO TO 1290-EXIT
004880     END-IF
004890     WRITE EXCLUDE-RECORD
004900         INVALID KEY
004910             CONTINUE
004920         NOT INVALID KEY
004930             ADD 1 TO WS-EXCLUDE-COUNT
004940     END-WRITE.
004950 1290-EXIT.
004960     EXIT.
004970*
004980*****************************************************************
004990*    2000-PROCESS-ALL-TRANS - GATHER EACH LIST'S CRITERIA; A    *
005000*    NEW LIST LINE, OR THE END OF THE FILE, CUTS THE ONE        *
005010*    GATHERED SO FAR.                                           *
005020*****************************************************************
005030 2000-PROCESS-ALL-TRANS.
005040     PERFORM 2100-TAKE-ONE-TRANS THRU 2100-EXIT
005050         UNTIL TRANS-EOF
005060     IF LIST-PENDING
005070         PERFORM 3000-CUT-LIST THRU 3000-EXIT
005080     END-IF.
005090 2000-EXIT.
005100     EXIT.
005110*
005120 2100-TAKE-ONE-TRANS.
005130     READ CAMPAIGN-TRANS-FILE
005140         AT END
005150             SET TRANS-EOF TO TRUE
005160             GO TO 2100-EXIT
005170     END-READ
005180     ADD 1 TO WS-TRANS-COUNT
005190     INSPECT CAMPAIGN-TRANS-RECORD
005200         CONVERTING "abcdefghijklmnopqrstuvwxyz"
005210                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005220     IF CPT-TYPE = "LIST"
005230         IF LIST-PENDING
005240             PERFORM 3000-CUT-LIST THRU 3000-EXIT
005250         END-IF
005260         PERFORM 2200-START-LIST THRU 2200-EXIT
005270         GO TO 2100-EXIT
005280     END-IF
005290     IF NOT LIST-PENDING
005300         DISPLAY "CAMPAIGN-SELECT: " CPT-TYPE " " CPT-VALUE
005310                 " IGNORED - NO LIST LINE BEFORE IT"
005320         GO TO 2100-EXIT
005330     END-IF
005340     PERFORM 2300-ADD-CRITERION THRU 2300-EXIT.
005350 2100-EXIT.
005360     EXIT.
005370*
005380 2200-START-LIST.
005390     SET LIST-PENDING TO TRUE
005400     MOVE CPT-VALUE TO WS-LIST-NAME
005410     MOVE SPACES TO WS-LIST-CHANNEL
005420     MOVE SPACES TO WS-LIST-ERROR
005430     MOVE SPACES TO WS-CRIT-VALIDATED
005440     MOVE ZERO TO WS-CRIT-DAYS
005450     MOVE ZERO TO WS-CRIT-STATE-COUNT
005460     MOVE ZERO TO WS-CRIT-CAT-COUNT
005470     MOVE ZERO TO WS-CRIT-DOMAIN-COUNT
005480     IF CPT-VALUE = SPACES
005490         MOVE "LIST HAS NO NAME" TO WS-LIST-ERROR
005500     END-IF.
005510 2200-EXIT.
005520     EXIT.
005530*
005540*    THE FIRST FAULT FOUND IN A LIST'S CRITERIA IS THE ONE
005550*    REPORTED.
005560 2300-ADD-CRITERION.
005570     EVALUATE CPT-TYPE
005580         WHEN "CHANNEL"
005590             IF CPT-VALUE = "MAIL" OR CPT-VALUE = "EMAIL"
005600                 MOVE CPT-VALUE (1:1) TO WS-LIST-CHANNEL
005610             ELSE
005620                 IF WS-LIST-ERROR = SPACES
005630                     MOVE "CHANNEL NOT MAIL OR EMAIL"
005640                         TO WS-LIST-ERROR
005650                 END-IF
005660             END-IF
005670         WHEN "STATE"
005680             IF WS-CRIT-STATE-COUNT < WS-MAX-CRIT
005690                 ADD 1 TO WS-CRIT-STATE-COUNT
005700                 MOVE CPT-VALUE
005710                     TO WS-CRIT-STATE (WS-CRIT-STATE-COUNT)
005720             ELSE
005730                 IF WS-LIST-ERROR = SPACES
005740                     MOVE "TOO MANY STATE LINES"
005750                         TO WS-LIST-ERROR
005760                 END-IF
005770             END-IF
005780         WHEN "CATEGORY"
005790             IF WS-CRIT-CAT-COUNT < WS-MAX-CRIT
005800                 ADD 1 TO WS-CRIT-CAT-COUNT
005810                 MOVE CPT-VALUE
005820                     TO WS-CRIT-CAT (WS-CRIT-CAT-COUNT)
005830             ELSE
005840                 IF WS-LIST-ERROR = SPACES
005850                     MOVE "TOO MANY CATEGORY LINES"
005860                         TO WS-LIST-ERROR
005870                 END-IF
005880             END-IF
005890         WHEN "DOMAIN"
005900             IF WS-CRIT-DOMAIN-COUNT < WS-MAX-CRIT
005910                 ADD 1 TO WS-CRIT-DOMAIN-COUNT
005920                 MOVE CPT-VALUE
005930                     TO WS-CRIT-DOMAIN (WS-CRIT-DOMAIN-COUNT)
005940             ELSE
005950                 IF WS-LIST-ERROR = SPACES
005960                     MOVE "TOO MANY DOMAIN LINES"
005970                         TO WS-LIST-ERROR
005980                 END-IF
005990             END-IF
006000         WHEN "VALIDATED"
006010             IF CPT-VALUE = "Y" OR CPT-VALUE = "N"
006020                 MOVE CPT-VALUE (1:1) TO WS-CRIT-VALIDATED
006030             ELSE
006040                 IF WS-LIST-ERROR = SPACES
006050                     MOVE "VALIDATED NOT Y OR N"
006060                         TO WS-LIST-ERROR
006070                 END-IF
006080             END-IF
006090         WHEN "NOTDAYS"
006100             IF CPT-VALUE (1:3) IS NUMERIC
006110                AND CPT-VALUE (4:27) = SPACES
006120                 MOVE CPT-VALUE (1:3) TO WS-CRIT-DAYS
006130             ELSE
006140                 IF WS-LIST-ERROR = SPACES
006150                     MOVE "NOTDAYS NOT 3 DIGITS"
006160                         TO WS-LIST-ERROR
006170                 END-IF
006180             END-IF
006190         WHEN OTHER
006200             IF WS-LIST-ERROR = SPACES
006210                 STRING "UNKNOWN CRITERION " CPT-TYPE
006220                     DELIMITED BY SIZE INTO WS-LIST-ERROR
006230             END-IF
006240     END-EVALUATE.
006250 2300-EXIT.
006260     EXIT.
006270*
006280*****************************************************************
006290*    3000-CUT-LIST - ONE PASS OF THE SNAPSHOT IN KEY ORDER,     *
006300*    BESIDE THE SORTED TOUCH HISTORY WHEN THE LIST HAS A        *
006310*    RECENCY TEST.  A LIST WITH A FAULT IN ITS CRITERIA IS NOT  *
006320*    CUT AT ALL; THE AUDIT SAYS WHY.                            *
006330*****************************************************************
006340 3000-CUT-LIST.
006350     MOVE 'N' TO WS-LIST-OPEN-SW
006360     IF WS-LIST-ERROR = SPACES
006370        AND WS-LIST-CHANNEL = SPACES
006380         MOVE "NO CHANNEL GIVEN" TO WS-LIST-ERROR
006390     END-IF
006400     IF WS-LIST-ERROR NOT = SPACES
006410         PERFORM 3400-REJECT-LIST THRU 3400-EXIT
006420         GO TO 3000-EXIT
006430     END-IF
006440     MOVE ZERO TO WS-LST-READ-COUNT
006450     MOVE ZERO TO WS-LST-MATCHED-COUNT
006460     MOVE ZERO TO WS-LST-SUPPRESSED-COUNT
006470     MOVE ZERO TO WS-LST-BAD-COUNT
006480     MOVE ZERO TO WS-LST-NO-CHANNEL-COUNT
006490     MOVE ZERO TO WS-LST-RECENT-COUNT
006500     MOVE ZERO TO WS-LST-SELECTED-COUNT
006510     SET TOUCH-EOF TO TRUE
006520     IF WS-CRIT-DAYS > ZERO
006530         PERFORM 3100-SORT-TOUCH-HISTORY THRU 3100-EXIT
006540     END-IF
006550     OPEN EXTEND TOUCH-HISTORY-FILE
006560     IF WS-TOUCH-NOT-FOUND
006570         OPEN OUTPUT TOUCH-HISTORY-FILE
006580     END-IF
006590     MOVE SPACES TO WS-LIST-FILE-NAME
006600     STRING "campaign-" DELIMITED BY SIZE
006610            WS-LIST-NAME DELIMITED BY SPACE
006620            ".csv" DELIMITED BY SIZE
006630            INTO WS-LIST-FILE-NAME
006640     OPEN OUTPUT CAMPAIGN-LIST-FILE
006650     MOVE SPACES TO LIST-HEADER-RECORD
006660     MOVE "HDR" TO LSH-TYPE
006670     MOVE WS-LIST-NAME TO LSH-LIST
006680     MOVE WS-RUN-DATE TO LSH-RUN-DATE
006690     IF LIST-BY-MAIL
006700         MOVE "MAIL" TO LSH-CHANNEL
006710     ELSE
006720         MOVE "EMAIL" TO LSH-CHANNEL
006730     END-IF
006740     MOVE "," TO LSH-SEP-1
006750     MOVE "," TO LSH-SEP-2
006760     MOVE "," TO LSH-SEP-3
006770     WRITE LIST-HEADER-RECORD
006780     MOVE 'N' TO WS-MASTER-EOF-SW
006790     OPEN INPUT MASTER-FILE
006800     PERFORM 3200-SELECT-ONE-CONTACT THRU 3200-EXIT
006810         UNTIL MASTER-EOF
006820     CLOSE MASTER-FILE
006830     IF WS-CRIT-DAYS > ZERO
006840         CLOSE TOUCH-SORTED-FILE
006850     END-IF
006860     MOVE SPACES TO LIST-TRAILER-RECORD
006870     MOVE "TRL" TO LST-TYPE
006880     MOVE "," TO LST-SEP-1
006890     MOVE WS-LST-SELECTED-COUNT TO LST-COUNT
006900     WRITE LIST-TRAILER-RECORD
006910     CLOSE CAMPAIGN-LIST-FILE
006920     CLOSE TOUCH-HISTORY-FILE
006930     ADD 1 TO WS-LISTS-CUT-COUNT
006940     PERFORM 3300-WRITE-LIST-AUDIT THRU 3300-EXIT
006950     DISPLAY "CAMPAIGN-SELECT: LIST " WS-LIST-NAME " CUT TO "
006960             WS-LIST-FILE-NAME
006970     DISPLAY "    CONTACTS SELECTED. . . . . "
006980             WS-LST-SELECTED-COUNT.
006990 3000-EXIT.
007000     EXIT.
007010*
007020*    A LIST WITH A RECENCY TEST AND NO TOUCH HISTORY YET JUST
007030*    FINDS NO ONE RECENTLY TOUCHED.
007040 3100-SORT-TOUCH-HISTORY.
007050     OPEN INPUT TOUCH-HISTORY-FILE
007060     IF WS-TOUCH-NOT-FOUND
007070         OPEN OUTPUT TOUCH-SORTED-FILE
007080     ELSE
007090         CLOSE TOUCH-HISTORY-FILE
007100         SORT TOUCH-SORT-FILE
007110             ON ASCENDING KEY TSS-KEY
007120             USING TOUCH-HISTORY-FILE
007130             GIVING TOUCH-SORTED-FILE
007140         OPEN INPUT TOUCH-SORTED-FILE
007150         MOVE 'N' TO WS-TOUCH-EOF-SW
007160         PERFORM 3251-READ-ONE-TOUCH THRU 3251-EXIT
007170     END-IF.
007180 3100-EXIT.
007190     EXIT.
007200*
007210*****************************************************************
007220*    3200-SELECT-ONE-CONTACT - THE CRITERIA FIRST; A CONTACT    *
007230*    THAT MEETS THEM IS THEN TESTED AGAINST EACH EXCLUSION IN   *
007240*    TURN, AND THE FIRST THAT HOLDS IS THE ONE COUNTED.         *
007250*****************************************************************
007260 3200-SELECT-ONE-CONTACT.
007270     READ MASTER-FILE NEXT RECORD
007280         AT END
007290             SET MASTER-EOF TO TRUE
007300             GO TO 3200-EXIT
007310     END-READ
007320     ADD 1 TO WS-LST-READ-COUNT
007330     PERFORM 3210-MATCH-CRITERIA THRU 3210-EXIT
007340     IF NOT CONTACT-MATCHED
007350         GO TO 3200-EXIT
007360     END-IF
007370     ADD 1 TO WS-LST-MATCHED-COUNT
007380     IF (LIST-BY-MAIL AND MASTER-ADDR = SPACES)
007390        OR (LIST-BY-EMAIL AND WS-UP-DOMAIN = SPACES)
007400         ADD 1 TO WS-LST-NO-CHANNEL-COUNT
007410         GO TO 3200-EXIT
007420     END-IF
007430     PERFORM 3240-CHECK-SUPPRESSION THRU 3240-EXIT
007440     IF CONTACT-EXCLUDED
007450         ADD 1 TO WS-LST-SUPPRESSED-COUNT
007460         GO TO 3200-EXIT
007470     END-IF
007480     PERFORM 3245-CHECK-BAD-CONTACT THRU 3245-EXIT
007490     IF CONTACT-EXCLUDED
007500         ADD 1 TO WS-LST-BAD-COUNT
007510         GO TO 3200-EXIT
007520     END-IF
007530     IF WS-CRIT-DAYS > ZERO
007540         PERFORM 3250-CHECK-RECENT-TOUCH THRU 3250-EXIT
007550         IF RECENTLY-TOUCHED
007560             ADD 1 TO WS-LST-RECENT-COUNT
007570             GO TO 3200-EXIT
007580         END-IF
007590     END-IF
007600     PERFORM 3260-WRITE-LIST-LINE THRU 3260-EXIT.
007610 3200-EXIT.
007620     EXIT.
007630*
007640 3210-MATCH-CRITERIA.
007650     MOVE 'N' TO WS-MATCHED-SW
007660     MOVE MASTER-STATE TO WS-UP-STATE
007670     MOVE MASTER-CATEGORY TO WS-UP-CATEGORY
007680     MOVE MASTER-EMAIL TO WS-UP-EMAIL
007690     INSPECT WS-UP-STATE
007700         CONVERTING "abcdefghijklmnopqrstuvwxyz"
007710                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007720     INSPECT WS-UP-CATEGORY
007730         CONVERTING "abcdefghijklmnopqrstuvwxyz"
007740                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007750     INSPECT WS-UP-EMAIL
007760         CONVERTING "abcdefghijklmnopqrstuvwxyz"
007770                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007780     PERFORM 3220-CARVE-EMAIL-DOMAIN THRU 3220-EXIT
007790     IF WS-CRIT-STATE-COUNT > ZERO
007800         MOVE 'N' TO WS-CRIT-HIT-SW
007810         PERFORM 3211-COMPARE-ONE-STATE THRU 3211-EXIT
007820             VARYING WS-CRIT-IDX FROM 1 BY 1
007830                 UNTIL WS-CRIT-IDX > WS-CRIT-STATE-COUNT
007840                    OR CRITERION-HIT
007850         IF NOT CRITERION-HIT
007860             GO TO 3210-EXIT
007870         END-IF
007880     END-IF
007890     IF WS-CRIT-CAT-COUNT > ZERO
007900         MOVE 'N' TO WS-CRIT-HIT-SW
007910         PERFORM 3212-COMPARE-ONE-CATEGORY THRU 3212-EXIT
007920             VARYING WS-CRIT-IDX FROM 1 BY 1
007930                 UNTIL WS-CRIT-IDX > WS-CRIT-CAT-COUNT
007940                    OR CRITERION-HIT
007950         IF NOT CRITERION-HIT
007960             GO TO 3210-EXIT
007970         END-IF
007980     END-IF
007990     IF WS-CRIT-DOMAIN-COUNT > ZERO
008000         MOVE 'N' TO WS-CRIT-HIT-SW
008010         PERFORM 3213-COMPARE-ONE-DOMAIN THRU 3213-EXIT
008020             VARYING WS-CRIT-IDX FROM 1 BY 1
008030                 UNTIL WS-CRIT-IDX > WS-CRIT-DOMAIN-COUNT
008040                    OR CRITERION-HIT
008050         IF NOT CRITERION-HIT
008060             GO TO 3210-EXIT
008070         END-IF
008080     END-IF
008090     IF WS-CRIT-VALIDATED NOT = SPACES
008100         PERFORM 3230-CHECK-VALIDATED THRU 3230-EXIT
008110         IF (WS-CRIT-VALIDATED = 'Y' AND NOT CONTACT-VALIDATED)
008120            OR (WS-CRIT-VALIDATED = 'N' AND CONTACT-VALIDATED)
008130             GO TO 3210-EXIT
008140         END-IF
008150     END-IF
008160     SET CONTACT-MATCHED TO TRUE.
008170 3210-EXIT.
008180     EXIT.
008190*
008200 3211-COMPARE-ONE-STATE.
008210     IF WS-CRIT-STATE (WS-CRIT-IDX) = WS-UP-STATE
008220         SET CRITERION-HIT TO TRUE
008230     END-IF.
008240 3211-EXIT.
008250     EXIT.
008260*
008270 3212-COMPARE-ONE-CATEGORY.
008280     IF WS-CRIT-CAT (WS-CRIT-IDX) = WS-UP-CATEGORY
008290         SET CRITERION-HIT TO TRUE
008300     END-IF.
008310 3212-EXIT.
008320     EXIT.
008330*
008340 3213-COMPARE-ONE-DOMAIN.
008350     IF WS-UP-DOMAIN NOT = SPACES
008360        AND WS-CRIT-DOMAIN (WS-CRIT-IDX) = WS-UP-DOMAIN
008370         SET CRITERION-HIT TO TRUE
008380     END-IF.
008390 3213-EXIT.
008400     EXIT.
008410*
008420*    SAME CARVE CONTACT-MAINT'S 3710 MAKES: FIND THE USED
008430*    LENGTH, THEN THE SINGLE "@", THEN TAKE WHAT FOLLOWS IT.  A
008440*    BLANK OR MALFORMED EMAIL YIELDS A BLANK DOMAIN, WHICH ALSO
008450*    MEANS THERE IS NO EMAIL TO SEND TO.
008460 3220-CARVE-EMAIL-DOMAIN.
008470     MOVE SPACES TO WS-UP-DOMAIN
008480     MOVE ZERO TO WS-EMAIL-AT-COUNT
008490     MOVE ZERO TO WS-EMAIL-AT-POS
008500     PERFORM 3223-STEP-BACKWARD THRU 3223-EXIT
008510         VARYING WS-EMAIL-CHAR-IDX FROM 30 BY -1
008520             UNTIL WS-EMAIL-CHAR-IDX < 1
008530                OR WS-UP-EMAIL (WS-EMAIL-CHAR-IDX:1) NOT = SPACE
008540     MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-LEN
008550     IF WS-EMAIL-LEN > ZERO
008560         PERFORM 3222-SCAN-ONE-EMAIL-CHAR THRU 3222-EXIT
008570             VARYING WS-EMAIL-CHAR-IDX FROM 1 BY 1
008580                 UNTIL WS-EMAIL-CHAR-IDX > WS-EMAIL-LEN
008590         IF WS-EMAIL-AT-COUNT = 1
008600            AND WS-EMAIL-AT-POS > 1
008610            AND WS-EMAIL-AT-POS < WS-EMAIL-LEN
008620             COMPUTE WS-EMAIL-DOMAIN-LEN =
008630                 WS-EMAIL-LEN - WS-EMAIL-AT-POS
008640             MOVE WS-UP-EMAIL
008650                 (WS-EMAIL-AT-POS + 1 : WS-EMAIL-DOMAIN-LEN)
008660                 TO WS-UP-DOMAIN
008670         END-IF
008680     END-IF.
008690 3220-EXIT.
008700     EXIT.
008710*
008720 3222-SCAN-ONE-EMAIL-CHAR.
008730     IF WS-UP-EMAIL (WS-EMAIL-CHAR-IDX:1) = "@"
008740         ADD 1 TO WS-EMAIL-AT-COUNT
008750         MOVE WS-EMAIL-CHAR-IDX TO WS-EMAIL-AT-POS
008760     END-IF.
008770 3222-EXIT.
008780     EXIT.
008790*
008800 3223-STEP-BACKWARD.
008810     CONTINUE.
008820 3223-EXIT.
008830     EXIT.
008840*
008850 3230-CHECK-VALIDATED.
008860     MOVE 'N' TO WS-VALIDATED-SW
008870     MOVE ZERO TO WS-ZIP-REF-IDX
008880     PERFORM 3231-COMPARE-ONE-ZIP-REF THRU 3231-EXIT
008890         UNTIL WS-ZIP-REF-IDX >= WS-ZIP-REF-COUNT
008900            OR CONTACT-VALIDATED.
008910 3230-EXIT.
008920     EXIT.
008930*
008940 3231-COMPARE-ONE-ZIP-REF.
008950     ADD 1 TO WS-ZIP-REF-IDX
008960     IF WS-ZIP-REF-ZIP (WS-ZIP-REF-IDX) = MASTER-ZIP
008970         SET CONTACT-VALIDATED TO TRUE
008980     END-IF.
008990 3231-EXIT.
009000     EXIT.
009010*
009020*    DO-NOT-CONTACT HOLDS ON EVERY CHANNEL: NAME, EMAIL, OR THE
009030*    PHONE'S 10 DIGITS (A LEADING 1 DROPPED), LOOKED UP
009040*    DIRECTLY IN THE WORK INDEX.
009050 3240-CHECK-SUPPRESSION.
009060     MOVE 'N' TO WS-EXCLUDED-SW
009070     MOVE SPACES TO EXCLUDE-RECORD
009080     MOVE 'N' TO EXC-TYPE
009090     MOVE MASTER-NAME TO EXC-VALUE
009100     PERFORM 3249-LOOK-UP-EXCLUSION THRU 3249-EXIT
009110     IF NOT CONTACT-EXCLUDED
009120        AND WS-UP-EMAIL NOT = SPACES
009130         MOVE SPACES TO EXCLUDE-RECORD
009140         MOVE 'E' TO EXC-TYPE
009150         MOVE WS-UP-EMAIL TO EXC-VALUE
009160         PERFORM 3249-LOOK-UP-EXCLUSION THRU 3249-EXIT
009170     END-IF
009180     IF CONTACT-EXCLUDED
009190         GO TO 3240-EXIT
009200     END-IF
009210     PERFORM 3241-EXTRACT-PHONE-DIGITS THRU 3241-EXIT
009220     IF WS-PHONE-DIGIT-COUNT = 11
009230        AND WS-PHONE-DIGITS (1:1) = "1"
009240         MOVE WS-PHONE-DIGITS (2:10) TO WS-PHONE-DIGITS
009250         MOVE 10 TO WS-PHONE-DIGIT-COUNT
009260     END-IF
009270     IF WS-PHONE-DIGIT-COUNT = 10
009280         MOVE SPACES TO EXCLUDE-RECORD
009290         MOVE 'P' TO EXC-TYPE
009300         MOVE WS-PHONE-DIGITS (1:10) TO EXC-VALUE
009310         PERFORM 3249-LOOK-UP-EXCLUSION THRU 3249-EXIT
009320     END-IF.
009330 3240-EXIT.
009340     EXIT.
009350*
009360 3241-EXTRACT-PHONE-DIGITS.
009370     MOVE SPACES TO WS-PHONE-DIGITS
009380     MOVE ZERO TO WS-PHONE-DIGIT-COUNT
009390     PERFORM 3242-EXTRACT-ONE-PHONE-CHAR THRU 3242-EXIT
009400         VARYING WS-PHONE-CHAR-IDX FROM 1 BY 1
009410             UNTIL WS-PHONE-CHAR-IDX > 14.
009420 3241-EXIT.
009430     EXIT.
009440*
009450 3242-EXTRACT-ONE-PHONE-CHAR.
009460     IF MASTER-PHONE (WS-PHONE-CHAR-IDX:1) IS NUMERIC
009470         ADD 1 TO WS-PHONE-DIGIT-COUNT
009480         IF WS-PHONE-DIGIT-COUNT <= 11
009490             MOVE MASTER-PHONE (WS-PHONE-CHAR-IDX:1)
009500                 TO WS-PHONE-DIGITS (WS-PHONE-DIGIT-COUNT:1)
009510         END-IF
009520     END-IF.
009530 3242-EXIT.
009540     EXIT.
009550*
009560*    ONLY A BAD ENTRY FOR THE LIST'S OWN CHANNEL HOLDS THE
009570*    CONTACT BACK -- A RETURNED LETTER SAYS NOTHING ABOUT THE
009580*    EMAIL ADDRESS, AND A BOUNCE NOTHING ABOUT THE STREET.
009590 3245-CHECK-BAD-CONTACT.
009600     MOVE 'N' TO WS-EXCLUDED-SW
009610     MOVE SPACES TO EXCLUDE-RECORD
009620     IF LIST-BY-MAIL
009630         MOVE 'M' TO EXC-TYPE
009640         MOVE MASTER-KEY TO EXC-VALUE
009650     ELSE
009660         MOVE 'B' TO EXC-TYPE
009670         MOVE WS-UP-EMAIL TO EXC-VALUE
009680     END-IF
009690     PERFORM 3249-LOOK-UP-EXCLUSION THRU 3249-EXIT.
009700 3245-EXIT.
009710     EXIT.
009720*
009730 3249-LOOK-UP-EXCLUSION.
009740     READ EXCLUDE-FILE
009750         INVALID KEY
009760             CONTINUE
009770         NOT INVALID KEY
009780             SET CONTACT-EXCLUDED TO TRUE
009790     END-READ.
009800 3249-EXIT.
009810     EXIT.
009820*
009830*    STEP THE SORTED TOUCH HISTORY UP TO THIS CONTACT'S KEY,
009840*    THEN LOOK AT EVERY TOUCH UNDER IT.  ONE ON THE LIST'S
009850*    CHANNEL NO MORE THAN NOTDAYS DAYS AGO HOLDS IT BACK.
009860 3250-CHECK-RECENT-TOUCH.
009870     MOVE 'N' TO WS-RECENT-SW
009880     PERFORM 3251-READ-ONE-TOUCH THRU 3251-EXIT
009890         UNTIL TOUCH-EOF
009900            OR TSR-KEY NOT < MASTER-KEY
009910     PERFORM 3252-WEIGH-ONE-TOUCH THRU 3252-EXIT
009920         UNTIL TOUCH-EOF
009930            OR TSR-KEY NOT = MASTER-KEY.
009940 3250-EXIT.
009950     EXIT.
009960*
009970 3251-READ-ONE-TOUCH.
009980     READ TOUCH-SORTED-FILE
009990         AT END
010000             SET TOUCH-EOF TO TRUE
010010     END-READ.
010020 3251-EXIT.
010030     EXIT.
010040*
010050 3252-WEIGH-ONE-TOUCH.
010060     IF TSR-CHANNEL = WS-LIST-CHANNEL
010070        AND TSR-DATE IS NUMERIC
010080        AND TSR-DATE > ZERO
010090         COMPUTE WS-TOUCH-DAY-NUM =
010100             FUNCTION INTEGER-OF-DATE(TSR-DATE)
010110         IF WS-TOUCH-DAY-NUM + WS-CRIT-DAYS >= WS-RUN-DAY-NUM
010120             SET RECENTLY-TOUCHED TO TRUE
010130         END-IF
010140     END-IF
010150     PERFORM 3251-READ-ONE-TOUCH THRU 3251-EXIT.
010160 3252-EXIT.
010170     EXIT.
010180*
010190 3260-WRITE-LIST-LINE.
010200     MOVE SPACES TO LIST-DETAIL-RECORD
010210     MOVE "DTL"           TO LSD-TYPE
010220     MOVE MASTER-NAME     TO LSD-NAME
010230     MOVE MASTER-ADDR     TO LSD-ADDR
010240     MOVE MASTER-CITY     TO LSD-CITY
010250     MOVE MASTER-STATE    TO LSD-STATE
010260     MOVE MASTER-ZIP      TO LSD-ZIP
010270     MOVE MASTER-EMAIL    TO LSD-EMAIL
010280     MOVE MASTER-PHONE    TO LSD-PHONE
010290     MOVE MASTER-CATEGORY TO LSD-CATEGORY
010300     MOVE "," TO LSD-SEP-1
010310     MOVE "," TO LSD-SEP-2
010320     MOVE "," TO LSD-SEP-3
010330     MOVE "," TO LSD-SEP-4
010340     MOVE "," TO LSD-SEP-5
010350     MOVE "," TO LSD-SEP-6
010360     MOVE "," TO LSD-SEP-7
010370     MOVE "," TO LSD-SEP-8
010380     WRITE LIST-DETAIL-RECORD
010390     ADD 1 TO WS-LST-SELECTED-COUNT
010400     MOVE MASTER-NAME TO TCH-NAME
010410     MOVE MASTER-ZIP TO TCH-ZIP
010420     MOVE WS-LIST-NAME TO TCH-LIST
010430     MOVE WS-RUN-DATE TO TCH-DATE
010440     MOVE WS-LIST-CHANNEL TO TCH-CHANNEL
010450     MOVE "," TO TCH-SEP-1
010460     MOVE "," TO TCH-SEP-2
010470     MOVE "," TO TCH-SEP-3
010480     WRITE TOUCH-HISTORY-RECORD
010490     ADD 1 TO WS-TOUCH-WRITTEN-COUNT.
010500 3260-EXIT.
010510     EXIT.
010520*
010530*****************************************************************
010540*    3300-WRITE-LIST-AUDIT - THE CRITERIA THE LIST WAS CUT ON,  *
010550*    THEN ITS COUNTS: CONTACTS READ, MATCHING THE CRITERIA,     *
010560*    LEFT OUT FOR EACH REASON, AND SELECTED.                    *
010570*****************************************************************
010580 3300-WRITE-LIST-AUDIT.
010590     MOVE WS-RUN-DATE TO AUD-RUN-DATE
010600     MOVE WS-LIST-NAME TO AUD-LIST
010610     MOVE "," TO AUD-SEP-1
010620     MOVE "," TO AUD-SEP-2
010630     MOVE "," TO AUD-SEP-3
010640     MOVE "," TO AUD-SEP-4
010650     MOVE ZERO TO AUD-COUNT
010660     MOVE "CHANNEL" TO AUD-ITEM
010670     IF LIST-BY-MAIL
010680         MOVE "MAIL" TO AUD-VALUE
010690     ELSE
010700         MOVE "EMAIL" TO AUD-VALUE
010710     END-IF
010720     WRITE CAMPAIGN-AUDIT-RECORD
010730     PERFORM 3310-AUDIT-ONE-STATE THRU 3310-EXIT
010740         VARYING WS-CRIT-IDX FROM 1 BY 1
010750             UNTIL WS-CRIT-IDX > WS-CRIT-STATE-COUNT
010760     PERFORM 3320-AUDIT-ONE-CATEGORY THRU 3320-EXIT
010770         VARYING WS-CRIT-IDX FROM 1 BY 1
010780             UNTIL WS-CRIT-IDX > WS-CRIT-CAT-COUNT
010790     PERFORM 3330-AUDIT-ONE-DOMAIN THRU 3330-EXIT
010800         VARYING WS-CRIT-IDX FROM 1 BY 1
010810             UNTIL WS-CRIT-IDX > WS-CRIT-DOMAIN-COUNT
010820     IF WS-CRIT-VALIDATED NOT = SPACES
010830         MOVE "VALIDATED" TO AUD-ITEM
010840         MOVE WS-CRIT-VALIDATED TO AUD-VALUE
010850         WRITE CAMPAIGN-AUDIT-RECORD
010860     END-IF
010870     IF WS-CRIT-DAYS > ZERO
010880         MOVE "NOTDAYS" TO AUD-ITEM
010890         MOVE WS-CRIT-DAYS TO AUD-VALUE
010900         WRITE CAMPAIGN-AUDIT-RECORD
010910     END-IF
010920     MOVE SPACES TO AUD-VALUE
010930     MOVE "READ" TO AUD-ITEM
010940     MOVE WS-LST-READ-COUNT TO AUD-COUNT
010950     WRITE CAMPAIGN-AUDIT-RECORD
010960     MOVE "MATCHED" TO AUD-ITEM
010970     MOVE WS-LST-MATCHED-COUNT TO AUD-COUNT
010980     WRITE CAMPAIGN-AUDIT-RECORD
010990     MOVE "NO-CHANNEL" TO AUD-ITEM
011000     MOVE WS-LST-NO-CHANNEL-COUNT TO AUD-COUNT
011010     WRITE CAMPAIGN-AUDIT-RECORD
011020     MOVE "SUPPRESSED" TO AUD-ITEM
011030     MOVE WS-LST-SUPPRESSED-COUNT TO AUD-COUNT
011040     WRITE CAMPAIGN-AUDIT-RECORD
011050     MOVE "BAD-CONTACT" TO AUD-ITEM
011060     MOVE WS-LST-BAD-COUNT TO AUD-COUNT
011070     WRITE CAMPAIGN-AUDIT-RECORD
011080     MOVE "RECENT-TOUCH" TO AUD-ITEM
011090     MOVE WS-LST-RECENT-COUNT TO AUD-COUNT
011100     WRITE CAMPAIGN-AUDIT-RECORD
011110     MOVE "SELECTED" TO AUD-ITEM
011120     MOVE WS-LIST-FILE-NAME TO AUD-VALUE
011130     MOVE WS-LST-SELECTED-COUNT TO AUD-COUNT
011140     WRITE CAMPAIGN-AUDIT-RECORD.
011150 3300-EXIT.
011160     EXIT.
011170*
011180 3310-AUDIT-ONE-STATE.
011190     MOVE "STATE" TO AUD-ITEM
011200     MOVE WS-CRIT-STATE (WS-CRIT-IDX) TO AUD-VALUE
011210     WRITE CAMPAIGN-AUDIT-RECORD.
011220 3310-EXIT.
011230     EXIT.
011240*
011250 3320-AUDIT-ONE-CATEGORY.
011260     MOVE "CATEGORY" TO AUD-ITEM
011270     MOVE WS-CRIT-CAT (WS-CRIT-IDX) TO AUD-VALUE
011280     WRITE CAMPAIGN-AUDIT-RECORD.
011290 3320-EXIT.
011300     EXIT.
011310*
011320 3330-AUDIT-ONE-DOMAIN.
011330     MOVE "DOMAIN" TO AUD-ITEM
011340     MOVE WS-CRIT-DOMAIN (WS-CRIT-IDX) TO AUD-VALUE
011350     WRITE CAMPAIGN-AUDIT-RECORD.
011360 3330-EXIT.
011370     EXIT.
011380*
011390 3400-REJECT-LIST.
011400     ADD 1 TO WS-LISTS-REJECTED-COUNT
011410     MOVE WS-RUN-DATE TO AUD-RUN-DATE
011420     MOVE WS-LIST-NAME TO AUD-LIST
011430     MOVE "REJECTED" TO AUD-ITEM
011440     MOVE WS-LIST-ERROR TO AUD-VALUE
011450     MOVE ZERO TO AUD-COUNT
011460     MOVE "," TO AUD-SEP-1
011470     MOVE "," TO AUD-SEP-2
011480     MOVE "," TO AUD-SEP-3
011490     MOVE "," TO AUD-SEP-4
011500     WRITE CAMPAIGN-AUDIT-RECORD
011510     DISPLAY "CAMPAIGN-SELECT: LIST " WS-LIST-NAME
011520             " NOT CUT - " WS-LIST-ERROR.
011530 3400-EXIT.
011540     EXIT.
011550*
011560 8000-TERMINATE.
011570     CLOSE CAMPAIGN-TRANS-FILE
011580     CLOSE EXCLUDE-FILE
011590     CLOSE CAMPAIGN-AUDIT-FILE.
011600 8000-EXIT.
011610     EXIT.
011620*
011630 9000-PRINT-CONTROL-TOTALS.
011640     DISPLAY "CAMPAIGN-SELECT CONTROL TOTALS"
011650     DISPLAY "------------------------------"
011660     DISPLAY "TRANSACTIONS READ . . . . . . " WS-TRANS-COUNT
011670     DISPLAY "EXCLUSION ENTRIES LOADED. . . " WS-EXCLUDE-COUNT
011680     DISPLAY "LISTS CUT . . . . . . . . . . " WS-LISTS-CUT-COUNT
011690     DISPLAY "LISTS REJECTED. . . . . . . . "
011700             WS-LISTS-REJECTED-COUNT
011710     DISPLAY "TOUCHES RECORDED. . . . . . . "
011720             WS-TOUCH-WRITTEN-COUNT
011730     IF WS-ZIP-REF-LOST-COUNT > ZERO
011740         DISPLAY "*** ZIP REFERENCE TABLE FULL - "
011750                 WS-ZIP-REF-LOST-COUNT
011760                 " ZIPS NOT LOADED - RAISE WS-MAX-ZIP-REF ***"
011770     END-IF.
011780 9000-EXIT.
011790     EXIT.
