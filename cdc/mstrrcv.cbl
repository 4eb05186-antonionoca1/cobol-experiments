000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MASTER-RECOVER.
000030 AUTHOR. D. OKONKWO.
000040 INSTALLATION. DATA SERVICES - CONTACT EXTRACTS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090*  MASTER-RECOVER                                               *
000100*  FORWARD RECOVERY OF MASTER.DAT.  STARTS FROM A MASTER        *
000110*  SNAPSHOT AND THE DELTA GENERATION MERGE-CSV RECORDED BESIDE  *
000120*  IT IN SNAPSHOT-CONTROL.DAT, THEN REAPPLIES EVERY LATER       *
000130*  DELTA LINE -- FROM THE YEARLY ARCHIVES NAMED IN ARCHIVE-     *
000140*  MANIFEST.DAT AND FROM THE LIVE DELTA.CSV -- IN GENERATION    *
000150*  AND SEQUENCE ORDER UP TO THE STOP POINT THE OPERATOR PICKS.  *
000160*  THE RESULT IS WRITTEN TO MASTER-REBUILT.DAT; THE LIVE        *
000170*  MASTER IS ONLY READ, NEVER CHANGED.  ONCE THE RECONCILIATION *
000180*  HAS BEEN REVIEWED THE JOB STEP PUTS THE REBUILT FILE IN      *
000190*  PLACE OF MASTER.DAT.                                         *
000200*  OPTIONAL PARAMETER LINE (RECOVER-PARM.DAT), FIXED FORMAT:    *
000210*      SNAPSHOT FILE NAME         (BLANK = MASTER-SNAPSHOT.DAT) *
000220*      SNAPSHOT CONTROL FILE NAME (BLANK = SNAPSHOT-CONTROL.DAT)*
000230*      STOP GENERATION            (BLANK = END OF THE FEED)     *
000240*      STOP SEQUENCE              (BLANK = WHOLE GENERATION)    *
000250*  A KEY-BY-KEY RECONCILIATION OF THE REBUILT MASTER AGAINST    *
000260*  THE CURRENT MASTER.DAT GOES TO RECOVER-RECON.CSV.  REFUSED   *
000270*  OUTRIGHT WHILE MERGE-CSV'S RUN TOKEN READS ACTIVE.           *
000280*****************************************************************
000290*
000300*    MODIFICATION HISTORY
000310*    --------------------
000320*    10/15/2026  DAO  ORIGINAL PROGRAM.
000330*    10/15/2026  DAO  MASTER.DAT AND THE REBUILT MASTER NOW
000340*                     DECLARE THE ALTERNATE EMAIL AND PHONE KEYS,
000350*                     SO A REBUILT FILE CARRIES THEM WHEN IT IS
000360*                     PUT IN PLACE.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410*    MERGE-CSV'S SINGLE-WRITER TOKEN.  A NIGHT IN FLIGHT IS
000420*    STILL WRITING THE DELTA FEED, SO RECOVERY WAITS FOR IT.
000430     SELECT RUN-TOKEN-FILE ASSIGN TO "run-token.dat"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-TOKEN-STATUS.
000460*    THE OPERATOR'S CHOICES FOR THIS RECOVERY.  A MISSING FILE
000470*    MEANS THE LAST SNAPSHOT, REPLAYED TO THE END OF THE FEED.
000480     SELECT RECOVER-PARM-FILE ASSIGN TO "recover-parm.dat"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.
000510*    THE SNAPSHOT TO START FROM AND ITS CONTROL LINE.  BOTH ARE
000520*    ASSIGNED DYNAMICALLY SO AN OLDER SNAPSHOT SET ASIDE UNDER
000530*    ANOTHER NAME CAN BE USED WHEN THE LAST ONE IS SUSPECT.
000540     SELECT SNAPSHOT-FILE ASSIGN DYNAMIC WS-SNAPSHOT-NAME
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SNAP-KEY
000580         FILE STATUS IS WS-SNAPSHOT-STATUS.
000590     SELECT SNAPSHOT-CONTROL-FILE
000600         ASSIGN DYNAMIC WS-SNAP-CONTROL-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-SNAP-CONTROL-STATUS.
000630*    THE MASTER AS IT IS NOW -- READ ONLY, FOR THE
000640*    RECONCILIATION.
000650     SELECT MASTER-FILE ASSIGN TO "master.dat"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS MASTER-KEY
000690         ALTERNATE RECORD KEY IS MASTER-EMAIL
000700             WITH DUPLICATES
000710         ALTERNATE RECORD KEY IS MASTER-PHONE
000720             WITH DUPLICATES
000730         FILE STATUS IS WS-MASTER-STATUS.
000740*    THE MASTER AS THIS RECOVERY REBUILDS IT.  SAME RECORD AND
000750*    KEY AS MASTER.DAT.  REBUILT FROM SCRATCH EVERY RUN.
000760     SELECT REBUILT-FILE ASSIGN TO "master-rebuilt.dat"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RBL-KEY
000800         ALTERNATE RECORD KEY IS RBL-EMAIL
000810             WITH DUPLICATES
000820         ALTERNATE RECORD KEY IS RBL-PHONE
000830             WITH DUPLICATES
000840         FILE STATUS IS WS-REBUILT-STATUS.
000850*    THE DELTA SOURCE UNDER THE SCAN: THE LIVE FEED OR ONE OF
000860*    THE YEARLY ARCHIVES, AS IN DELTA-REPLAY.
000870     SELECT DELTA-FILE ASSIGN DYNAMIC WS-DELTA-FILE-NAME
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-DELTA-STATUS.
000900     SELECT ARCHIVE-MANIFEST-FILE
000910         ASSIGN TO "archive-manifest.dat"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-MANIFEST-STATUS.
000940*    THE IN-RANGE DELTA LINES GATHERED FROM EVERY SOURCE, AND
000950*    THE SAME LINES SORTED INTO GENERATION AND SEQUENCE ORDER
000960*    FOR THE REPLAY.  BOTH REBUILT EVERY RUN.
000970     SELECT RECOVER-WORK-FILE ASSIGN TO "recover-work.dat"
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990     SELECT RECOVER-SORTED-FILE ASSIGN TO "recover-sorted.dat"
001000         ORGANIZATION IS LINE SEQUENTIAL.
001010*    SORT WORK AREA FOR THE REPLAY SORT.
001020     SELECT RECOVER-SORT-FILE ASSIGN TO "rcvsortwork".
001030*    ONE LINE PER KEY THAT DIFFERS BETWEEN THE REBUILT MASTER
001040*    AND MASTER.DAT.  REBUILT EVERY RUN.
001050     SELECT RECON-FILE ASSIGN TO "recover-recon.csv"
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070*
001080 DATA DIVISION.
001090 FILE SECTION.
001100*    SAME LINE MERGE-CSV'S 7820-WRITE-RUN-TOKEN WRITES.
001110 FD  RUN-TOKEN-FILE.
001120 01  RUN-TOKEN-RECORD.
001130     05  TOK-STATE       PIC X(07).
001140         88  TOKEN-ACTIVE        VALUE "ACTIVE".
001150     05  TOK-SEP-1       PIC X(01).
001160     05  TOK-RUN-DATE    PIC 9(08).
001170     05  TOK-SEP-2       PIC X(01).
001180     05  TOK-START-TIME  PIC 9(06).
001190*
001200 FD  RECOVER-PARM-FILE.
001210 01  RECOVER-PARM-RECORD.
001220     05  RCP-SNAPSHOT-NAME   PIC X(40).
001230     05  RCP-CONTROL-NAME    PIC X(40).
001240     05  RCP-STOP-GEN        PIC X(06).
001250     05  RCP-STOP-SEQ        PIC X(06).
001260*
001270*    SAME RECORD AS MASTER.DAT.
001280 FD  SNAPSHOT-FILE.
001290 01  SNAPSHOT-RECORD.
001300     05  SNAP-KEY.
001310         10  SNAP-NAME       PIC X(30).
001320         10  SNAP-ZIP        PIC X(05).
001330     05  FILLER              PIC X(116).
001340*
001350*    SAME LINE MERGE-CSV'S 8300-CUT-MASTER-SNAPSHOT WRITES.
001360 FD  SNAPSHOT-CONTROL-FILE.
001370 01  SNAPSHOT-CONTROL-RECORD.
001380     05  SCT-GENERATION      PIC X(06).
001390     05  SCT-GENERATION-9 REDEFINES SCT-GENERATION
001400                             PIC 9(06).
001410     05  SCT-SEP-1           PIC X(01).
001420     05  SCT-RUN-DATE        PIC 9(08).
001430     05  SCT-SEP-2           PIC X(01).
001440     05  SCT-COUNT           PIC 9(09).
001450*
001460 FD  MASTER-FILE.
001470 01  MASTER-RECORD.
001480     05  MASTER-KEY.
001490         10  MASTER-NAME     PIC X(30).
001500         10  MASTER-ZIP      PIC X(05).
001510     05  MASTER-EMAIL        PIC X(30).
001520     05  MASTER-ADDR         PIC X(30).
001530     05  MASTER-CITY         PIC X(20).
001540     05  MASTER-STATE        PIC X(02).
001550     05  MASTER-CATEGORY     PIC X(20).
001560     05  MASTER-PHONE        PIC X(14).
001570*
001580 FD  REBUILT-FILE.
001590 01  REBUILT-RECORD.
001600     05  RBL-KEY.
001610         10  RBL-NAME        PIC X(30).
001620         10  RBL-ZIP         PIC X(05).
001630     05  RBL-EMAIL           PIC X(30).
001640     05  RBL-ADDR            PIC X(30).
001650     05  RBL-CITY            PIC X(20).
001660     05  RBL-STATE           PIC X(02).
001670     05  RBL-CATEGORY        PIC X(20).
001680     05  RBL-PHONE           PIC X(14).
001690*
001700*    SAME LINE LAYOUT MERGE-CSV'S 3630-WRITE-DELTA-RECORD
001710*    WRITES.  THE LEADING FIELDS ARE CARRIED AS ALPHANUMERIC SO
001720*    A LEGACY LINE WITHOUT THEM FAILS A CLASS TEST INSTEAD OF
001730*    ABENDING A NUMERIC COMPARE.
001740 FD  DELTA-FILE.
001750 01  DELTA-RECORD.
001760     05  DLT-RUN-DATE    PIC X(08).
001770     05  DLT-SEP-1       PIC X(01).
001780     05  DLT-GENERATION  PIC X(06).
001790     05  DLT-GENERATION-9 REDEFINES DLT-GENERATION
001800                         PIC 9(06).
001810     05  DLT-SEP-2       PIC X(01).
001820     05  DLT-SEQ         PIC X(06).
001830     05  DLT-SEQ-9 REDEFINES DLT-SEQ
001840                         PIC 9(06).
001850     05  DLT-SEP-3       PIC X(01).
001860     05  DLT-ACTION      PIC X(07).
001870     05  DLT-SEP-4       PIC X(01).
001880     05  DLT-IMAGE       PIC X(232).
001890*
001900*    SAME LINE LAYOUT RETENTION-SWEEP WRITES.
001910 FD  ARCHIVE-MANIFEST-FILE.
001920 01  ARCHIVE-MANIFEST-RECORD.
001930     05  AMF-RUN-DATE    PIC 9(08).
001940     05  AMF-SEP-1       PIC X(01).
001950     05  AMF-FILE-NAME   PIC X(40).
001960     05  AMF-SEP-2       PIC X(01).
001970     05  AMF-ACTION      PIC X(08).
001980     05  AMF-SEP-3       PIC X(01).
001990     05  AMF-COUNT       PIC 9(09).
002000*
002010 FD  RECOVER-WORK-FILE.
002020 01  RECOVER-WORK-RECORD     PIC X(263).
002030*
002040*    THE GATHERED LINES, SORTED.  ONLY NUMERIC LINES REACH THE
002050*    WORK FILE, SO THE GENERATION AND SEQUENCE ARE SAFE TO
002060*    CARRY AS NUMBERS HERE.
002070 FD  RECOVER-SORTED-FILE.
002080 01  RECOVER-SORTED-RECORD.
002090     05  RSR-RUN-DATE        PIC 9(08).
002100     05  FILLER              PIC X(01).
002110     05  RSR-GENERATION      PIC 9(06).
002120     05  FILLER              PIC X(01).
002130     05  RSR-SEQ             PIC 9(06).
002140     05  FILLER              PIC X(01).
002150     05  RSR-ACTION          PIC X(07).
002160     05  FILLER              PIC X(01).
002170     05  RSR-IMAGE           PIC X(232).
002180*
002190 SD  RECOVER-SORT-FILE.
002200 01  RECOVER-SORT-RECORD.
002210     05  FILLER              PIC X(09).
002220     05  RST-GENERATION      PIC 9(06).
002230     05  FILLER              PIC X(01).
002240     05  RST-SEQ             PIC 9(06).
002250     05  FILLER              PIC X(241).
002260*
002270*    ONE LINE PER KEY OUT OF STEP: DIFFERS (WITH THE FIELDS
002280*    THAT DIFFER), REBUILT-ONLY, OR MASTER-ONLY.
002290 FD  RECON-FILE.
002300 01  RECON-RECORD.
002310     05  RCN-RESULT          PIC X(12).
002320     05  RCN-SEP-1           PIC X(01).
002330     05  RCN-NAME            PIC X(30).
002340     05  RCN-SEP-2           PIC X(01).
002350     05  RCN-ZIP             PIC X(05).
002360     05  RCN-SEP-3           PIC X(01).
002370     05  RCN-FIELDS          PIC X(40).
002380*
002390 WORKING-STORAGE SECTION.
002400*
002410*    SWITCHES
002420 01  WS-SWITCHES.
002430     05  WS-REFUSED-SW           PIC X VALUE 'N'.
002440         88  RECOVERY-REFUSED          VALUE 'Y'.
002450     05  WS-DELTA-EOF-SW         PIC X VALUE 'N'.
002460         88  DELTA-EOF                 VALUE 'Y'.
002470     05  WS-MANIFEST-EOF-SW      PIC X VALUE 'N'.
002480         88  MANIFEST-EOF              VALUE 'Y'.
002490     05  WS-ARCH-KNOWN-SW        PIC X VALUE 'N'.
002500         88  ARCH-NAME-KNOWN           VALUE 'Y'.
002510     05  WS-SNAPSHOT-EOF-SW      PIC X VALUE 'N'.
002520         88  SNAPSHOT-EOF              VALUE 'Y'.
002530     05  WS-SORTED-EOF-SW        PIC X VALUE 'N'.
002540         88  SORTED-EOF                VALUE 'Y'.
002550     05  WS-REBUILT-EOF-SW       PIC X VALUE 'N'.
002560         88  REBUILT-EOF               VALUE 'Y'.
002570     05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
002580         88  MASTER-EOF                VALUE 'Y'.
002590     05  WS-IN-RANGE-SW          PIC X VALUE 'N'.
002600         88  LINE-IN-RANGE             VALUE 'Y'.
002610*
002620 01  WS-TOKEN-STATUS         PIC X(02).
002630     88  WS-TOKEN-OK               VALUE '00'.
002640     88  WS-TOKEN-NOT-FOUND        VALUE '23', '35'.
002650 01  WS-PARM-STATUS          PIC X(02).
002660     88  WS-PARM-OK                VALUE '00'.
002670     88  WS-PARM-NOT-FOUND         VALUE '23', '35'.
002680 01  WS-SNAPSHOT-STATUS      PIC X(02).
002690     88  WS-SNAPSHOT-OK            VALUE '00'.
002700     88  WS-SNAPSHOT-NOT-FOUND     VALUE '23', '35'.
002710 01  WS-SNAP-CONTROL-STATUS  PIC X(02).
002720     88  WS-SNAP-CONTROL-OK        VALUE '00'.
002730     88  WS-SNAP-CONTROL-NOT-FOUND VALUE '23', '35'.
002740 01  WS-MASTER-STATUS        PIC X(02).
002750     88  WS-MASTER-OK              VALUE '00'.
002760     88  WS-MASTER-NOT-FOUND       VALUE '23', '35'.
002770 01  WS-REBUILT-STATUS       PIC X(02).
002780     88  WS-REBUILT-OK             VALUE '00'.
002790 01  WS-DELTA-STATUS         PIC X(02).
002800     88  WS-DELTA-OK               VALUE '00'.
002810     88  WS-DELTA-NOT-FOUND        VALUE '23', '35'.
002820 01  WS-MANIFEST-STATUS      PIC X(02).
002830     88  WS-MANIFEST-OK            VALUE '00'.
002840     88  WS-MANIFEST-NOT-FOUND     VALUE '23', '35'.
002850*
002860*    THE SNAPSHOT PAIR IN USE AND THE DELTA SOURCE UNDER THE
002870*    SCAN.
002880 01  WS-SNAPSHOT-NAME        PIC X(40).
002890 01  WS-SNAP-CONTROL-NAME    PIC X(40).
002900 01  WS-DELTA-FILE-NAME      PIC X(40).
002910*
002920*    THE DISTINCT DELTA ARCHIVE NAMES OUT OF THE MANIFEST,
002930*    LOADED THE WAY DELTA-REPLAY LOADS THEM.  OVERFLOW NAMES
002940*    CANNOT BE LEFT UNSCANNED HERE -- A REBUILD MISSING THEIR
002950*    LINES WOULD BE WRONG -- SO AN OVERFLOW REFUSES THE RUN.
002960 77  WS-MAX-DELTA-ARCH       PIC 9(02) COMP VALUE 20.
002970 77  WS-DELTA-ARCH-COUNT     PIC 9(02) COMP VALUE 0.
002980 77  WS-DELTA-ARCH-LOST      PIC 9(02) COMP VALUE 0.
002990 77  WS-ARCH-IDX             PIC 9(02) COMP VALUE 0.
003000 77  WS-ARCH-SCAN-IDX        PIC 9(02) COMP VALUE 0.
003010 01  WS-DELTA-ARCH-TAB.
003020     05  WS-DELTA-ARCH-NAME  PIC X(40) OCCURS 20 TIMES.
003030 77  WS-SOURCES-OPENED       PIC 9(02) COMP VALUE 0.
003040*
003050*    WHERE THE REPLAY STARTS AND STOPS.  THE SNAPSHOT HOLDS
003060*    EVERY CHANGE THROUGH WS-SNAP-GEN, SO THE REPLAY TAKES
003070*    GENERATIONS AFTER IT, THROUGH WS-STOP-GEN AND (WITHIN THE
003080*    STOP GENERATION ONLY) THROUGH WS-STOP-SEQ.  A ZERO STOP
003090*    SEQUENCE MEANS THE WHOLE STOP GENERATION.
003100 77  WS-SNAP-GEN             PIC 9(06) VALUE 0.
003110 77  WS-SNAP-DATE            PIC 9(08) VALUE 0.
003120 77  WS-SNAP-EXPECTED        PIC 9(09) VALUE 0.
003130 77  WS-STOP-GEN             PIC 9(06) VALUE 0.
003140 77  WS-STOP-SEQ             PIC 9(06) VALUE 0.
003150 01  WS-PARM-X               PIC X(06).
003160 01  WS-PARM-9 REDEFINES WS-PARM-X PIC 9(06).
003170*
003180*    THE DELTA IMAGE IS THE OUTPUT-RECORD LAYOUT.  THE FULL
003190*    ADDRESS IS STRUNG BY SIZE FROM FIXED-WIDTH FIELDS, SO THE
003200*    MASTER FIELDS SIT AT FIXED OFFSETS INSIDE IT.
003210 01  WS-IMAGE.
003220     05  IMG-NAME            PIC X(30).
003230     05  FILLER              PIC X(01).
003240     05  IMG-FULL-ADDRESS.
003250         10  IMG-ADDR        PIC X(30).
003260         10  FILLER          PIC X(02).
003270         10  IMG-CITY        PIC X(20).
003280         10  FILLER          PIC X(02).
003290         10  IMG-STATE       PIC X(02).
003300         10  FILLER          PIC X(01).
003310         10  IMG-ZIP         PIC X(05).
003320         10  FILLER          PIC X(08).
003330     05  FILLER              PIC X(01).
003340     05  IMG-CATEGORY        PIC X(20).
003350     05  FILLER              PIC X(01).
003360     05  IMG-PHONE           PIC X(14).
003370     05  FILLER              PIC X(01).
003380     05  IMG-EMAIL           PIC X(30).
003390     05  FILLER              PIC X(70).
003400*
003410*    THE FIELDS THAT DIFFER ON ONE RECONCILED KEY.
003420 77  WS-FIELD-PTR            PIC 9(03) COMP VALUE 0.
003430*
003440*    COUNTERS
003450 77  WS-SNAPSHOT-COUNT       PIC 9(09) COMP VALUE 0.
003460 77  WS-GATHERED-COUNT       PIC 9(09) COMP VALUE 0.
003470 77  WS-OUT-OF-RANGE-COUNT   PIC 9(09) COMP VALUE 0.
003480 77  WS-LEGACY-LINE-COUNT    PIC 9(09) COMP VALUE 0.
003490 77  WS-ADDED-COUNT          PIC 9(09) COMP VALUE 0.
003500 77  WS-UPDATED-COUNT        PIC 9(09) COMP VALUE 0.
003510 77  WS-DELETED-COUNT        PIC 9(09) COMP VALUE 0.
003520 77  WS-ANOMALY-COUNT        PIC 9(09) COMP VALUE 0.
003530 77  WS-UNKNOWN-ACTION-COUNT PIC 9(09) COMP VALUE 0.
003540 77  WS-GENERATION-COUNT     PIC 9(09) COMP VALUE 0.
003550 77  WS-FIRST-GEN            PIC 9(06) VALUE 0.
003560 77  WS-LAST-GEN             PIC 9(06) VALUE 0.
003570 77  WS-LAST-SEQ             PIC 9(06) VALUE 0.
003580 77  WS-REBUILT-COUNT        PIC 9(09) COMP VALUE 0.
003590 77  WS-MASTER-COUNT         PIC 9(09) COMP VALUE 0.
003600 77  WS-MATCHED-COUNT        PIC 9(09) COMP VALUE 0.
003610 77  WS-DIFFERS-COUNT        PIC 9(09) COMP VALUE 0.
003620 77  WS-REBUILT-ONLY-COUNT   PIC 9(09) COMP VALUE 0.
003630 77  WS-MASTER-ONLY-COUNT    PIC 9(09) COMP VALUE 0.
003640*
003650 PROCEDURE DIVISION.
003660*
003670 0000-MAINLINE.
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003690     IF NOT RECOVERY-REFUSED
003700         PERFORM 2000-COPY-SNAPSHOT THRU 2000-EXIT
003710     END-IF
003720     IF NOT RECOVERY-REFUSED
003730         PERFORM 3000-GATHER-DELTA-LINES THRU 3000-EXIT
003740     END-IF
003750     IF NOT RECOVERY-REFUSED
003760         PERFORM 4000-REPLAY-DELTA-LINES THRU 4000-EXIT
003770         PERFORM 5000-RECONCILE-TO-MASTER THRU 5000-EXIT
003780     END-IF
003790     PERFORM 9000-PRINT-CONTROL-TOTALS THRU 9000-EXIT
003800     STOP RUN.
003810*
003820*****************************************************************
003830*    1000-INITIALIZE - REFUSE WHILE THE NIGHT IS IN FLIGHT,     *
003840*    RESOLVE THE OPERATOR'S PARAMETERS, AND READ THE SNAPSHOT'S *
003850*    RECORDED GENERATION.  A SNAPSHOT WITH NO RECORDED          *
003860*    GENERATION CANNOT BE REPLAYED FORWARD AND IS REFUSED.      *
003870*****************************************************************
003880 1000-INITIALIZE.
003890     PERFORM 1050-CHECK-RUN-TOKEN THRU 1050-EXIT
003900     IF RECOVERY-REFUSED
003910         GO TO 1000-EXIT
003920     END-IF
003930     PERFORM 1060-READ-PARAMETERS THRU 1060-EXIT
003940     IF RECOVERY-REFUSED
003950         GO TO 1000-EXIT
003960     END-IF
003970     PERFORM 1070-READ-SNAPSHOT-CONTROL THRU 1070-EXIT
003980     IF RECOVERY-REFUSED
003990         GO TO 1000-EXIT
004000     END-IF
004010     IF WS-STOP-GEN < WS-SNAP-GEN
004020         DISPLAY "MASTER-RECOVER: STOP GENERATION " WS-STOP-GEN
004030                 " IS BEFORE THE SNAPSHOT'S GENERATION "
004040                 WS-SNAP-GEN " - PICK AN OLDER SNAPSHOT"
004050         SET RECOVERY-REFUSED TO TRUE
004060         GO TO 1000-EXIT
004070     END-IF
004080     PERFORM 1075-LOAD-DELTA-ARCHIVES THRU 1075-EXIT
004090     IF WS-DELTA-ARCH-LOST > ZERO
004100         DISPLAY "MASTER-RECOVER: " WS-DELTA-ARCH-LOST
004110                 " DELTA ARCHIVES DID NOT FIT WS-DELTA-ARCH-TAB"
004120                 " - RAISE WS-MAX-DELTA-ARCH AND RERUN"
004130         SET RECOVERY-REFUSED TO TRUE
004140         GO TO 1000-EXIT
004150     END-IF
004160     MOVE "," TO RCN-SEP-1
004170     MOVE "," TO RCN-SEP-2
004180     MOVE "," TO RCN-SEP-3.
004190 1000-EXIT.
004200     EXIT.
004210*
004220*    A MISSING TOKEN FILE JUST MEANS THE NIGHTLY MERGE HAS
004230*    NEVER RUN WITH ONE -- NOTHING TO WAIT FOR.
004240 1050-CHECK-RUN-TOKEN.
004250     OPEN INPUT RUN-TOKEN-FILE
004260     IF WS-TOKEN-NOT-FOUND
004270         GO TO 1050-EXIT
004280     END-IF
004290     READ RUN-TOKEN-FILE
004300         AT END
004310             CONTINUE
004320         NOT AT END
004330             IF TOKEN-ACTIVE
004340                 SET RECOVERY-REFUSED TO TRUE
004350                 DISPLAY "MASTER-RECOVER: NIGHTLY RUN IN"
004360                         " PROGRESS, STARTED "
004370                         TOK-START-TIME (1:2) ":"
004380                         TOK-START-TIME (3:2)
004390                         " - TRY AGAIN AFTER IT COMPLETES"
004400             END-IF
004410     END-READ
004420     CLOSE RUN-TOKEN-FILE.
004430 1050-EXIT.
004440     EXIT.
004450*
004460*    EVERY PARAMETER IS OPTIONAL; A STOP POINT THAT IS GIVEN
004470*    BUT NOT NUMERIC IS REFUSED RATHER THAN GUESSED AT.
004480 1060-READ-PARAMETERS.
004490     MOVE "master-snapshot.dat" TO WS-SNAPSHOT-NAME
004500     MOVE "snapshot-control.dat" TO WS-SNAP-CONTROL-NAME
004510     MOVE 999999 TO WS-STOP-GEN
004520     MOVE ZERO TO WS-STOP-SEQ
004530     OPEN INPUT RECOVER-PARM-FILE
004540     IF WS-PARM-NOT-FOUND
004550         GO TO 1060-EXIT
004560     END-IF
004570     READ RECOVER-PARM-FILE
004580         AT END
004590             MOVE SPACES TO RECOVER-PARM-RECORD
004600     END-READ
004610     CLOSE RECOVER-PARM-FILE
004620     IF RCP-SNAPSHOT-NAME NOT = SPACES
004630         MOVE RCP-SNAPSHOT-NAME TO WS-SNAPSHOT-NAME
004640     END-IF
004650     IF RCP-CONTROL-NAME NOT = SPACES
004660         MOVE RCP-CONTROL-NAME TO WS-SNAP-CONTROL-NAME
004670     END-IF
004680     IF RCP-STOP-GEN NOT = SPACES
004690         MOVE RCP-STOP-GEN TO WS-PARM-X
004700         IF WS-PARM-X NOT NUMERIC
004710             DISPLAY "MASTER-RECOVER: STOP GENERATION "
004720                     RCP-STOP-GEN " IS NOT NUMERIC"
004730             SET RECOVERY-REFUSED TO TRUE
004740             GO TO 1060-EXIT
004750         END-IF
004760         MOVE WS-PARM-9 TO WS-STOP-GEN
004770     END-IF
004780     IF RCP-STOP-SEQ NOT = SPACES
004790         MOVE RCP-STOP-SEQ TO WS-PARM-X
004800         IF WS-PARM-X NOT NUMERIC
004810             DISPLAY "MASTER-RECOVER: STOP SEQUENCE "
004820                     RCP-STOP-SEQ " IS NOT NUMERIC"
004830             SET RECOVERY-REFUSED TO TRUE
004840             GO TO 1060-EXIT
004850         END-IF
004860         MOVE WS-PARM-9 TO WS-STOP-SEQ
004870     END-IF.
004880 1060-EXIT.
004890     EXIT.
004900*
004910 1070-READ-SNAPSHOT-CONTROL.
004920     OPEN INPUT SNAPSHOT-CONTROL-FILE
004930     IF NOT WS-SNAP-CONTROL-OK
004940         DISPLAY "MASTER-RECOVER: " WS-SNAP-CONTROL-NAME
004950                 " NOT AVAILABLE (STATUS "
004960                 WS-SNAP-CONTROL-STATUS ") - THE SNAPSHOT HAS"
004970                 " NO RECORDED GENERATION TO REPLAY FROM"
004980         SET RECOVERY-REFUSED TO TRUE
004990         GO TO 1070-EXIT
005000     END-IF
005010     READ SNAPSHOT-CONTROL-FILE
005020         AT END
005030             MOVE SPACES TO SNAPSHOT-CONTROL-RECORD
005040     END-READ
005050     CLOSE SNAPSHOT-CONTROL-FILE
005060     IF SCT-GENERATION NOT NUMERIC
005070        OR SCT-COUNT NOT NUMERIC
005080         DISPLAY "MASTER-RECOVER: " WS-SNAP-CONTROL-NAME
005090                 " DOES NOT CARRY A GENERATION AND COUNT"
005100         SET RECOVERY-REFUSED TO TRUE
005110         GO TO 1070-EXIT
005120     END-IF
005130     MOVE SCT-GENERATION-9 TO WS-SNAP-GEN
005140     MOVE SCT-RUN-DATE TO WS-SNAP-DATE
005150     MOVE SCT-COUNT TO WS-SNAP-EXPECTED.
005160 1070-EXIT.
005170     EXIT.
005180*
005190*****************************************************************
005200*    1075-LOAD-DELTA-ARCHIVES - WALK THE RETENTION-SWEEP        *
005210*    MANIFEST FOR THE DISTINCT DELTA ARCHIVE FILES IT HAS EVER  *
005220*    WRITTEN, SO THE REPLAY REACHES GENERATIONS THAT HAVE       *
005230*    ALREADY AGED OFF THE LIVE FEED.                            *
005240*****************************************************************
005250 1075-LOAD-DELTA-ARCHIVES.
005260     MOVE ZERO TO WS-DELTA-ARCH-COUNT
005270     MOVE ZERO TO WS-DELTA-ARCH-LOST
005280     MOVE 'N' TO WS-MANIFEST-EOF-SW
005290     OPEN INPUT ARCHIVE-MANIFEST-FILE
005300     IF NOT WS-MANIFEST-NOT-FOUND
005310         PERFORM 1076-READ-ONE-MANIFEST-LINE THRU 1076-EXIT
005320             UNTIL MANIFEST-EOF
005330         CLOSE ARCHIVE-MANIFEST-FILE
005340     END-IF.
005350 1075-EXIT.
005360     EXIT.
005370*
005380 1076-READ-ONE-MANIFEST-LINE.
005390     READ ARCHIVE-MANIFEST-FILE
005400         AT END
005410             SET MANIFEST-EOF TO TRUE
005420         NOT AT END
005430             IF AMF-ACTION = "ARCHIVED"
005440                AND AMF-FILE-NAME (1:6) = "delta-"
005450                 PERFORM 1077-NOTE-ARCHIVE-NAME THRU 1077-EXIT
005460             END-IF
005470     END-READ.
005480 1076-EXIT.
005490     EXIT.
005500*
005510*    THE SAME YEARLY FILE SHOWS UP ONCE PER SWEEP THAT TOUCHED
005520*    IT, SO ONLY A NAME NOT ALREADY IN THE TABLE CLAIMS A SLOT.
005530 1077-NOTE-ARCHIVE-NAME.
005540     MOVE 'N' TO WS-ARCH-KNOWN-SW
005550     MOVE ZERO TO WS-ARCH-IDX
005560     PERFORM 1078-COMPARE-ONE-ARCH-NAME THRU 1078-EXIT
005570         UNTIL WS-ARCH-IDX >= WS-DELTA-ARCH-COUNT
005580            OR ARCH-NAME-KNOWN
005590     IF NOT ARCH-NAME-KNOWN
005600         IF WS-DELTA-ARCH-COUNT < WS-MAX-DELTA-ARCH
005610             ADD 1 TO WS-DELTA-ARCH-COUNT
005620             MOVE AMF-FILE-NAME
005630                 TO WS-DELTA-ARCH-NAME (WS-DELTA-ARCH-COUNT)
005640         ELSE
005650             ADD 1 TO WS-DELTA-ARCH-LOST
005660         END-IF
005670     END-IF.
005680 1077-EXIT.
005690     EXIT.
005700*
005710 1078-COMPARE-ONE-ARCH-NAME.
005720     ADD 1 TO WS-ARCH-IDX
005730     IF WS-DELTA-ARCH-NAME (WS-ARCH-IDX) = AMF-FILE-NAME
005740         SET ARCH-NAME-KNOWN TO TRUE
005750     END-IF.
005760 1078-EXIT.
005770     EXIT.
005780*
005790*****************************************************************
005800*    2000-COPY-SNAPSHOT - START MASTER-REBUILT.DAT AS A WHOLE-  *
005810*    FILE COPY OF THE SNAPSHOT.  A SNAPSHOT WHOSE RECORD COUNT  *
005820*    DOES NOT MATCH ITS CONTROL LINE IS NOT THE ONE THE         *
005830*    GENERATION WAS RECORDED FOR, SO THE RECOVERY IS REFUSED.   *
005840*****************************************************************
005850 2000-COPY-SNAPSHOT.
005860     MOVE ZERO TO WS-SNAPSHOT-COUNT
005870     OPEN INPUT SNAPSHOT-FILE
005880     IF NOT WS-SNAPSHOT-OK
005890         DISPLAY "MASTER-RECOVER: " WS-SNAPSHOT-NAME
005900                 " NOT AVAILABLE (STATUS " WS-SNAPSHOT-STATUS
005910                 ")"
005920         SET RECOVERY-REFUSED TO TRUE
005930         GO TO 2000-EXIT
005940     END-IF
005950     OPEN OUTPUT REBUILT-FILE
005960     MOVE LOW-VALUES TO SNAP-KEY
005970     START SNAPSHOT-FILE KEY IS NOT LESS THAN SNAP-KEY
005980         INVALID KEY
005990             MOVE 'Y' TO WS-SNAPSHOT-EOF-SW
006000         NOT INVALID KEY
006010             MOVE 'N' TO WS-SNAPSHOT-EOF-SW
006020     END-START
006030     PERFORM 2010-COPY-ONE-SNAPSHOT THRU 2010-EXIT
006040         UNTIL SNAPSHOT-EOF
006050     CLOSE REBUILT-FILE
006060     CLOSE SNAPSHOT-FILE
006070     IF WS-SNAPSHOT-COUNT NOT = WS-SNAP-EXPECTED
006080         DISPLAY "MASTER-RECOVER: " WS-SNAPSHOT-NAME
006090                 " HOLDS " WS-SNAPSHOT-COUNT " RECORDS BUT "
006100                 WS-SNAP-CONTROL-NAME " RECORDS "
006110                 WS-SNAP-EXPECTED " - NOT THE SAME CUT"
006120         SET RECOVERY-REFUSED TO TRUE
006130     END-IF.
006140 2000-EXIT.
006150     EXIT.
006160*
006170 2010-COPY-ONE-SNAPSHOT.
006180     READ SNAPSHOT-FILE NEXT RECORD
006190         AT END
006200             MOVE 'Y' TO WS-SNAPSHOT-EOF-SW
006210         NOT AT END
006220             MOVE SNAPSHOT-RECORD TO REBUILT-RECORD
006230             WRITE REBUILT-RECORD
006240             ADD 1 TO WS-SNAPSHOT-COUNT
006250     END-READ.
006260 2010-EXIT.
006270     EXIT.
006280*
006290*****************************************************************
006300*    3000-GATHER-DELTA-LINES - SCAN THE ARCHIVES AND THEN THE   *
006310*    LIVE FEED FOR EVERY LINE PAST THE SNAPSHOT'S GENERATION    *
006320*    AND NOT PAST THE STOP POINT, THEN SORT THEM INTO THE ORDER *
006330*    THEY WERE FIRST APPLIED IN.  THE ARCHIVES AND THE LIVE     *
006340*    FEED CAN OVERLAP IN TIME, SO FEED ORDER IS NOT ENOUGH.     *
006350*****************************************************************
006360 3000-GATHER-DELTA-LINES.
006370     MOVE ZERO TO WS-SOURCES-OPENED
006380     OPEN OUTPUT RECOVER-WORK-FILE
006390     PERFORM 3020-GATHER-ONE-ARCHIVE THRU 3020-EXIT
006400         VARYING WS-ARCH-SCAN-IDX FROM 1 BY 1
006410             UNTIL WS-ARCH-SCAN-IDX > WS-DELTA-ARCH-COUNT
006420     MOVE "delta.csv" TO WS-DELTA-FILE-NAME
006430     PERFORM 3030-GATHER-ONE-SOURCE THRU 3030-EXIT
006440     CLOSE RECOVER-WORK-FILE
006450     IF RECOVERY-REFUSED
006460         GO TO 3000-EXIT
006470     END-IF
006480     IF WS-SOURCES-OPENED = ZERO
006490        AND WS-STOP-GEN > WS-SNAP-GEN
006500         DISPLAY "MASTER-RECOVER: NO DELTA FEED OR ARCHIVES ON"
006510                 " FILE - NOTHING TO REPLAY FROM"
006520         SET RECOVERY-REFUSED TO TRUE
006530         GO TO 3000-EXIT
006540     END-IF
006550     SORT RECOVER-SORT-FILE
006560         ON ASCENDING KEY RST-GENERATION RST-SEQ
006570         USING RECOVER-WORK-FILE
006580         GIVING RECOVER-SORTED-FILE.
006590 3000-EXIT.
006600     EXIT.
006610*
006620 3010-GATHER-ONE-DELTA-LINE.
006630     READ DELTA-FILE
006640         AT END
006650             SET DELTA-EOF TO TRUE
006660             GO TO 3010-EXIT
006670     END-READ
006680     IF DLT-RUN-DATE NOT NUMERIC
006690        OR DLT-GENERATION NOT NUMERIC
006700        OR DLT-SEQ NOT NUMERIC
006710         ADD 1 TO WS-LEGACY-LINE-COUNT
006720         GO TO 3010-EXIT
006730     END-IF
006740     MOVE 'N' TO WS-IN-RANGE-SW
006750     IF DLT-GENERATION-9 > WS-SNAP-GEN
006760         IF DLT-GENERATION-9 < WS-STOP-GEN
006770             SET LINE-IN-RANGE TO TRUE
006780         END-IF
006790         IF DLT-GENERATION-9 = WS-STOP-GEN
006800            AND (WS-STOP-SEQ = ZERO
006810                 OR DLT-SEQ-9 NOT > WS-STOP-SEQ)
006820             SET LINE-IN-RANGE TO TRUE
006830         END-IF
006840     END-IF
006850     IF LINE-IN-RANGE
006860         WRITE RECOVER-WORK-RECORD FROM DELTA-RECORD
006870         ADD 1 TO WS-GATHERED-COUNT
006880     ELSE
006890         ADD 1 TO WS-OUT-OF-RANGE-COUNT
006900     END-IF.
006910 3010-EXIT.
006920     EXIT.
006930*
006940 3020-GATHER-ONE-ARCHIVE.
006950     MOVE WS-DELTA-ARCH-NAME (WS-ARCH-SCAN-IDX)
006960         TO WS-DELTA-FILE-NAME
006970     PERFORM 3030-GATHER-ONE-SOURCE THRU 3030-EXIT.
006980 3020-EXIT.
006990     EXIT.
007000*
007010*    AN ARCHIVE NAMED IN THE MANIFEST BUT NOT ON DISK CANNOT BE
007020*    PASSED OVER THE WAY DELTA-REPLAY PASSES IT: ITS LINES MAY
007030*    BE INSIDE THE RANGE, AND A REBUILD WITHOUT THEM WOULD LOOK
007040*    COMPLETE AND BE WRONG.  THE LIVE FEED MAY BE ABSENT.
007050 3030-GATHER-ONE-SOURCE.
007060     MOVE 'N' TO WS-DELTA-EOF-SW
007070     OPEN INPUT DELTA-FILE
007080     IF WS-DELTA-NOT-FOUND
007090         IF WS-DELTA-FILE-NAME NOT = "delta.csv"
007100             DISPLAY "MASTER-RECOVER: ARCHIVE "
007110                     WS-DELTA-FILE-NAME
007120                     " IS IN THE MANIFEST BUT NOT ON DISK"
007130             SET RECOVERY-REFUSED TO TRUE
007140         END-IF
007150         GO TO 3030-EXIT
007160     END-IF
007170     ADD 1 TO WS-SOURCES-OPENED
007180     PERFORM 3010-GATHER-ONE-DELTA-LINE THRU 3010-EXIT
007190         UNTIL DELTA-EOF
007200     CLOSE DELTA-FILE.
007210 3030-EXIT.
007220     EXIT.
007230*
007240*****************************************************************
007250*    4000-REPLAY-DELTA-LINES - APPLY THE SORTED LINES TO THE    *
007260*    REBUILT MASTER, EACH ONE REBUILDING THE WHOLE RECORD FROM  *
007270*    ITS IMAGE.  A LINE THAT DOES NOT FIT WHAT THE REBUILT      *
007280*    MASTER HOLDS (AN ADD FOR A KEY ALREADY THERE, AN UPDATE OR *
007290*    DELETE FOR ONE THAT IS NOT) IS STILL APPLIED SO THE RESULT *
007300*    ENDS UP AS THE FEED LEFT IT, AND IS COUNTED AS AN ANOMALY. *
007310*****************************************************************
007320 4000-REPLAY-DELTA-LINES.
007330     OPEN I-O REBUILT-FILE
007340     OPEN INPUT RECOVER-SORTED-FILE
007350     MOVE 'N' TO WS-SORTED-EOF-SW
007360     PERFORM 4010-REPLAY-ONE-LINE THRU 4010-EXIT
007370         UNTIL SORTED-EOF
007380     CLOSE RECOVER-SORTED-FILE
007390     CLOSE REBUILT-FILE.
007400 4000-EXIT.
007410     EXIT.
007420*
007430 4010-REPLAY-ONE-LINE.
007440     READ RECOVER-SORTED-FILE
007450         AT END
007460             SET SORTED-EOF TO TRUE
007470             GO TO 4010-EXIT
007480     END-READ
007490     IF WS-GENERATION-COUNT = ZERO
007500         MOVE RSR-GENERATION TO WS-FIRST-GEN
007510         ADD 1 TO WS-GENERATION-COUNT
007520     ELSE
007530         IF RSR-GENERATION NOT = WS-LAST-GEN
007540             ADD 1 TO WS-GENERATION-COUNT
007550         END-IF
007560     END-IF
007570     MOVE RSR-GENERATION TO WS-LAST-GEN
007580     MOVE RSR-SEQ TO WS-LAST-SEQ
007590     MOVE RSR-IMAGE TO WS-IMAGE
007600     MOVE IMG-NAME     TO RBL-NAME
007610     MOVE IMG-ZIP      TO RBL-ZIP
007620     MOVE IMG-EMAIL    TO RBL-EMAIL
007630     MOVE IMG-ADDR     TO RBL-ADDR
007640     MOVE IMG-CITY     TO RBL-CITY
007650     MOVE IMG-STATE    TO RBL-STATE
007660     MOVE IMG-CATEGORY TO RBL-CATEGORY
007670     MOVE IMG-PHONE    TO RBL-PHONE
007680     EVALUATE RSR-ACTION
007690         WHEN "ADDED"
007700             ADD 1 TO WS-ADDED-COUNT
007710             WRITE REBUILT-RECORD
007720                 INVALID KEY
007730                     PERFORM 4100-NOTE-ANOMALY THRU 4100-EXIT
007740                     REWRITE REBUILT-RECORD
007750             END-WRITE
007760         WHEN "UPDATED"
007770             ADD 1 TO WS-UPDATED-COUNT
007780             REWRITE REBUILT-RECORD
007790                 INVALID KEY
007800                     PERFORM 4100-NOTE-ANOMALY THRU 4100-EXIT
007810                     WRITE REBUILT-RECORD
007820             END-REWRITE
007830         WHEN "DELETED"
007840             ADD 1 TO WS-DELETED-COUNT
007850             DELETE REBUILT-FILE RECORD
007860                 INVALID KEY
007870                     PERFORM 4100-NOTE-ANOMALY THRU 4100-EXIT
007880             END-DELETE
007890         WHEN OTHER
007900             ADD 1 TO WS-UNKNOWN-ACTION-COUNT
007910             DISPLAY "UNKNOWN ACTION " RSR-ACTION
007920                     " AT GENERATION " RSR-GENERATION
007930                     " SEQUENCE " RSR-SEQ " - PASSED OVER"
007940     END-EVALUATE.
007950 4010-EXIT.
007960     EXIT.
007970*
007980 4100-NOTE-ANOMALY.
007990     ADD 1 TO WS-ANOMALY-COUNT
008000     DISPLAY "ANOMALY: " RSR-ACTION " " RBL-NAME " " RBL-ZIP
008010             " AT GENERATION " RSR-GENERATION
008020             " SEQUENCE " RSR-SEQ.
008030 4100-EXIT.
008040     EXIT.
008050*
008060*****************************************************************
008070*    5000-RECONCILE-TO-MASTER - WALK THE REBUILT MASTER AND     *
008080*    MASTER.DAT TOGETHER IN KEY ORDER AND LIST EVERY KEY THAT   *
008090*    IS NOT THE SAME IN BOTH.  A RECOVERY TAKEN TO THE END OF   *
008100*    THE FEED OVER A SOUND MASTER SHOULD LIST NOTHING; ONE      *
008110*    STOPPED SHORT SHOWS EXACTLY WHAT THE LATER GENERATIONS     *
008120*    CHANGED.                                                   *
008130*****************************************************************
008140 5000-RECONCILE-TO-MASTER.
008150     OPEN OUTPUT RECON-FILE
008160     OPEN INPUT MASTER-FILE
008170     IF WS-MASTER-OK
008180         MOVE LOW-VALUES TO MASTER-KEY
008190         START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
008200             INVALID KEY
008210                 MOVE 'Y' TO WS-MASTER-EOF-SW
008220             NOT INVALID KEY
008230                 MOVE 'N' TO WS-MASTER-EOF-SW
008240         END-START
008250     ELSE
008260         DISPLAY "MASTER-RECOVER: MASTER.DAT NOT AVAILABLE"
008270                 " (STATUS " WS-MASTER-STATUS ") - EVERY"
008280                 " REBUILT KEY IS LISTED AS REBUILT-ONLY"
008290         MOVE 'Y' TO WS-MASTER-EOF-SW
008300     END-IF
008310     OPEN INPUT REBUILT-FILE
008320     MOVE LOW-VALUES TO RBL-KEY
008330     START REBUILT-FILE KEY IS NOT LESS THAN RBL-KEY
008340         INVALID KEY
008350             MOVE 'Y' TO WS-REBUILT-EOF-SW
008360         NOT INVALID KEY
008370             MOVE 'N' TO WS-REBUILT-EOF-SW
008380     END-START
008390     PERFORM 5100-READ-REBUILT THRU 5100-EXIT
008400     PERFORM 5200-READ-MASTER THRU 5200-EXIT
008410     PERFORM 5300-RECONCILE-ONE-KEY THRU 5300-EXIT
008420         UNTIL REBUILT-EOF AND MASTER-EOF
008430     CLOSE REBUILT-FILE
008440     IF WS-MASTER-OK
008450         CLOSE MASTER-FILE
008460     END-IF
008470     CLOSE RECON-FILE.
008480 5000-EXIT.
008490     EXIT.
008500*
008510*    AT END EACH KEY IS PARKED AT HIGH-VALUES SO THE OTHER FILE
008520*    ALWAYS COMPARES LOW AND DRAINS.
008530 5100-READ-REBUILT.
008540     IF NOT REBUILT-EOF
008550         READ REBUILT-FILE NEXT RECORD
008560             AT END
008570                 MOVE 'Y' TO WS-REBUILT-EOF-SW
008580             NOT AT END
008590                 ADD 1 TO WS-REBUILT-COUNT
008600         END-READ
008610     END-IF
008620     IF REBUILT-EOF
008630         MOVE HIGH-VALUES TO RBL-KEY
008640     END-IF.
008650 5100-EXIT.
008660     EXIT.
008670*
008680 5200-READ-MASTER.
008690     IF NOT MASTER-EOF
008700         READ MASTER-FILE NEXT RECORD
008710             AT END
008720                 MOVE 'Y' TO WS-MASTER-EOF-SW
008730             NOT AT END
008740                 ADD 1 TO WS-MASTER-COUNT
008750         END-READ
008760     END-IF
008770     IF MASTER-EOF
008780         MOVE HIGH-VALUES TO MASTER-KEY
008790     END-IF.
008800 5200-EXIT.
008810     EXIT.
008820*
008830 5300-RECONCILE-ONE-KEY.
008840     MOVE SPACES TO RCN-FIELDS
008850     EVALUATE TRUE
008860         WHEN RBL-KEY = MASTER-KEY
008870             PERFORM 5310-COMPARE-FIELDS THRU 5310-EXIT
008880             PERFORM 5100-READ-REBUILT THRU 5100-EXIT
008890             PERFORM 5200-READ-MASTER THRU 5200-EXIT
008900         WHEN RBL-KEY < MASTER-KEY
008910             ADD 1 TO WS-REBUILT-ONLY-COUNT
008920             MOVE "REBUILT-ONLY" TO RCN-RESULT
008930             MOVE RBL-NAME TO RCN-NAME
008940             MOVE RBL-ZIP TO RCN-ZIP
008950             WRITE RECON-RECORD
008960             PERFORM 5100-READ-REBUILT THRU 5100-EXIT
008970         WHEN OTHER
008980             ADD 1 TO WS-MASTER-ONLY-COUNT
008990             MOVE "MASTER-ONLY" TO RCN-RESULT
009000             MOVE MASTER-NAME TO RCN-NAME
009010             MOVE MASTER-ZIP TO RCN-ZIP
009020             WRITE RECON-RECORD
009030             PERFORM 5200-READ-MASTER THRU 5200-EXIT
009040     END-EVALUATE.
009050 5300-EXIT.
009060     EXIT.
009070*
009080 5310-COMPARE-FIELDS.
009090     MOVE 1 TO WS-FIELD-PTR
009100     IF RBL-EMAIL NOT = MASTER-EMAIL
009110         STRING "EMAIL " DELIMITED BY SIZE
009120             INTO RCN-FIELDS WITH POINTER WS-FIELD-PTR
009130     END-IF
009140     IF RBL-ADDR NOT = MASTER-ADDR
009150         STRING "ADDR " DELIMITED BY SIZE
009160             INTO RCN-FIELDS WITH POINTER WS-FIELD-PTR
009170     END-IF
009180     IF RBL-CITY NOT = MASTER-CITY
009190         STRING "CITY " DELIMITED BY SIZE
009200             INTO RCN-FIELDS WITH POINTER WS-FIELD-PTR
009210     END-IF
009220     IF RBL-STATE NOT = MASTER-STATE
009230         STRING "STATE " DELIMITED BY SIZE
009240             INTO RCN-FIELDS WITH POINTER WS-FIELD-PTR
009250     END-IF
009260     IF RBL-CATEGORY NOT = MASTER-CATEGORY
009270         STRING "CATEGORY " DELIMITED BY SIZE
009280             INTO RCN-FIELDS WITH POINTER WS-FIELD-PTR
009290     END-IF
009300     IF RBL-PHONE NOT = MASTER-PHONE
009310         STRING "PHONE " DELIMITED BY SIZE
009320             INTO RCN-FIELDS WITH POINTER WS-FIELD-PTR
009330     END-IF
009340     IF WS-FIELD-PTR = 1
009350         ADD 1 TO WS-MATCHED-COUNT
009360     ELSE
009370         ADD 1 TO WS-DIFFERS-COUNT
009380         MOVE "DIFFERS" TO RCN-RESULT
009390         MOVE RBL-NAME TO RCN-NAME
009400         MOVE RBL-ZIP TO RCN-ZIP
009410         WRITE RECON-RECORD
009420     END-IF.
009430 5310-EXIT.
009440     EXIT.
009450*
009460 9000-PRINT-CONTROL-TOTALS.
009470     DISPLAY "MASTER-RECOVER CONTROL TOTALS"
009480     DISPLAY "-----------------------------"
009490     IF RECOVERY-REFUSED
009500         DISPLAY "*** RECOVERY REFUSED - MASTER-REBUILT.DAT IS"
009510                 " NOT USABLE ***"
009520         GO TO 9000-EXIT
009530     END-IF
009540     DISPLAY "SNAPSHOT. . . . . . . . . . . " WS-SNAPSHOT-NAME
009550     DISPLAY "SNAPSHOT GOOD THROUGH GEN . . " WS-SNAP-GEN
009560             " (CUT " WS-SNAP-DATE ")"
009570     DISPLAY "SNAPSHOT RECORDS COPIED . . . " WS-SNAPSHOT-COUNT
009580     IF WS-STOP-GEN = 999999
009590         DISPLAY "STOP POINT. . . . . . . . . . END OF FEED"
009600     ELSE
009610         DISPLAY "STOP POINT. . . . . . . . . . GENERATION "
009620                 WS-STOP-GEN " SEQUENCE " WS-STOP-SEQ
009630     END-IF
009640     DISPLAY "DELTA SOURCES SCANNED . . . . " WS-SOURCES-OPENED
009650     DISPLAY "DELTA LINES IN RANGE. . . . . " WS-GATHERED-COUNT
009660     DISPLAY "DELTA LINES OUT OF RANGE. . . "
009670             WS-OUT-OF-RANGE-COUNT
009680     IF WS-LEGACY-LINE-COUNT > ZERO
009690         DISPLAY "LEGACY LINES PASSED OVER. . . "
009700                 WS-LEGACY-LINE-COUNT
009710     END-IF
009720     DISPLAY "GENERATIONS REPLAYED. . . . . " WS-GENERATION-COUNT
009730     IF WS-GENERATION-COUNT > ZERO
009740         DISPLAY "  FIRST / LAST GENERATION . . " WS-FIRST-GEN
009750                 " / " WS-LAST-GEN " (LAST SEQUENCE "
009760                 WS-LAST-SEQ ")"
009770     END-IF
009780     DISPLAY "ADDS REPLAYED . . . . . . . . " WS-ADDED-COUNT
009790     DISPLAY "UPDATES REPLAYED. . . . . . . " WS-UPDATED-COUNT
009800     DISPLAY "DELETES REPLAYED. . . . . . . " WS-DELETED-COUNT
009810     DISPLAY "REPLAY ANOMALIES. . . . . . . " WS-ANOMALY-COUNT
009820     IF WS-UNKNOWN-ACTION-COUNT > ZERO
009830         DISPLAY "UNKNOWN ACTIONS PASSED OVER . "
009840                 WS-UNKNOWN-ACTION-COUNT
009850     END-IF
009860     DISPLAY "REBUILT MASTER RECORDS. . . . " WS-REBUILT-COUNT
009870     DISPLAY "CURRENT MASTER RECORDS. . . . " WS-MASTER-COUNT
009880     DISPLAY "KEYS MATCHED. . . . . . . . . " WS-MATCHED-COUNT
009890     DISPLAY "KEYS DIFFERING. . . . . . . . " WS-DIFFERS-COUNT
009900     DISPLAY "KEYS ONLY IN REBUILT MASTER . "
009910             WS-REBUILT-ONLY-COUNT
009920     DISPLAY "KEYS ONLY IN CURRENT MASTER . "
009930             WS-MASTER-ONLY-COUNT.
009940 9000-EXIT.
009950     EXIT.
