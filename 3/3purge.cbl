000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AdventOfCode3Purge.
000030 AUTHOR.        M. KITSON.
000040 INSTALLATION.  SURVEY-OPS.
000050 DATE-WRITTEN.  15-10-2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*                                                              *
000100* DATE       INIT  DESCRIPTION                                 *
000110* ---------- ----  ------------------------------------------- *
000120* 15-10-2026 MK    ORIGINAL VERSION - RETENTION, ARCHIVE AND   *
000130*                  PURGE RUN FOR THE FILES THAT ONLY EVER      *
000140*                  GROW. THE RETENTION-POLICY FILE GIVES A     *
000150*                  KEEP PERIOD IN DAYS PER FILE TYPE, WITH AN  *
000160*                  OVERRIDE PER SITE. RESULTS-HISTORY POSTINGS *
000170*                  AND RUN AND FIX AUDIT TRAIL LINES OLDER     *
000180*                  THAN THE POLICY MOVE TO DATED ARCHIVE FILES *
000190*                  UNDER CONTROL COUNTS, BY WAY OF A WORK      *
000200*                  ARCHIVE THAT IS ONLY ADDED TO THE DATED     *
000210*                  FILE ONCE THE MASTER OR TRAIL IS REWRITTEN; *
000220*                  EXPIRED TRAIL MAPS AND PROMOTION ARCHIVES   *
000230*                  OF THE LIVE EXTRACTS ARE DELETED. A SITE    *
000240*                  WITH AN UNRESOLVED CASE OR ALERT, AN OPEN   *
000250*                  CORRECTION OR A PENDING RESCAN IS NEVER     *
000260*                  PURGED. EVERY ARCHIVE AND DELETE IS LOGGED  *
000270*                  ON THE PURGE LOG WITH THE COUNTS KEPT,      *
000280*                  ARCHIVED AND DELETED.                       *
000290*--------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT POLICY-FILE ASSIGN TO "retpol.txt"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS POLICY-STATUS.
000360
000370     SELECT SITE-CONTROL-FILE ASSIGN TO "sitectl.txt"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS SITE-CTL-STATUS.
000400
000410     SELECT CASE-FILE ASSIGN TO "sitecase.txt"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CASE-STATUS.
000440
000450     SELECT RESCAN-FILE ASSIGN TO "rescan.txt"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RESCAN-STATUS.
000480
000490     SELECT SITE-ALERT-FILE ASSIGN TO "sitealrt.txt"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS ALERT-STATUS.
000520
000530     SELECT FIX-AUDIT-FILE ASSIGN TO "fixaudit.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FIX-AUDIT-STATUS.
000560
000570     SELECT RESULTS-HISTORY-FILE ASSIGN TO "treehist.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS HIST-STATUS.
000600
000610     SELECT HIST-NEW-FILE ASSIGN TO "treehist.new"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS HIST-NEW-STATUS.
000640
000650     SELECT HIST-BACKUP-FILE ASSIGN TO "treehist.bak"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS HIST-BAK-STATUS.
000680
000690     SELECT HIST-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-HIST-ARC-NAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS HIST-ARC-STATUS.
000720
000730     SELECT HIST-WORK-ARC-FILE ASSIGN TO "treehist.arw"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS HIST-ARW-STATUS.
000760
000770     SELECT TRAIL-FILE ASSIGN TO DYNAMIC WS-TRAIL-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS TRAIL-STATUS.
000800
000810     SELECT TRAIL-NEW-FILE ASSIGN TO DYNAMIC WS-TRAIL-NEW-NAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS TRAIL-NEW-STATUS.
000840
000850     SELECT TRAIL-BACKUP-FILE ASSIGN TO DYNAMIC WS-TRAIL-BAK-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS TRAIL-BAK-STATUS.
000880
000890     SELECT TRAIL-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-TRAIL-ARC-NAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS TRAIL-ARC-STATUS.
000920
000930     SELECT TRAIL-WORK-ARC-FILE
000940         ASSIGN TO DYNAMIC WS-TRAIL-ARW-NAME
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS TRAIL-ARW-STATUS.
000970
000980     SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-NAME
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS PROBE-STATUS.
001010
001020     SELECT PURGE-LOG-FILE ASSIGN TO "purgelog.txt"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS PURGE-LOG-STATUS.
001050
001060     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS RUN-DATE-STATUS.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120*--------------------------------------------------------------*
001130* RETENTION POLICY - ONE LINE PER FILE TYPE, OR PER FILE TYPE  *
001140* AND SITE, IN FIXED COLUMNS: THE FILE TYPE, THE SITE CODE     *
001150* (BLANK FOR THE DEFAULT FOR THE TYPE) AND THE DAYS TO KEEP.   *
001160* THE FILE TYPES ARE                                           *
001170*   HISTORY  - POSTINGS ON THE RESULTS-HISTORY MASTER          *
001180*   RUNAUDIT - RUNS ON THE RUN AUDIT TRAIL                     *
001190*   FIXAUDIT - FIX AND PROMOTION RUNS ON THE FIX AUDIT TRAIL   *
001200*   TRAILMAP - PER-SLOPE TRAIL MAP FILES                       *
001210*   PROMBAK  - DATED LIVE-EXTRACT ARCHIVES LEFT BY PROMOTION   *
001220* A FILE TYPE WITH NO POLICY LINE IS KEPT IN FULL.             *
001230*--------------------------------------------------------------*
001240 FD  POLICY-FILE.
001250 01  POLICY-RECORD.
001260     05  RPR-FILE-TYPE              PIC X(08).
001270         88  RPR-KNOWN-TYPE         VALUE "HISTORY " "RUNAUDIT"
001280                                          "FIXAUDIT" "TRAILMAP"
001290                                          "PROMBAK ".
001300     05  FILLER                     PIC X(01).
001310     05  RPR-SITE-CODE              PIC X(08).
001320     05  FILLER                     PIC X(01).
001330     05  RPR-KEEP-DAYS              PIC X(04).
001340     05  RPR-KEEP-DAYS-NUM REDEFINES RPR-KEEP-DAYS
001350                                    PIC 9(04).
001360
001370 FD  SITE-CONTROL-FILE.
001380 01  SITE-CONTROL-RECORD.
001390     05  SMR-SITE-CODE              PIC X(08).
001400     05  FILLER                     PIC X(01).
001410     05  SMR-ACTIVE-FLAG            PIC X(01).
001420     05  FILLER                     PIC X(01).
001430     05  SMR-EXPECT-WIDTH           PIC 9(05).
001440     05  FILLER                     PIC X(01).
001450     05  SMR-SLOPE-SET              PIC X(08).
001460     05  FILLER                     PIC X(01).
001470     05  SMR-FILE-NAME              PIC X(80).
001480     05  FILLER                     PIC X(01).
001490     05  SMR-DESCRIPTION            PIC X(30).
001500
001510*--------------------------------------------------------------*
001520* CASE RECORD - ONLY THE KEY AND STATUS OF THE CASE-FILE       *
001530* LAYOUT THE CASE TRACKING PROGRAM WRITES ARE NEEDED HERE.     *
001540*--------------------------------------------------------------*
001550 FD  CASE-FILE.
001560 01  CASE-RECORD.
001570     05  SCR-CASE-NUMBER            PIC X(06).
001580     05  FILLER                     PIC X(01).
001590     05  SCR-SITE-CODE              PIC X(08).
001600     05  FILLER                     PIC X(01).
001610     05  SCR-REASON                 PIC X(40).
001620     05  FILLER                     PIC X(01).
001630     05  SCR-STATUS                 PIC X(01).
001640         88  SCR-STILL-OPEN         VALUE 'O' 'A'.
001650     05  FILLER                     PIC X(240).
001660
001670 FD  RESCAN-FILE.
001680 01  RESCAN-RECORD                  PIC X(08).
001690
001700 FD  SITE-ALERT-FILE.
001710 01  SITE-ALERT-RECORD              PIC X(200).
001720
001730 FD  FIX-AUDIT-FILE.
001740 01  FIX-AUDIT-RECORD               PIC X(200).
001750
001760*--------------------------------------------------------------*
001770* THE RESULTS-HISTORY RECORD LAYOUT MUST STAY IN STEP WITH THE *
001780* ONE THE TREE SURVEY PROGRAM WRITES. THE SIDE COPY, ARCHIVE   *
001790* OF THE ORIGINAL, WORK ARCHIVE AND DATED ARCHIVE CARRY THE    *
001800* SAME LAYOUT.                                                 *
001810*--------------------------------------------------------------*
001820 FD  RESULTS-HISTORY-FILE.
001830 01  RESULTS-HISTORY-RECORD.
001840     05  HIST-RUN-DATE              PIC 9(08).
001850     05  HIST-SITE-NAME             PIC X(80).
001860     05  HIST-SLOPE-COUNT           PIC 9(03).
001870     05  HIST-SLOPE-RESULT OCCURS 20 TIMES
001880             INDEXED BY HIST-IDX.
001890         10  HIST-SLOPE-RIGHT       PIC 9(03).
001900         10  HIST-SLOPE-DOWN        PIC 9(03).
001910         10  HIST-TREE-COUNT        PIC 9(07).
001920     05  HIST-PRODUCT               PIC 9(18).
001930     05  HIST-ROWS-SCANNED          PIC 9(07).
001940
001950 FD  HIST-NEW-FILE.
001960 01  HIST-NEW-RECORD                PIC X(376).
001970
001980 FD  HIST-BACKUP-FILE.
001990 01  HIST-BACKUP-RECORD             PIC X(376).
002000
002010 FD  HIST-ARCHIVE-FILE.
002020 01  HIST-ARCHIVE-RECORD            PIC X(376).
002030
002040 FD  HIST-WORK-ARC-FILE.
002050 01  HIST-WORK-ARC-RECORD           PIC X(376).
002060
002070*--------------------------------------------------------------*
002080* AUDIT TRAIL - THE RUN AUDIT AND FIX AUDIT TRAILS ARE TAKEN   *
002090* IN TURN THROUGH THE SAME FILES, NAMED FOR THE TRAIL IN HAND. *
002100*--------------------------------------------------------------*
002110 FD  TRAIL-FILE.
002120 01  TRAIL-RECORD                   PIC X(200).
002130
002140 FD  TRAIL-NEW-FILE.
002150 01  TRAIL-NEW-RECORD               PIC X(200).
002160
002170 FD  TRAIL-BACKUP-FILE.
002180 01  TRAIL-BACKUP-RECORD            PIC X(200).
002190
002200 FD  TRAIL-ARCHIVE-FILE.
002210 01  TRAIL-ARCHIVE-RECORD           PIC X(200).
002220
002230 FD  TRAIL-WORK-ARC-FILE.
002240 01  TRAIL-WORK-ARC-RECORD          PIC X(200).
002250
002260 FD  PROBE-FILE.
002270 01  PROBE-RECORD                   PIC X(100).
002280
002290 FD  PURGE-LOG-FILE.
002300 01  PURGE-LOG-RECORD               PIC X(200).
002310
002320 FD  RUN-DATE-FILE.
002330 01  RUN-DATE-RECORD                PIC X(08).
002340
002350 WORKING-STORAGE SECTION.
002360*--------------------------------------------------------------*
002370* FILE STATUS SWITCHES                                         *
002380*--------------------------------------------------------------*
002390 01  POLICY-STATUS                   PIC 9(02).
002400     88  POLICY-OK                  VALUE 0.
002410     88  POLICY-EOF                 VALUE 10.
002420
002430 01  SITE-CTL-STATUS                 PIC 9(02).
002440     88  SITE-CTL-OK                VALUE 0.
002450     88  SITE-CTL-EOF               VALUE 10.
002460
002470 01  CASE-STATUS                     PIC 9(02).
002480     88  CASE-OK                    VALUE 0.
002490     88  CASE-EOF                   VALUE 10.
002500
002510 01  RESCAN-STATUS                   PIC 9(02).
002520     88  RESCAN-OK                  VALUE 0.
002530     88  RESCAN-EOF                 VALUE 10.
002540
002550 01  ALERT-STATUS                    PIC 9(02).
002560     88  ALERT-OK                   VALUE 0.
002570     88  ALERT-EOF                  VALUE 10.
002580
002590 01  FIX-AUDIT-STATUS                PIC 9(02).
002600     88  FIX-AUDIT-OK               VALUE 0.
002610     88  FIX-AUDIT-EOF              VALUE 10.
002620
002630 01  HIST-STATUS                     PIC 9(02).
002640     88  HIST-OK                    VALUE 0.
002650     88  HIST-EOF                   VALUE 10.
002660     88  HIST-NOT-FOUND             VALUE 35.
002670
002680 01  HIST-NEW-STATUS                 PIC 9(02).
002690     88  HIST-NEW-OK                VALUE 0.
002700     88  HIST-NEW-EOF               VALUE 10.
002710
002720 01  HIST-BAK-STATUS                 PIC 9(02).
002730     88  HIST-BAK-OK                VALUE 0.
002740
002750 01  HIST-ARC-STATUS                 PIC 9(02).
002760     88  HIST-ARC-OK                VALUE 0.
002770     88  HIST-ARC-NOT-FOUND         VALUE 35.
002780
002790 01  HIST-ARW-STATUS                 PIC 9(02).
002800     88  HIST-ARW-OK                VALUE 0.
002810     88  HIST-ARW-EOF               VALUE 10.
002820     88  HIST-ARW-NOT-FOUND         VALUE 35.
002830
002840 01  TRAIL-STATUS                    PIC 9(02).
002850     88  TRAIL-OK                   VALUE 0.
002860     88  TRAIL-EOF                  VALUE 10.
002870     88  TRAIL-NOT-FOUND            VALUE 35.
002880
002890 01  TRAIL-NEW-STATUS                PIC 9(02).
002900     88  TRAIL-NEW-OK               VALUE 0.
002910     88  TRAIL-NEW-EOF              VALUE 10.
002920
002930 01  TRAIL-BAK-STATUS                PIC 9(02).
002940     88  TRAIL-BAK-OK               VALUE 0.
002950
002960 01  TRAIL-ARC-STATUS                PIC 9(02).
002970     88  TRAIL-ARC-OK               VALUE 0.
002980     88  TRAIL-ARC-NOT-FOUND        VALUE 35.
002990
003000 01  TRAIL-ARW-STATUS                PIC 9(02).
003010     88  TRAIL-ARW-OK               VALUE 0.
003020     88  TRAIL-ARW-EOF              VALUE 10.
003030     88  TRAIL-ARW-NOT-FOUND        VALUE 35.
003040
003050 01  PROBE-STATUS                    PIC 9(02).
003060     88  PROBE-OK                   VALUE 0.
003070
003080 01  PURGE-LOG-STATUS                PIC 9(02).
003090     88  PURGE-LOG-OK               VALUE 0.
003100     88  PURGE-LOG-NOT-FOUND        VALUE 35.
003110
003120 01  RUN-DATE-STATUS                 PIC 9(02).
003130     88  RUN-DATE-OK                VALUE 0.
003140
003150*--------------------------------------------------------------*
003160* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS  *
003170* WITH 0 WHEN EVERY POLICY LINE WAS TAKEN AND EVERY PURGE WENT *
003180* THROUGH, 4 WHEN A POLICY LINE WAS REJECTED, THERE WAS NO     *
003190* POLICY FILE, A FILE COULD NOT BE DELETED OR ANYTHING WAS     *
003200* KEPT BECAUSE IT WOULD NOT FIT A TABLE, AND 12 FOR A FILE OR  *
003210* I-O ABEND OR CONTROL COUNTS THAT DO NOT BALANCE - A MASTER   *
003220* OR TRAIL BEING REWRITTEN IS THEN RECOVERABLE FROM ITS .new   *
003230* SIDE COPY OR .bak ARCHIVE.                                   *
003240*--------------------------------------------------------------*
003250 77  WS-RUN-DATE                     PIC 9(08).
003260 77  WS-RUN-TIME                     PIC 9(08).
003270 77  WS-END-TIME                     PIC 9(08).
003280 77  WS-WARNING-COUNT                PIC 9(05) VALUE 0.
003290 77  WS-TOTAL-KEPT                   PIC 9(07) VALUE 0.
003300 77  WS-TOTAL-ARCHIVED               PIC 9(07) VALUE 0.
003310 77  WS-TOTAL-DELETED                PIC 9(07) VALUE 0.
003320 01  WS-ABEND-MESSAGE                PIC X(160) VALUE SPACES.
003330
003340*--------------------------------------------------------------*
003350* POLICY TABLE - ONE ENTRY PER FILE TYPE DEFAULT (SITE BLANK)  *
003360* OR SITE OVERRIDE. A LATER LINE FOR THE SAME TYPE AND SITE    *
003370* REPLACES AN EARLIER ONE.                                     *
003380*--------------------------------------------------------------*
003390 77  WS-MAX-POLICIES                 PIC 9(03) VALUE 100.
003400 77  WS-POLICY-COUNT                 PIC 9(03) VALUE 0.
003410 01  POLICY-TABLE.
003420     05  POLICY-ENTRY OCCURS 100 TIMES.
003430         10  POL-FILE-TYPE          PIC X(08).
003440         10  POL-SITE-CODE          PIC X(08).
003450         10  POL-KEEP-DAYS          PIC 9(04).
003460 01  WS-POL-TYPE                     PIC X(08).
003470 01  WS-POL-SITE                     PIC X(08).
003480 01  WS-POL-MATCH-SITE               PIC X(08).
003490 77  WS-KEEP-DAYS                    PIC 9(04).
003500 01  WS-POLICY-SWITCH                PIC X(01).
003510     88  POLICY-FOUND               VALUE 'Y'.
003520 77  WS-POLICY-LINE-NO               PIC 9(05) VALUE 0.
003530 01  WS-REJECT-REASON                PIC X(60) VALUE SPACES.
003540
003550*--------------------------------------------------------------*
003560* SITE TABLE - EVERY SITE ON THE SITE MASTER, AND ANY OTHER    *
003570* SITE CODE OR EXTRACT NAME MET ON A CASE, RESCAN MARK, ALERT, *
003580* FIX AUDIT LINE OR HISTORY POSTING, WITH THE REASON THE SITE  *
003590* IS PROTECTED FROM THE PURGE. A CORRECTION IS OPEN FROM THE   *
003600* FIRST APPLIED FIX OR REFUSED PROMOTION UNTIL THE SITE IS     *
003610* PROMOTED.                                                    *
003620*--------------------------------------------------------------*
003630 77  WS-MAX-SITES                    PIC 9(03) VALUE 200.
003640 77  WS-SITE-COUNT                   PIC 9(03) VALUE 0.
003650 01  SITE-TABLE.
003660     05  SITE-ENTRY OCCURS 200 TIMES.
003670         10  SITE-CODE              PIC X(08).
003680         10  SITE-FILE-NAME         PIC X(80).
003690         10  SITE-NAME-LENGTH       PIC 9(03) COMP.
003700         10  SITE-PROTECT-SWITCH    PIC X(01).
003710             88  SITE-PROTECTED     VALUE 'Y'.
003720         10  SITE-PROTECT-REASON    PIC X(40).
003730         10  SITE-CORRECTION-SWITCH PIC X(01).
003740             88  SITE-CORRECTION-OPEN VALUE 'Y'.
003750         10  SITE-HIST-ARCHIVED     PIC 9(07).
003760 01  WS-FIND-CODE                    PIC X(08).
003770 01  WS-FIND-FILE                    PIC X(80).
003780 01  WS-PROTECT-REASON               PIC X(40).
003790
003800*--------------------------------------------------------------*
003810* LATEST-POSTING TABLE - THE LATEST RUN DATE EACH SITE POSTED  *
003820* EACH SLOPE TO THE RESULTS-HISTORY MASTER. A TRAIL MAP IS     *
003830* EXPIRED WHEN ITS SLOPE LAST POSTED BEFORE THE MAP POLICY.    *
003840*--------------------------------------------------------------*
003850 77  WS-MAX-LATEST                   PIC 9(04) VALUE 2000.
003860 77  WS-LATEST-COUNT                 PIC 9(04) VALUE 0.
003870 01  LATEST-TABLE.
003880     05  LATEST-ENTRY OCCURS 2000 TIMES.
003890         10  LP-SITE-CODE           PIC X(08).
003900         10  LP-RIGHT               PIC 9(03).
003910         10  LP-DOWN                PIC 9(03).
003920         10  LP-DATE                PIC 9(08).
003930 01  WS-LATEST-FULL-SWITCH           PIC X(01) VALUE 'N'.
003940     88  LATEST-TABLE-FULL          VALUE 'Y'.
003950
003960*--------------------------------------------------------------*
003970* PROMOTION ARCHIVE TABLE - EVERY DATED LIVE-EXTRACT ARCHIVE   *
003980* NAMED ON A "PROMOTION SITE ... ARCHIVED TO" LINE OF THE FIX  *
003990* AUDIT TRAIL, WITH ITS SITE AND THE PROMOTION RUN DATE.       *
004000*--------------------------------------------------------------*
004010 77  WS-MAX-ARCHIVES                 PIC 9(03) VALUE 500.
004020 77  WS-ARCHIVE-COUNT                PIC 9(03) VALUE 0.
004030 01  ARCHIVE-TABLE.
004040     05  ARCHIVE-ENTRY OCCURS 500 TIMES.
004050         10  PA-NAME                PIC X(100).
004060         10  PA-SITE-CODE           PIC X(08).
004070         10  PA-DATE                PIC 9(08).
004080 01  WS-ARCHIVE-FULL-SWITCH          PIC X(01) VALUE 'N'.
004090     88  ARCHIVE-TABLE-FULL         VALUE 'Y'.
004100 77  WS-FIX-BLOCK-DATE               PIC 9(08) VALUE 0.
004110
004120*--------------------------------------------------------------*
004130* RESULTS-HISTORY WORK AREAS. THE CONTROL COUNTS MUST BALANCE: *
004140* POSTINGS READ = POSTINGS KEPT + POSTINGS ARCHIVED. ARCHIVED  *
004150* POSTINGS GO FIRST TO THE WORK ARCHIVE treehist.arw, WHICH IS *
004160* ONLY ADDED TO THE DATED ARCHIVE ONCE THE MASTER IS           *
004170* REWRITTEN, SO A RERUN AFTER AN ABEND NEVER ARCHIVES A        *
004180* POSTING TWICE. A RUN THAT ABENDS BEFORE THE MASTER IS        *
004190* TRUNCATED EMPTIES THE WORK ARCHIVE AGAIN (THE POSTINGS ARE   *
004200* STILL ON THE MASTER); ONE FOUND STILL HOLDING POSTINGS WAS   *
004210* LEFT BY A RUN THAT REWROTE THE MASTER, AND IS POSTED BEFORE  *
004220* ANYTHING ELSE IS ARCHIVED. THE TRAILS' WORK ARCHIVES ARE     *
004230* HANDLED THE SAME WAY.                                        *
004240*--------------------------------------------------------------*
004250 01  WS-HIST-ARC-NAME                PIC X(100) VALUE SPACES.
004260 77  WS-HIST-READ                    PIC 9(07) VALUE 0.
004270 77  WS-HIST-KEPT                    PIC 9(07) VALUE 0.
004280 77  WS-HIST-ARCHIVED                PIC 9(07) VALUE 0.
004290 01  WS-HIST-ARC-OPEN-SWITCH         PIC X(01) VALUE 'N'.
004300     88  HIST-ARC-OPEN              VALUE 'Y'.
004310 01  WS-HIST-ARW-STATE               PIC X(01) VALUE 'N'.
004320     88  HIST-ARW-PENDING           VALUE 'W'.
004330 77  WS-ARW-POSTED                   PIC 9(07) VALUE 0.
004340 01  WS-ARCHIVE-SWITCH               PIC X(01).
004350     88  ARCHIVE-THIS-RECORD        VALUE 'Y'.
004360
004370*--------------------------------------------------------------*
004380* TRAIL MAP AND PROMOTION ARCHIVE WORK AREAS                   *
004390*--------------------------------------------------------------*
004400 01  WS-PROBE-NAME                   PIC X(100) VALUE SPACES.
004410 77  WS-NAME-POINTER                 PIC 9(03) COMP.
004420 77  WS-MAP-DAYS                     PIC 9(04).
004430 77  WS-FILES-KEPT                   PIC 9(07) VALUE 0.
004440 77  WS-FILES-DELETED                PIC 9(07) VALUE 0.
004450 77  WS-FILES-FAILED                 PIC 9(07) VALUE 0.
004460 01  WS-PURGE-SWITCH                 PIC X(01).
004470     88  PURGE-THIS-FILE            VALUE 'Y'.
004480 01  WS-PROBE-SWITCH                 PIC X(01).
004490     88  FILE-ON-HAND               VALUE 'Y'.
004500 01  WS-DELETE-SWITCH                PIC X(01).
004510     88  FILE-DELETED               VALUE 'D'.
004520     88  DELETE-FAILED              VALUE 'F'.
004530     88  FILE-NOT-ON-HAND           VALUE 'N'.
004540 77  WS-DELETE-RC                    PIC S9(09) COMP-5.
004550 01  WS-FILE-TYPE-TEXT               PIC X(08).
004560 77  WS-LAST-DATE                    PIC 9(08).
004570
004580*--------------------------------------------------------------*
004590* AUDIT TRAIL WORK AREAS. A TRAIL IS TAKEN ONE RUN BLOCK AT A  *
004600* TIME - FROM ONE RUN START LINE TO THE NEXT - AND A BLOCK IS  *
004610* ARCHIVED WHOLE OR KEPT WHOLE. THE BLOCK'S DATE IS ITS RUN    *
004620* START DATE AND ITS KEEP PERIOD THE LONGEST OF THE DEFAULT    *
004630* AND THE OVERRIDE OF EVERY SITE IT NAMES. LINES BEFORE THE    *
004640* FIRST BLOCK, A BLOCK NAMING A PROTECTED SITE OR A PROMOTION  *
004650* ARCHIVE STILL ON HAND, A BLOCK TOO LONG TO HOLD, AND THE     *
004660* LAST BLOCK ON THE TRAIL (THE LATEST RUN, WHICH THE CASE AND  *
004670* DASHBOARD PROGRAMS READ) ARE ALWAYS KEPT.                    *
004680*--------------------------------------------------------------*
004690 01  WS-TRAIL-TYPE                   PIC X(08).
004700 01  WS-TRAIL-BASE                   PIC X(20).
004710 01  WS-TRAIL-NAME                   PIC X(40) VALUE SPACES.
004720 01  WS-TRAIL-NEW-NAME               PIC X(40) VALUE SPACES.
004730 01  WS-TRAIL-BAK-NAME               PIC X(40) VALUE SPACES.
004740 01  WS-TRAIL-ARC-NAME               PIC X(40) VALUE SPACES.
004750 01  WS-TRAIL-ARW-NAME               PIC X(40) VALUE SPACES.
004760 77  WS-TRAIL-READ                   PIC 9(07) VALUE 0.
004770 77  WS-TRAIL-KEPT                   PIC 9(07) VALUE 0.
004780 77  WS-TRAIL-ARCHIVED               PIC 9(07) VALUE 0.
004790 77  WS-BLOCKS-ARCHIVED              PIC 9(05) VALUE 0.
004800 01  WS-TRAIL-LINE                   PIC X(200).
004810 01  WS-TRAIL-ARC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
004820     88  TRAIL-ARC-OPEN             VALUE 'Y'.
004830 01  WS-TRAIL-ARW-STATE              PIC X(01) VALUE 'N'.
004840     88  TRAIL-ARW-PENDING          VALUE 'W'.
004850 77  WS-MAX-BLOCK-LINES              PIC 9(04) VALUE 500.
004860 77  WS-BLOCK-LINES                  PIC 9(04) VALUE 0.
004870 01  BLOCK-TABLE.
004880     05  BLOCK-LINE OCCURS 500 TIMES
004890                                    PIC X(200).
004900 77  WS-BLOCK-DATE                   PIC 9(08).
004910 77  WS-NEW-BLOCK-DATE               PIC 9(08).
004920 77  WS-BLOCK-KEEP-DAYS              PIC 9(04).
004930 01  WS-BLOCK-START-SWITCH           PIC X(01).
004940     88  BLOCK-START-LINE           VALUE 'Y'.
004950 01  WS-IN-BLOCK-SWITCH              PIC X(01).
004960     88  IN-BLOCK                   VALUE 'Y'.
004970 01  WS-SPILL-SWITCH                 PIC X(01).
004980     88  BLOCK-SPILLED              VALUE 'Y'.
004990 01  WS-LAST-BLOCK-SWITCH            PIC X(01).
005000     88  LAST-BLOCK                 VALUE 'Y'.
005010 01  WS-BLOCK-POLICY-SWITCH          PIC X(01).
005020     88  BLOCK-HAS-POLICY           VALUE 'Y'.
005030 01  WS-BLOCK-HOLD-SWITCH            PIC X(01).
005040     88  BLOCK-HELD                 VALUE 'Y'.
005050 01  WS-BLOCK-ARCHIVE-SWITCH         PIC X(01).
005060     88  ARCHIVE-THIS-BLOCK         VALUE 'Y'.
005070
005080*--------------------------------------------------------------*
005090* WORD WORK AREAS - A LINE IS SPLIT INTO WORDS SO ANY WORD     *
005100* THAT IS A SITE CODE, AN EXTRACT NAME, OR A NAME BUILT ON THE *
005110* EXTRACT NAME (A TRAIL MAP OR ARCHIVE) CAN BE TIED TO A SITE. *
005120*--------------------------------------------------------------*
005130 01  WS-WORD-TABLE.
005140     05  WS-WORD OCCURS 12 TIMES    PIC X(100).
005150 01  WS-WORD-SITE-SWITCH             PIC X(01).
005160     88  WORD-NAMES-SITE            VALUE 'Y'.
005170 01  WS-REJECT-TALLY                 PIC 9(03) COMP.
005180
005190*--------------------------------------------------------------*
005200* DAY-NUMBER WORK AREAS - A DATE IS TURNED INTO A COUNT OF     *
005210* DAYS SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR    *
005220* ENDS. MARCH IS TAKEN AS THE FIRST MONTH OF THE YEAR SO THE   *
005230* LEAP DAY FALLS AT THE END. A DATE IS EXPIRED WHEN IT IS MORE *
005240* THAN THE KEEP PERIOD IN DAYS BEFORE THE RUN DATE.            *
005250*--------------------------------------------------------------*
005260 01  WS-DN-DATE                      PIC 9(08).
005270 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
005280     05  WS-DN-DATE-YEAR            PIC 9(04).
005290     05  WS-DN-DATE-MONTH           PIC 9(02).
005300     05  WS-DN-DATE-DAY             PIC 9(02).
005310 77  WS-DN-YEAR                      PIC 9(04).
005320 77  WS-DN-MONTH                     PIC 9(02).
005330 77  WS-DN-QUOTIENT-4                PIC 9(04).
005340 77  WS-DN-QUOTIENT-100              PIC 9(04).
005350 77  WS-DN-QUOTIENT-400              PIC 9(04).
005360 77  WS-DN-MONTH-DAYS                PIC 9(04).
005370 77  WS-DAY-NUMBER                   PIC 9(07).
005380 77  WS-TODAY-NUMBER                 PIC 9(07).
005390 01  WS-EXPIRED-SWITCH               PIC X(01).
005400     88  DATE-EXPIRED               VALUE 'Y'.
005410
005420*--------------------------------------------------------------*
005430* TABLE SUBSCRIPTS                                             *
005440*--------------------------------------------------------------*
005450 77  WS-POL-SUB                      PIC 9(03) COMP.
005460 77  WS-SITE-SUB                     PIC 9(03) COMP.
005470 77  WS-LATEST-SUB                   PIC 9(04) COMP.
005480 77  WS-ARCH-SUB                     PIC 9(03) COMP.
005490 77  WS-LINE-SUB                     PIC 9(04) COMP.
005500 77  WS-WORD-SUB                     PIC 9(03) COMP.
005510 77  WS-FOUND-POLICY                 PIC 9(03) COMP.
005520 77  WS-FOUND-SITE                   PIC 9(03) COMP.
005530 77  WS-FOUND-LATEST                 PIC 9(04) COMP.
005540 77  WS-FOUND-ARCHIVE                PIC 9(03) COMP.
005550 77  WS-NAME-LENGTH                  PIC 9(03) COMP.
005560
005570*--------------------------------------------------------------*
005580* PURGE LOG WORK AREAS                                         *
005590*--------------------------------------------------------------*
005600 01  WS-LOG-LINE                     PIC X(200) VALUE SPACES.
005610 01  WS-WARN-LINE                    PIC X(200) VALUE SPACES.
005620 77  WS-LOG-POINTER                  PIC 9(03) COMP VALUE 1.
005630 01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
005640 01  WS-COUNT-DISPLAY-2              PIC ZZZZZZ9.
005650 01  WS-COUNT-DISPLAY-3              PIC ZZZZZZ9.
005660 01  WS-LINE-DISPLAY                 PIC 9(05).
005670 01  WS-DAYS-DISPLAY                 PIC 9(04).
005680 01  WS-RC-DISPLAY                   PIC 9(02).
005690
005700 PROCEDURE DIVISION.
005710*--------------------------------------------------------------*
005720* 0000-MAINLINE                                                *
005730*--------------------------------------------------------------*
005740 0000-MAINLINE.
005750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005760     PERFORM 1100-LOAD-SITE-MASTER THRU 1100-EXIT
005770     PERFORM 1200-LOAD-POLICY THRU 1200-EXIT
005780     PERFORM 1300-TAKE-OPEN-CASES THRU 1300-EXIT
005790     PERFORM 1400-TAKE-RESCAN-MARKS THRU 1400-EXIT
005800     PERFORM 1500-TAKE-ALERTS THRU 1500-EXIT
005810     PERFORM 1600-SCAN-FIX-AUDIT THRU 1600-EXIT
005820     PERFORM 1700-LOG-PROTECTED-SITE THRU 1700-EXIT
005830         VARYING WS-SITE-SUB FROM 1 BY 1
005840         UNTIL WS-SITE-SUB > WS-SITE-COUNT
005850     IF WS-POLICY-COUNT > 0
005860         PERFORM 2000-PURGE-HISTORY THRU 2000-EXIT
005870         PERFORM 3000-PURGE-TRAIL-MAPS THRU 3000-EXIT
005880         PERFORM 4000-PURGE-PROM-ARCHIVES THRU 4000-EXIT
005890         MOVE "RUNAUDIT" TO WS-TRAIL-TYPE
005900         MOVE "runaudit" TO WS-TRAIL-BASE
005910         PERFORM 5000-PURGE-AUDIT-TRAIL THRU 5000-EXIT
005920         MOVE "FIXAUDIT" TO WS-TRAIL-TYPE
005930         MOVE "fixaudit" TO WS-TRAIL-BASE
005940         PERFORM 5000-PURGE-AUDIT-TRAIL THRU 5000-EXIT
005950     END-IF
005960     PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
005970     GOBACK
005980     .
005990
006000*--------------------------------------------------------------*
006010* 1000-INITIALIZE - STAMP THE RUN AND OPEN THE PURGE LOG.      *
006020*--------------------------------------------------------------*
006030 1000-INITIALIZE.
006040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006050     OPEN INPUT RUN-DATE-FILE
006060     IF RUN-DATE-OK
006070         READ RUN-DATE-FILE
006080         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
006090             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
006100         END-IF
006110         CLOSE RUN-DATE-FILE
006120     END-IF
006130     ACCEPT WS-RUN-TIME FROM TIME
006140     OPEN EXTEND PURGE-LOG-FILE
006150     IF PURGE-LOG-NOT-FOUND
006160         OPEN OUTPUT PURGE-LOG-FILE
006170     END-IF
006180     IF NOT PURGE-LOG-OK
006190         DISPLAY "Purge log file not okay"
006200         MOVE 12 TO RETURN-CODE
006210         GOBACK
006220     END-IF
006230     MOVE WS-RUN-DATE TO WS-DN-DATE
006240     PERFORM 6500-DATE-TO-DAYS THRU 6500-EXIT
006250     MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER
006260     MOVE SPACES TO WS-LOG-LINE
006270     MOVE 1 TO WS-LOG-POINTER
006280     STRING "PURGE RUN START " WS-RUN-DATE " " WS-RUN-TIME
006290         DELIMITED BY SIZE INTO WS-LOG-LINE
006300         WITH POINTER WS-LOG-POINTER
006310     END-STRING
006320     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT.
006330 1000-EXIT.
006340     EXIT.
006350
006360*--------------------------------------------------------------*
006370* 1100-LOAD-SITE-MASTER - CODE AND EXTRACT NAME OF EVERY SITE, *
006380*                  WITH THE LENGTH OF THE NAME.                *
006390*--------------------------------------------------------------*
006400 1100-LOAD-SITE-MASTER.
006410     OPEN INPUT SITE-CONTROL-FILE
006420     IF NOT SITE-CTL-OK
006430         DISPLAY "AOC3R WARNING: NO SITE MASTER - NO TRAIL MAP "
006440             "CAN BE NAMED"
006450         GO TO 1100-EXIT
006460     END-IF
006470     READ SITE-CONTROL-FILE
006480     PERFORM 1150-ADD-SITE-ENTRY THRU 1150-EXIT
006490         UNTIL SITE-CTL-EOF
006500     CLOSE SITE-CONTROL-FILE.
006510 1100-EXIT.
006520     EXIT.
006530
006540 1150-ADD-SITE-ENTRY.
006550     IF NOT SITE-CTL-OK
006560         STRING "BAD READ STATUS " SITE-CTL-STATUS
006570             " ON SITE MASTER"
006580             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006590         END-STRING
006600         GO TO 9000-ABEND
006610     END-IF
006620     IF SMR-SITE-CODE = SPACES
006630         GO TO 1150-NEXT
006640     END-IF
006650     MOVE SMR-SITE-CODE TO WS-FIND-CODE
006660     PERFORM 6250-FIND-OR-ADD-SITE THRU 6250-EXIT
006670     MOVE SMR-FILE-NAME TO SITE-FILE-NAME (WS-FOUND-SITE)
006680     MOVE 0 TO WS-NAME-LENGTH
006690     INSPECT SMR-FILE-NAME TALLYING WS-NAME-LENGTH
006700         FOR CHARACTERS BEFORE INITIAL SPACE
006710     MOVE WS-NAME-LENGTH TO SITE-NAME-LENGTH (WS-FOUND-SITE).
006720 1150-NEXT.
006730     READ SITE-CONTROL-FILE.
006740 1150-EXIT.
006750     EXIT.
006760
006770*--------------------------------------------------------------*
006780* 1200-LOAD-POLICY - TAKE EVERY GOOD POLICY LINE; A BAD LINE   *
006790*                  IS LOGGED AND IGNORED. WITH NO POLICY AT    *
006800*                  ALL NOTHING IS PURGED.                      *
006810*--------------------------------------------------------------*
006820 1200-LOAD-POLICY.
006830     OPEN INPUT POLICY-FILE
006840     IF NOT POLICY-OK
006850         MOVE SPACES TO WS-LOG-LINE
006860         MOVE 1 TO WS-LOG-POINTER
006870         STRING "NO RETENTION POLICY FILE retpol.txt ON HAND - "
006880             "NOTHING PURGED"
006890             DELIMITED BY SIZE INTO WS-LOG-LINE
006900             WITH POINTER WS-LOG-POINTER
006910         END-STRING
006920         PERFORM 7100-LOG-WARNING THRU 7100-EXIT
006930         GO TO 1200-EXIT
006940     END-IF
006950     READ POLICY-FILE
006960     PERFORM 1250-TAKE-POLICY-LINE THRU 1250-EXIT
006970         UNTIL POLICY-EOF
006980     CLOSE POLICY-FILE
006990     IF WS-POLICY-COUNT = 0
007000         MOVE SPACES TO WS-LOG-LINE
007010         MOVE 1 TO WS-LOG-POINTER
007020         STRING "NO GOOD LINE ON RETENTION POLICY FILE - "
007030             "NOTHING PURGED"
007040             DELIMITED BY SIZE INTO WS-LOG-LINE
007050             WITH POINTER WS-LOG-POINTER
007060         END-STRING
007070         PERFORM 7100-LOG-WARNING THRU 7100-EXIT
007080     END-IF.
007090 1200-EXIT.
007100     EXIT.
007110
007120 1250-TAKE-POLICY-LINE.
007130     IF NOT POLICY-OK
007140         STRING "BAD READ STATUS " POLICY-STATUS
007150             " ON RETENTION POLICY FILE"
007160             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007170         END-STRING
007180         GO TO 9000-ABEND
007190     END-IF
007200     ADD 1 TO WS-POLICY-LINE-NO
007210     IF POLICY-RECORD = SPACES
007220         GO TO 1250-NEXT
007230     END-IF
007240     MOVE SPACES TO WS-REJECT-REASON
007250     IF NOT RPR-KNOWN-TYPE
007260         MOVE "UNKNOWN FILE TYPE" TO WS-REJECT-REASON
007270     ELSE
007280         IF RPR-KEEP-DAYS IS NOT NUMERIC
007290             MOVE "KEEP DAYS NOT NUMERIC" TO WS-REJECT-REASON
007300         ELSE
007310             IF RPR-KEEP-DAYS-NUM = 0
007320                 MOVE "KEEP DAYS MUST BE 1 TO 9999"
007330                     TO WS-REJECT-REASON
007340             END-IF
007350         END-IF
007360     END-IF
007370     IF WS-REJECT-REASON NOT = SPACES
007380         MOVE WS-POLICY-LINE-NO TO WS-LINE-DISPLAY
007390         MOVE SPACES TO WS-LOG-LINE
007400         MOVE 1 TO WS-LOG-POINTER
007410         STRING "retpol.txt LINE " WS-LINE-DISPLAY " "
007420             POLICY-RECORD (1:22)
007430             " REJECTED - " WS-REJECT-REASON
007440             DELIMITED BY SIZE INTO WS-LOG-LINE
007450             WITH POINTER WS-LOG-POINTER
007460         END-STRING
007470         PERFORM 7100-LOG-WARNING THRU 7100-EXIT
007480         GO TO 1250-NEXT
007490     END-IF
007500     MOVE RPR-FILE-TYPE TO WS-POL-TYPE
007510     MOVE RPR-SITE-CODE TO WS-POL-MATCH-SITE
007520     MOVE 0 TO WS-FOUND-POLICY
007530     PERFORM 6050-CHECK-ONE-POLICY THRU 6050-EXIT
007540         VARYING WS-POL-SUB FROM 1 BY 1
007550         UNTIL WS-POL-SUB > WS-POLICY-COUNT
007560             OR WS-FOUND-POLICY > 0
007570     IF WS-FOUND-POLICY = 0
007580         IF WS-POLICY-COUNT NOT < WS-MAX-POLICIES
007590             STRING "RETENTION POLICY FILE HAS MORE LINES THAN "
007600                 "THE TABLE HOLDS"
007610                 DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007620             END-STRING
007630             GO TO 9000-ABEND
007640         END-IF
007650         ADD 1 TO WS-POLICY-COUNT
007660         MOVE WS-POLICY-COUNT TO WS-FOUND-POLICY
007670     END-IF
007680     MOVE RPR-FILE-TYPE TO POL-FILE-TYPE (WS-FOUND-POLICY)
007690     MOVE RPR-SITE-CODE TO POL-SITE-CODE (WS-FOUND-POLICY)
007700     MOVE RPR-KEEP-DAYS-NUM TO POL-KEEP-DAYS (WS-FOUND-POLICY)
007710     MOVE SPACES TO WS-LOG-LINE
007720     MOVE 1 TO WS-LOG-POINTER
007730     STRING "POLICY " DELIMITED BY SIZE
007740         RPR-FILE-TYPE DELIMITED BY SPACE
007750         INTO WS-LOG-LINE
007760         WITH POINTER WS-LOG-POINTER
007770     END-STRING
007780     IF RPR-SITE-CODE = SPACES
007790         STRING " DEFAULT"
007800             DELIMITED BY SIZE INTO WS-LOG-LINE
007810             WITH POINTER WS-LOG-POINTER
007820         END-STRING
007830     ELSE
007840         STRING " SITE " DELIMITED BY SIZE
007850             RPR-SITE-CODE DELIMITED BY SPACE
007860             INTO WS-LOG-LINE
007870             WITH POINTER WS-LOG-POINTER
007880         END-STRING
007890     END-IF
007900     STRING " KEEP " RPR-KEEP-DAYS " DAYS"
007910         DELIMITED BY SIZE INTO WS-LOG-LINE
007920         WITH POINTER WS-LOG-POINTER
007930     END-STRING
007940     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT.
007950 1250-NEXT.
007960     READ POLICY-FILE.
007970 1250-EXIT.
007980     EXIT.
007990
008000*--------------------------------------------------------------*
008010* 1300-TAKE-OPEN-CASES - A SITE WITH A CASE STILL OPEN OR      *
008020*                  ACKNOWLEDGED ON THE CASE FILE HAS AN        *
008030*                  UNRESOLVED ALERT OR EXCEPTION. CASES FILED  *
008040*                  AGAINST THE RUN ITSELF NAME NO SITE.        *
008050*--------------------------------------------------------------*
008060 1300-TAKE-OPEN-CASES.
008070     OPEN INPUT CASE-FILE
008080     IF NOT CASE-OK
008090         GO TO 1300-EXIT
008100     END-IF
008110     READ CASE-FILE
008120     PERFORM 1350-TAKE-ONE-CASE THRU 1350-EXIT
008130         UNTIL CASE-EOF
008140     CLOSE CASE-FILE.
008150 1300-EXIT.
008160     EXIT.
008170
008180 1350-TAKE-ONE-CASE.
008190     IF NOT CASE-OK
008200         STRING "BAD READ STATUS " CASE-STATUS
008210             " ON CASE FILE"
008220             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008230         END-STRING
008240         GO TO 9000-ABEND
008250     END-IF
008260     IF SCR-STILL-OPEN
008270         AND SCR-SITE-CODE NOT = SPACES
008280         AND SCR-SITE-CODE NOT = "*RUN"
008290         MOVE SCR-SITE-CODE TO WS-FIND-CODE
008300         MOVE "UNRESOLVED CASE ON sitecase.txt"
008310             TO WS-PROTECT-REASON
008320         PERFORM 6300-PROTECT-SITE-CODE THRU 6300-EXIT
008330     END-IF
008340     READ CASE-FILE.
008350 1350-EXIT.
008360     EXIT.
008370
008380*--------------------------------------------------------------*
008390* 1400-TAKE-RESCAN-MARKS - A SITE MARKED FOR RESCAN HAS A      *
008400*                  PROMOTED CORRECTION NOT YET REPOSTED TO THE *
008410*                  RESULTS-HISTORY MASTER.                     *
008420*--------------------------------------------------------------*
008430 1400-TAKE-RESCAN-MARKS.
008440     OPEN INPUT RESCAN-FILE
008450     IF NOT RESCAN-OK
008460         GO TO 1400-EXIT
008470     END-IF
008480     READ RESCAN-FILE
008490     PERFORM 1450-TAKE-ONE-MARK THRU 1450-EXIT
008500         UNTIL RESCAN-EOF
008510     CLOSE RESCAN-FILE.
008520 1400-EXIT.
008530     EXIT.
008540
008550 1450-TAKE-ONE-MARK.
008560     IF NOT RESCAN-OK
008570         STRING "BAD READ STATUS " RESCAN-STATUS
008580             " ON RESCAN FILE"
008590             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008600         END-STRING
008610         GO TO 9000-ABEND
008620     END-IF
008630     IF RESCAN-RECORD NOT = SPACES
008640         MOVE RESCAN-RECORD TO WS-FIND-CODE
008650         MOVE "CORRECTION AWAITING RESCAN ON rescan.txt"
008660             TO WS-PROTECT-REASON
008670         PERFORM 6300-PROTECT-SITE-CODE THRU 6300-EXIT
008680     END-IF
008690     READ RESCAN-FILE.
008700 1450-EXIT.
008710     EXIT.
008720
008730*--------------------------------------------------------------*
008740* 1500-TAKE-ALERTS - A TOLERANCE ALERT FROM THE LATEST SURVEY  *
008750*                  RUN MAY NOT BE ON THE CASE FILE YET:        *
008760*                  "SITE <CODE> RUN <DATE> HELD - ...".        *
008770*--------------------------------------------------------------*
008780 1500-TAKE-ALERTS.
008790     OPEN INPUT SITE-ALERT-FILE
008800     IF NOT ALERT-OK
008810         GO TO 1500-EXIT
008820     END-IF
008830     READ SITE-ALERT-FILE
008840     PERFORM 1550-TAKE-ONE-ALERT THRU 1550-EXIT
008850         UNTIL ALERT-EOF
008860     CLOSE SITE-ALERT-FILE.
008870 1500-EXIT.
008880     EXIT.
008890
008900 1550-TAKE-ONE-ALERT.
008910     IF NOT ALERT-OK
008920         STRING "BAD READ STATUS " ALERT-STATUS
008930             " ON SITE ALERT FILE"
008940             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008950         END-STRING
008960         GO TO 9000-ABEND
008970     END-IF
008980     MOVE SPACES TO WS-WORD-TABLE
008990     UNSTRING SITE-ALERT-RECORD DELIMITED BY ALL SPACE
009000         INTO WS-WORD (1) WS-WORD (2)
009010     END-UNSTRING
009020     IF WS-WORD (1) = "SITE" AND WS-WORD (2) NOT = SPACES
009030         MOVE WS-WORD (2) TO WS-FIND-CODE
009040         MOVE "TOLERANCE ALERT ON sitealrt.txt"
009050             TO WS-PROTECT-REASON
009060         PERFORM 6300-PROTECT-SITE-CODE THRU 6300-EXIT
009070     END-IF
009080     READ SITE-ALERT-FILE.
009090 1550-EXIT.
009100     EXIT.
009110
009120*--------------------------------------------------------------*
009130* 1600-SCAN-FIX-AUDIT - READ THE FIX AUDIT TRAIL IN TIME ORDER *
009140*                  FOR TWO THINGS: WHICH SITES HAVE A          *
009150*                  CORRECTION OPEN (AN APPLIED FIX OR A        *
009160*                  REFUSED PROMOTION NOT YET FOLLOWED BY A     *
009170*                  PROMOTION), AND THE NAME AND DATE OF EVERY  *
009180*                  LIVE-EXTRACT ARCHIVE A PROMOTION LEFT.      *
009190*--------------------------------------------------------------*
009200 1600-SCAN-FIX-AUDIT.
009210     OPEN INPUT FIX-AUDIT-FILE
009220     IF NOT FIX-AUDIT-OK
009230         GO TO 1600-EXIT
009240     END-IF
009250     READ FIX-AUDIT-FILE
009260     PERFORM 1650-TAKE-FIX-LINE THRU 1650-EXIT
009270         UNTIL FIX-AUDIT-EOF
009280     CLOSE FIX-AUDIT-FILE.
009290 1600-EXIT.
009300     EXIT.
009310
009320 1650-TAKE-FIX-LINE.
009330     IF NOT FIX-AUDIT-OK
009340         STRING "BAD READ STATUS " FIX-AUDIT-STATUS
009350             " ON FIX AUDIT TRAIL"
009360             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
009370         END-STRING
009380         GO TO 9000-ABEND
009390     END-IF
009400     MOVE SPACES TO WS-WORD-TABLE
009410     UNSTRING FIX-AUDIT-RECORD DELIMITED BY ALL SPACE
009420         INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
009430              WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
009440     END-UNSTRING
009450     IF FIX-AUDIT-RECORD (1:14) = "FIX RUN START "
009460         AND FIX-AUDIT-RECORD (15:8) IS NUMERIC
009470         MOVE FIX-AUDIT-RECORD (15:8) TO WS-FIX-BLOCK-DATE
009480         GO TO 1650-NEXT
009490     END-IF
009500     IF FIX-AUDIT-RECORD (1:20) = "PROMOTION RUN START "
009510         AND FIX-AUDIT-RECORD (21:8) IS NUMERIC
009520         MOVE FIX-AUDIT-RECORD (21:8) TO WS-FIX-BLOCK-DATE
009530         GO TO 1650-NEXT
009540     END-IF
009550     IF WS-WORD (1) = "FIXCTL" AND WS-WORD (4) = "SITE"
009560         MOVE 0 TO WS-REJECT-TALLY
009570         INSPECT FIX-AUDIT-RECORD TALLYING WS-REJECT-TALLY
009580             FOR ALL " REJECTED - "
009590         IF WS-REJECT-TALLY = 0
009600             MOVE WS-WORD (5) TO WS-FIND-FILE
009610             PERFORM 6270-FIND-OR-ADD-SITE-FILE THRU 6270-EXIT
009620             MOVE 'Y' TO SITE-CORRECTION-SWITCH (WS-FOUND-SITE)
009630         END-IF
009640         GO TO 1650-NEXT
009650     END-IF
009660     IF WS-WORD (1) NOT = "PROMOTION" OR WS-WORD (2) NOT = "SITE"
009670         GO TO 1650-NEXT
009680     END-IF
009690     MOVE WS-WORD (3) TO WS-FIND-CODE
009700     PERFORM 6250-FIND-OR-ADD-SITE THRU 6250-EXIT
009710     IF WS-WORD (4) = "REFUSED"
009720         MOVE 'Y' TO SITE-CORRECTION-SWITCH (WS-FOUND-SITE)
009730         GO TO 1650-NEXT
009740     END-IF
009750     IF WS-WORD (4) = "LIVE" AND WS-WORD (6) = "ARCHIVED"
009760         AND WS-WORD (7) = "TO"
009770         MOVE 'N' TO SITE-CORRECTION-SWITCH (WS-FOUND-SITE)
009780         MOVE WS-WORD (5) TO WS-FIND-FILE
009790         PERFORM 6270-FIND-OR-ADD-SITE-FILE THRU 6270-EXIT
009800         MOVE 'N' TO SITE-CORRECTION-SWITCH (WS-FOUND-SITE)
009810         PERFORM 1670-ADD-PROM-ARCHIVE THRU 1670-EXIT
009820     END-IF.
009830 1650-NEXT.
009840     READ FIX-AUDIT-FILE.
009850 1650-EXIT.
009860     EXIT.
009870
009880*--------------------------------------------------------------*
009890* 1670-ADD-PROM-ARCHIVE - LIST THE ARCHIVE NAMED IN WORD 8     *
009900*                  UNDER THE SITE CODE IN WORD 3. A SECOND     *
009910*                  PROMOTION THE SAME DAY REUSES THE NAME.     *
009920*--------------------------------------------------------------*
009930 1670-ADD-PROM-ARCHIVE.
009940     IF WS-WORD (8) = SPACES
009950         GO TO 1670-EXIT
009960     END-IF
009970     MOVE 0 TO WS-FOUND-ARCHIVE
009980     PERFORM 1680-CHECK-ARCHIVE-NAME THRU 1680-EXIT
009990         VARYING WS-ARCH-SUB FROM 1 BY 1
010000         UNTIL WS-ARCH-SUB > WS-ARCHIVE-COUNT
010010             OR WS-FOUND-ARCHIVE > 0
010020     IF WS-FOUND-ARCHIVE = 0
010030         IF WS-ARCHIVE-COUNT NOT < WS-MAX-ARCHIVES
010040             MOVE 'Y' TO WS-ARCHIVE-FULL-SWITCH
010050             GO TO 1670-EXIT
010060         END-IF
010070         ADD 1 TO WS-ARCHIVE-COUNT
010080         MOVE WS-ARCHIVE-COUNT TO WS-FOUND-ARCHIVE
010090     END-IF
010100     MOVE WS-WORD (8) TO PA-NAME (WS-FOUND-ARCHIVE)
010110     MOVE WS-WORD (3) TO PA-SITE-CODE (WS-FOUND-ARCHIVE)
010120     MOVE WS-FIX-BLOCK-DATE TO PA-DATE (WS-FOUND-ARCHIVE).
010130 1670-EXIT.
010140     EXIT.
010150
010160 1680-CHECK-ARCHIVE-NAME.
010170     IF PA-NAME (WS-ARCH-SUB) = WS-WORD (8)
010180         MOVE WS-ARCH-SUB TO WS-FOUND-ARCHIVE
010190     END-IF.
010200 1680-EXIT.
010210     EXIT.
010220
010230*--------------------------------------------------------------*
010240* 1700-LOG-PROTECTED-SITE - AN OPEN CORRECTION PROTECTS THE    *
010250*                  SITE LIKE ANY OTHER REASON; EVERY PROTECTED *
010260*                  SITE IS LOGGED WITH ITS REASON.             *
010270*--------------------------------------------------------------*
010280 1700-LOG-PROTECTED-SITE.
010290     IF SITE-CORRECTION-OPEN (WS-SITE-SUB)
010300         AND NOT SITE-PROTECTED (WS-SITE-SUB)
010310         MOVE 'Y' TO SITE-PROTECT-SWITCH (WS-SITE-SUB)
010320         MOVE "OPEN CORRECTION ON fixaudit.txt"
010330             TO SITE-PROTECT-REASON (WS-SITE-SUB)
010340     END-IF
010350     IF NOT SITE-PROTECTED (WS-SITE-SUB)
010360         GO TO 1700-EXIT
010370     END-IF
010380     MOVE SPACES TO WS-LOG-LINE
010390     MOVE 1 TO WS-LOG-POINTER
010400     IF SITE-CODE (WS-SITE-SUB) NOT = SPACES
010410         STRING "SITE " DELIMITED BY SIZE
010420             SITE-CODE (WS-SITE-SUB) DELIMITED BY SPACE
010430             INTO WS-LOG-LINE
010440             WITH POINTER WS-LOG-POINTER
010450         END-STRING
010460     ELSE
010470         STRING "SITE FILE " DELIMITED BY SIZE
010480             SITE-FILE-NAME (WS-SITE-SUB) DELIMITED BY SPACE
010490             INTO WS-LOG-LINE
010500             WITH POINTER WS-LOG-POINTER
010510         END-STRING
010520     END-IF
010530     STRING " PROTECTED FROM PURGE - "
010540         SITE-PROTECT-REASON (WS-SITE-SUB)
010550         DELIMITED BY SIZE INTO WS-LOG-LINE
010560         WITH POINTER WS-LOG-POINTER
010570     END-STRING
010580     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
010590     DISPLAY "AOC3R: " WS-LOG-LINE (1:120).
010600 1700-EXIT.
010610     EXIT.
010620
010630*--------------------------------------------------------------*
010640* 2000-PURGE-HISTORY - ONE PASS OVER THE RESULTS-HISTORY       *
010650*                  MASTER. A POSTING OLDER THAN THE HISTORY    *
010660*                  POLICY FOR ITS SITE GOES TO THE WORK        *
010670*                  ARCHIVE, EVERY OTHER POSTING TO THE SIDE    *
010680*                  COPY, AND THE LATEST POSTING OF EVERY SITE  *
010690*                  AND SLOPE IS NOTED FOR THE TRAIL MAPS. THE  *
010700*                  MASTER IS ONLY REWRITTEN WHEN SOMETHING WAS *
010710*                  ARCHIVED AND THE CONTROL COUNTS BALANCE;    *
010720*                  ONLY THEN IS THE WORK ARCHIVE ADDED TO THE  *
010730*                  DATED ARCHIVE. A WORK ARCHIVE LEFT BY AN    *
010740*                  EARLIER RUN IS POSTED FIRST.                *
010750*--------------------------------------------------------------*
010760 2000-PURGE-HISTORY.
010770     MOVE SPACES TO WS-HIST-ARC-NAME
010780     STRING "treehist." WS-RUN-DATE ".arc"
010790         DELIMITED BY SIZE INTO WS-HIST-ARC-NAME
010800     END-STRING
010810     PERFORM 2020-POST-LEFTOVER-HIST THRU 2020-EXIT
010820     OPEN INPUT RESULTS-HISTORY-FILE
010830     IF HIST-NOT-FOUND
010840         MOVE SPACES TO WS-LOG-LINE
010850         MOVE 1 TO WS-LOG-POINTER
010860         STRING "HISTORY MASTER treehist.txt NOT ON HAND - "
010870             "NOTHING TO ARCHIVE"
010880             DELIMITED BY SIZE INTO WS-LOG-LINE
010890             WITH POINTER WS-LOG-POINTER
010900         END-STRING
010910         PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
010920         GO TO 2000-EXIT
010930     END-IF
010940     IF NOT HIST-OK
010950         STRING "BAD OPEN STATUS " HIST-STATUS
010960             " ON RESULTS HISTORY MASTER"
010970             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
010980         END-STRING
010990         GO TO 9000-ABEND
011000     END-IF
011010     OPEN OUTPUT HIST-NEW-FILE
011020     IF NOT HIST-NEW-OK
011030         STRING "BAD OPEN STATUS " HIST-NEW-STATUS
011040             " ON HISTORY SIDE COPY treehist.new"
011050             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
011060         END-STRING
011070         GO TO 9000-ABEND
011080     END-IF
011090     READ RESULTS-HISTORY-FILE
011100     PERFORM 2050-TAKE-ONE-POSTING THRU 2050-EXIT
011110         UNTIL HIST-EOF
011120     CLOSE RESULTS-HISTORY-FILE
011130     CLOSE HIST-NEW-FILE
011140     IF HIST-ARC-OPEN
011150         CLOSE HIST-WORK-ARC-FILE
011160         MOVE 'N' TO WS-HIST-ARC-OPEN-SWITCH
011170     END-IF
011180     IF WS-HIST-READ NOT = WS-HIST-KEPT + WS-HIST-ARCHIVED
011190         STRING "HISTORY CONTROL COUNTS DO NOT BALANCE - "
011200             "MASTER LEFT AS IT WAS"
011210             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
011220         END-STRING
011230         GO TO 9000-ABEND
011240     END-IF
011250     IF WS-HIST-ARCHIVED > 0
011260         PERFORM 2300-INSTALL-HISTORY THRU 2300-EXIT
011270         PERFORM 2450-POST-HIST-ARCHIVE THRU 2450-EXIT
011280     END-IF
011290     ADD WS-HIST-KEPT TO WS-TOTAL-KEPT
011300     ADD WS-HIST-ARCHIVED TO WS-TOTAL-ARCHIVED
011310     MOVE WS-HIST-READ TO WS-COUNT-DISPLAY
011320     MOVE WS-HIST-KEPT TO WS-COUNT-DISPLAY-2
011330     MOVE WS-HIST-ARCHIVED TO WS-COUNT-DISPLAY-3
011340     MOVE SPACES TO WS-LOG-LINE
011350     MOVE 1 TO WS-LOG-POINTER
011360     STRING "HISTORY treehist.txt READ " WS-COUNT-DISPLAY
011370         " KEPT " WS-COUNT-DISPLAY-2
011380         " ARCHIVED " WS-COUNT-DISPLAY-3
011390         DELIMITED BY SIZE INTO WS-LOG-LINE
011400         WITH POINTER WS-LOG-POINTER
011410     END-STRING
011420     IF WS-HIST-ARCHIVED > 0
011430         STRING " TO " DELIMITED BY SIZE
011440             WS-HIST-ARC-NAME DELIMITED BY SPACE
011450             " - ORIGINAL ARCHIVED TO treehist.bak"
011460             DELIMITED BY SIZE INTO WS-LOG-LINE
011470             WITH POINTER WS-LOG-POINTER
011480         END-STRING
011490     END-IF
011500     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
011510     DISPLAY "AOC3R: " WS-LOG-LINE (1:120)
011520     PERFORM 2400-LOG-SITE-ARCHIVED THRU 2400-EXIT
011530         VARYING WS-SITE-SUB FROM 1 BY 1
011540         UNTIL WS-SITE-SUB > WS-SITE-COUNT
011550     IF LATEST-TABLE-FULL
011560         MOVE SPACES TO WS-LOG-LINE
011570         MOVE 1 TO WS-LOG-POINTER
011580         STRING "MORE SITE SLOPES ON HISTORY THAN THE "
011590             "LATEST-POSTING TABLE HOLDS - MAPS OF THE REST KEPT"
011600             DELIMITED BY SIZE INTO WS-LOG-LINE
011610             WITH POINTER WS-LOG-POINTER
011620         END-STRING
011630         PERFORM 7100-LOG-WARNING THRU 7100-EXIT
011640     END-IF.
011650 2000-EXIT.
011660     EXIT.
011670
011680*--------------------------------------------------------------*
011690* 2020-POST-LEFTOVER-HIST - A WORK ARCHIVE STILL HOLDING       *
011700*                  POSTINGS WAS LEFT BY AN EARLIER RUN THAT    *
011710*                  REWROTE THE MASTER BUT DID NOT FINISH       *
011720*                  POSTING THEM. THEY ARE ADDED TO THE DATED   *
011730*                  ARCHIVE NOW, SO THE WORK ARCHIVE IS NEVER   *
011740*                  STARTED AFRESH OVER POSTINGS NOT YET        *
011750*                  ARCHIVED.                                   *
011760*--------------------------------------------------------------*
011770 2020-POST-LEFTOVER-HIST.
011780     OPEN INPUT HIST-WORK-ARC-FILE
011790     IF HIST-ARW-NOT-FOUND
011800         GO TO 2020-EXIT
011810     END-IF
011820     IF NOT HIST-ARW-OK
011830         STRING "BAD OPEN STATUS " HIST-ARW-STATUS
011840             " ON HISTORY WORK ARCHIVE treehist.arw"
011850             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
011860         END-STRING
011870         GO TO 9000-ABEND
011880     END-IF
011890     READ HIST-WORK-ARC-FILE
011900     IF HIST-ARW-EOF
011910         CLOSE HIST-WORK-ARC-FILE
011920         GO TO 2020-EXIT
011930     END-IF
011940     IF NOT HIST-ARW-OK
011950         STRING "BAD READ STATUS " HIST-ARW-STATUS
011960             " ON HISTORY WORK ARCHIVE treehist.arw"
011970             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
011980         END-STRING
011990         GO TO 9000-ABEND
012000     END-IF
012010     CLOSE HIST-WORK-ARC-FILE
012020     MOVE 0 TO WS-ARW-POSTED
012030     PERFORM 2450-POST-HIST-ARCHIVE THRU 2450-EXIT
012040     MOVE WS-ARW-POSTED TO WS-COUNT-DISPLAY
012050     MOVE SPACES TO WS-LOG-LINE
012060     MOVE 1 TO WS-LOG-POINTER
012070     STRING "WORK ARCHIVE treehist.arw LEFT BY AN EARLIER RUN - "
012080         WS-COUNT-DISPLAY " POSTINGS ADDED TO " DELIMITED BY SIZE
012090         WS-HIST-ARC-NAME DELIMITED BY SPACE
012100         INTO WS-LOG-LINE
012110         WITH POINTER WS-LOG-POINTER
012120     END-STRING
012130     PERFORM 7100-LOG-WARNING THRU 7100-EXIT.
012140 2020-EXIT.
012150     EXIT.
012160
012170 2050-TAKE-ONE-POSTING.
012180     IF NOT HIST-OK
012190         STRING "BAD READ STATUS " HIST-STATUS
012200             " ON RESULTS HISTORY MASTER"
012210             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
012220         END-STRING
012230         GO TO 9000-ABEND
012240     END-IF
012250     ADD 1 TO WS-HIST-READ
012260     MOVE HIST-SITE-NAME (1:8) TO WS-FIND-CODE
012270     PERFORM 6250-FIND-OR-ADD-SITE THRU 6250-EXIT
012280     IF HIST-SLOPE-COUNT IS NUMERIC
012290         PERFORM 2100-NOTE-LATEST-SLOPE THRU 2100-EXIT
012300             VARYING HIST-IDX FROM 1 BY 1
012310             UNTIL HIST-IDX > HIST-SLOPE-COUNT OR HIST-IDX > 20
012320     END-IF
012330     MOVE 'N' TO WS-ARCHIVE-SWITCH
012340     IF NOT SITE-PROTECTED (WS-FOUND-SITE)
012350         MOVE "HISTORY" TO WS-POL-TYPE
012360         MOVE WS-FIND-CODE TO WS-POL-SITE
012370         PERFORM 6000-FIND-KEEP-DAYS THRU 6000-EXIT
012380         IF POLICY-FOUND
012390             MOVE HIST-RUN-DATE TO WS-DN-DATE
012400             PERFORM 6100-TEST-EXPIRED THRU 6100-EXIT
012410             IF DATE-EXPIRED
012420                 MOVE 'Y' TO WS-ARCHIVE-SWITCH
012430             END-IF
012440         END-IF
012450     END-IF
012460     IF ARCHIVE-THIS-RECORD
012470         PERFORM 2200-WRITE-ARCHIVED-POSTING THRU 2200-EXIT
012480         ADD 1 TO SITE-HIST-ARCHIVED (WS-FOUND-SITE)
012490         GO TO 2050-NEXT
012500     END-IF
012510     MOVE RESULTS-HISTORY-RECORD TO HIST-NEW-RECORD
012520     WRITE HIST-NEW-RECORD
012530     IF NOT HIST-NEW-OK
012540         STRING "BAD WRITE STATUS " HIST-NEW-STATUS
012550             " ON HISTORY SIDE COPY treehist.new"
012560             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
012570         END-STRING
012580         GO TO 9000-ABEND
012590     END-IF
012600     ADD 1 TO WS-HIST-KEPT.
012610 2050-NEXT.
012620     READ RESULTS-HISTORY-FILE.
012630 2050-EXIT.
012640     EXIT.
012650
012660*--------------------------------------------------------------*
012670* 2100-NOTE-LATEST-SLOPE - KEEP THE LATEST RUN DATE OF THE     *
012680*                  SITE AND SLOPE AT HIST-IDX.                 *
012690*--------------------------------------------------------------*
012700 2100-NOTE-LATEST-SLOPE.
012710     MOVE 0 TO WS-FOUND-LATEST
012720     PERFORM 2150-CHECK-ONE-LATEST THRU 2150-EXIT
012730         VARYING WS-LATEST-SUB FROM 1 BY 1
012740         UNTIL WS-LATEST-SUB > WS-LATEST-COUNT
012750             OR WS-FOUND-LATEST > 0
012760     IF WS-FOUND-LATEST = 0
012770         IF WS-LATEST-COUNT NOT < WS-MAX-LATEST
012780             MOVE 'Y' TO WS-LATEST-FULL-SWITCH
012790             GO TO 2100-EXIT
012800         END-IF
012810         ADD 1 TO WS-LATEST-COUNT
012820         MOVE WS-LATEST-COUNT TO WS-FOUND-LATEST
012830         MOVE WS-FIND-CODE TO LP-SITE-CODE (WS-FOUND-LATEST)
012840         MOVE HIST-SLOPE-RIGHT (HIST-IDX)
012850             TO LP-RIGHT (WS-FOUND-LATEST)
012860         MOVE HIST-SLOPE-DOWN (HIST-IDX)
012870             TO LP-DOWN (WS-FOUND-LATEST)
012880         MOVE 0 TO LP-DATE (WS-FOUND-LATEST)
012890     END-IF
012900     IF HIST-RUN-DATE > LP-DATE (WS-FOUND-LATEST)
012910         MOVE HIST-RUN-DATE TO LP-DATE (WS-FOUND-LATEST)
012920     END-IF.
012930 2100-EXIT.
012940     EXIT.
012950
012960 2150-CHECK-ONE-LATEST.
012970     IF LP-SITE-CODE (WS-LATEST-SUB) = WS-FIND-CODE
012980         AND LP-RIGHT (WS-LATEST-SUB)
012990             = HIST-SLOPE-RIGHT (HIST-IDX)
013000         AND LP-DOWN (WS-LATEST-SUB)
013010             = HIST-SLOPE-DOWN (HIST-IDX)
013020         MOVE WS-LATEST-SUB TO WS-FOUND-LATEST
013030     END-IF.
013040 2150-EXIT.
013050     EXIT.
013060
013070*--------------------------------------------------------------*
013080* 2200-WRITE-ARCHIVED-POSTING - THE WORK ARCHIVE IS STARTED    *
013090*                  AFRESH ON THE FIRST POSTING ARCHIVED, AND   *
013100*                  STAYS PENDING UNTIL THE MASTER IS TRUNCATED.*
013110*--------------------------------------------------------------*
013120 2200-WRITE-ARCHIVED-POSTING.
013130     IF NOT HIST-ARC-OPEN
013140         OPEN OUTPUT HIST-WORK-ARC-FILE
013150         IF NOT HIST-ARW-OK
013160             STRING "BAD OPEN STATUS " HIST-ARW-STATUS
013170                 " ON HISTORY WORK ARCHIVE treehist.arw"
013180                 DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013190             END-STRING
013200             GO TO 9000-ABEND
013210         END-IF
013220         MOVE 'Y' TO WS-HIST-ARC-OPEN-SWITCH
013230         MOVE 'W' TO WS-HIST-ARW-STATE
013240     END-IF
013250     MOVE RESULTS-HISTORY-RECORD TO HIST-WORK-ARC-RECORD
013260     WRITE HIST-WORK-ARC-RECORD
013270     IF NOT HIST-ARW-OK
013280         STRING "BAD WRITE STATUS " HIST-ARW-STATUS
013290             " ON HISTORY WORK ARCHIVE treehist.arw"
013300             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013310         END-STRING
013320         GO TO 9000-ABEND
013330     END-IF
013340     ADD 1 TO WS-HIST-ARCHIVED.
013350 2200-EXIT.
013360     EXIT.
013370
013380*--------------------------------------------------------------*
013390* 2300-INSTALL-HISTORY - THE MASTER IS NEVER TRUNCATED UNTIL   *
013400*                  TWO RECOVERY COPIES EXIST: THE SIDE COPY    *
013410*                  OF THE KEPT POSTINGS (treehist.new) AND THE *
013420*                  ARCHIVE OF THE ORIGINAL (treehist.bak), THE *
013430*                  SAME DISCIPLINE AS THE HISTORY              *
013440*                  REORGANIZATION IN THE SURVEY RUN.           *
013450*--------------------------------------------------------------*
013460 2300-INSTALL-HISTORY.
013470     OPEN INPUT RESULTS-HISTORY-FILE
013480     IF NOT HIST-OK
013490         STRING "BAD OPEN STATUS " HIST-STATUS
013500             " ARCHIVING RESULTS HISTORY MASTER"
013510             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013520         END-STRING
013530         GO TO 9000-ABEND
013540     END-IF
013550     OPEN OUTPUT HIST-BACKUP-FILE
013560     IF NOT HIST-BAK-OK
013570         STRING "BAD OPEN STATUS " HIST-BAK-STATUS
013580             " ON HISTORY ARCHIVE treehist.bak"
013590             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013600         END-STRING
013610         GO TO 9000-ABEND
013620     END-IF
013630     READ RESULTS-HISTORY-FILE
013640     PERFORM 2350-COPY-ONE-BACKUP THRU 2350-EXIT
013650         UNTIL HIST-EOF
013660     CLOSE RESULTS-HISTORY-FILE
013670     CLOSE HIST-BACKUP-FILE
013680     OPEN INPUT HIST-NEW-FILE
013690     IF NOT HIST-NEW-OK
013700         STRING "BAD OPEN STATUS " HIST-NEW-STATUS
013710             " ON HISTORY SIDE COPY treehist.new"
013720             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013730         END-STRING
013740         GO TO 9000-ABEND
013750     END-IF
013760     OPEN OUTPUT RESULTS-HISTORY-FILE
013770     IF NOT HIST-OK
013780         STRING "BAD OPEN STATUS " HIST-STATUS
013790             " REWRITING RESULTS HISTORY MASTER"
013800             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013810         END-STRING
013820         GO TO 9000-ABEND
013830     END-IF
013840     MOVE 'N' TO WS-HIST-ARW-STATE
013850     READ HIST-NEW-FILE
013860     PERFORM 2370-COPY-ONE-KEPT THRU 2370-EXIT
013870         UNTIL HIST-NEW-EOF
013880     CLOSE HIST-NEW-FILE
013890     CLOSE RESULTS-HISTORY-FILE.
013900 2300-EXIT.
013910     EXIT.
013920
013930 2350-COPY-ONE-BACKUP.
013940     IF NOT HIST-OK
013950         STRING "BAD READ STATUS " HIST-STATUS
013960             " ARCHIVING RESULTS HISTORY MASTER"
013970             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013980         END-STRING
013990         GO TO 9000-ABEND
014000     END-IF
014010     MOVE RESULTS-HISTORY-RECORD TO HIST-BACKUP-RECORD
014020     WRITE HIST-BACKUP-RECORD
014030     IF NOT HIST-BAK-OK
014040         STRING "BAD WRITE STATUS " HIST-BAK-STATUS
014050             " ON HISTORY ARCHIVE treehist.bak"
014060             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014070         END-STRING
014080         GO TO 9000-ABEND
014090     END-IF
014100     READ RESULTS-HISTORY-FILE.
014110 2350-EXIT.
014120     EXIT.
014130
014140 2370-COPY-ONE-KEPT.
014150     IF NOT HIST-NEW-OK
014160         STRING "BAD READ STATUS " HIST-NEW-STATUS
014170             " ON HISTORY SIDE COPY treehist.new"
014180             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014190         END-STRING
014200         GO TO 9000-ABEND
014210     END-IF
014220     MOVE HIST-NEW-RECORD TO RESULTS-HISTORY-RECORD
014230     WRITE RESULTS-HISTORY-RECORD
014240     IF NOT HIST-OK
014250         STRING "BAD WRITE STATUS " HIST-STATUS
014260             " REWRITING RESULTS HISTORY MASTER - RESTORE FROM "
014270             "treehist.new"
014280             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014290         END-STRING
014300         GO TO 9000-ABEND
014310     END-IF
014320     READ HIST-NEW-FILE.
014330 2370-EXIT.
014340     EXIT.
014350
014360*--------------------------------------------------------------*
014370* 2400-LOG-SITE-ARCHIVED - ONE LOG LINE PER SITE THAT HAD      *
014380*                  POSTINGS ARCHIVED.                          *
014390*--------------------------------------------------------------*
014400 2400-LOG-SITE-ARCHIVED.
014410     IF SITE-HIST-ARCHIVED (WS-SITE-SUB) = 0
014420         GO TO 2400-EXIT
014430     END-IF
014440     MOVE SITE-HIST-ARCHIVED (WS-SITE-SUB) TO WS-COUNT-DISPLAY
014450     MOVE SPACES TO WS-LOG-LINE
014460     MOVE 1 TO WS-LOG-POINTER
014470     STRING "HISTORY SITE " DELIMITED BY SIZE
014480         SITE-CODE (WS-SITE-SUB) DELIMITED BY SPACE
014490         " POSTINGS ARCHIVED " WS-COUNT-DISPLAY
014500         DELIMITED BY SIZE INTO WS-LOG-LINE
014510         WITH POINTER WS-LOG-POINTER
014520     END-STRING
014530     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT.
014540 2400-EXIT.
014550     EXIT.
014560
014570*--------------------------------------------------------------*
014580* 2450-POST-HIST-ARCHIVE - ADD THE WORK ARCHIVE TO THE DATED   *
014590*                  ARCHIVE, EXTENDING IT IF AN EARLIER RUN THE *
014600*                  SAME DAY STARTED IT. THE MASTER IS ALREADY  *
014610*                  REWRITTEN, SO A FAILURE HERE LEAVES THE     *
014620*                  POSTINGS ON treehist.arw FOR THE NEXT RUN   *
014630*                  TO ADD. WS-ARW-POSTED COUNTS THEM.          *
014640*--------------------------------------------------------------*
014650 2450-POST-HIST-ARCHIVE.
014660     OPEN INPUT HIST-WORK-ARC-FILE
014670     IF NOT HIST-ARW-OK
014680         STRING "BAD OPEN STATUS " HIST-ARW-STATUS
014690             " ON HISTORY WORK ARCHIVE treehist.arw"
014700             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014710         END-STRING
014720         GO TO 9000-ABEND
014730     END-IF
014740     OPEN EXTEND HIST-ARCHIVE-FILE
014750     IF HIST-ARC-NOT-FOUND
014760         OPEN OUTPUT HIST-ARCHIVE-FILE
014770     END-IF
014780     IF NOT HIST-ARC-OK
014790         STRING "BAD OPEN STATUS " HIST-ARC-STATUS
014800             " ON HISTORY ARCHIVE " WS-HIST-ARC-NAME
014810             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014820         END-STRING
014830         GO TO 9000-ABEND
014840     END-IF
014850     READ HIST-WORK-ARC-FILE
014860     PERFORM 2470-COPY-ONE-ARCHIVED THRU 2470-EXIT
014870         UNTIL HIST-ARW-EOF
014880     CLOSE HIST-WORK-ARC-FILE
014890     CLOSE HIST-ARCHIVE-FILE
014900     OPEN OUTPUT HIST-WORK-ARC-FILE
014910     CLOSE HIST-WORK-ARC-FILE.
014920 2450-EXIT.
014930     EXIT.
014940
014950 2470-COPY-ONE-ARCHIVED.
014960     IF NOT HIST-ARW-OK
014970         STRING "BAD READ STATUS " HIST-ARW-STATUS
014980             " ON HISTORY WORK ARCHIVE treehist.arw"
014990             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
015000         END-STRING
015010         GO TO 9000-ABEND
015020     END-IF
015030     MOVE HIST-WORK-ARC-RECORD TO HIST-ARCHIVE-RECORD
015040     WRITE HIST-ARCHIVE-RECORD
015050     IF NOT HIST-ARC-OK
015060         STRING "BAD WRITE STATUS " HIST-ARC-STATUS
015070             " ON HISTORY ARCHIVE " WS-HIST-ARC-NAME
015080             " - treehist.arw KEPT FOR THE NEXT RUN"
015090             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
015100         END-STRING
015110         GO TO 9000-ABEND
015120     END-IF
015130     ADD 1 TO WS-ARW-POSTED
015140     READ HIST-WORK-ARC-FILE.
015150 2470-EXIT.
015160     EXIT.
015170
015180*--------------------------------------------------------------*
015190* 3000-PURGE-TRAIL-MAPS - A TRAIL MAP IS NAMED FROM THE SITE'S *
015200*                  EXTRACT AND THE SLOPE'S RIGHT/DOWN, AS THE  *
015210*                  SURVEY RUN NAMES IT. A MAP IS KEPT NO       *
015220*                  LONGER THAN THE HISTORY POLICY FOR ITS      *
015230*                  SITE, SO IT NEVER OUTLIVES THE LAST POSTING *
015240*                  OF ITS SLOPE THAT ITS NAME IS BUILT FROM.   *
015250*--------------------------------------------------------------*
015260 3000-PURGE-TRAIL-MAPS.
015270     MOVE 0 TO WS-FILES-KEPT
015280     MOVE 0 TO WS-FILES-DELETED
015290     MOVE 0 TO WS-FILES-FAILED
015300     MOVE "TRAILMAP" TO WS-FILE-TYPE-TEXT
015310     PERFORM 3050-CHECK-ONE-MAP THRU 3050-EXIT
015320         VARYING WS-LATEST-SUB FROM 1 BY 1
015330         UNTIL WS-LATEST-SUB > WS-LATEST-COUNT
015340     PERFORM 7200-LOG-FILE-COUNTS THRU 7200-EXIT.
015350 3000-EXIT.
015360     EXIT.
015370
015380 3050-CHECK-ONE-MAP.
015390     MOVE LP-SITE-CODE (WS-LATEST-SUB) TO WS-FIND-CODE
015400     PERFORM 6200-FIND-SITE-CODE THRU 6200-EXIT
015410     IF WS-FOUND-SITE = 0
015420         GO TO 3050-EXIT
015430     END-IF
015440     IF SITE-FILE-NAME (WS-FOUND-SITE) = SPACES
015450         GO TO 3050-EXIT
015460     END-IF
015470     MOVE SPACES TO WS-PROBE-NAME
015480     MOVE 1 TO WS-NAME-POINTER
015490     STRING SITE-FILE-NAME (WS-FOUND-SITE) DELIMITED BY SPACE
015500         ".R" LP-RIGHT (WS-LATEST-SUB)
015510         "D" LP-DOWN (WS-LATEST-SUB) ".MAP"
015520         DELIMITED BY SIZE
015530         INTO WS-PROBE-NAME
015540         WITH POINTER WS-NAME-POINTER
015550     END-STRING
015560     MOVE 'N' TO WS-PURGE-SWITCH
015570     IF SITE-PROTECTED (WS-FOUND-SITE)
015580         GO TO 3050-SETTLE
015590     END-IF
015600     MOVE "TRAILMAP" TO WS-POL-TYPE
015610     MOVE WS-FIND-CODE TO WS-POL-SITE
015620     PERFORM 6000-FIND-KEEP-DAYS THRU 6000-EXIT
015630     IF NOT POLICY-FOUND
015640         GO TO 3050-SETTLE
015650     END-IF
015660     MOVE WS-KEEP-DAYS TO WS-MAP-DAYS
015670     MOVE "HISTORY" TO WS-POL-TYPE
015680     PERFORM 6000-FIND-KEEP-DAYS THRU 6000-EXIT
015690     IF POLICY-FOUND AND WS-KEEP-DAYS < WS-MAP-DAYS
015700         MOVE WS-KEEP-DAYS TO WS-MAP-DAYS
015710     END-IF
015720     MOVE WS-MAP-DAYS TO WS-KEEP-DAYS
015730     MOVE LP-DATE (WS-LATEST-SUB) TO WS-DN-DATE
015740     PERFORM 6100-TEST-EXPIRED THRU 6100-EXIT
015750     IF DATE-EXPIRED
015760         MOVE 'Y' TO WS-PURGE-SWITCH
015770     END-IF.
015780 3050-SETTLE.
015790     MOVE LP-DATE (WS-LATEST-SUB) TO WS-LAST-DATE
015800     PERFORM 6400-SETTLE-FILE THRU 6400-EXIT.
015810 3050-EXIT.
015820     EXIT.
015830
015840*--------------------------------------------------------------*
015850* 4000-PURGE-PROM-ARCHIVES - A DATED LIVE-EXTRACT ARCHIVE IS   *
015860*                  EXPIRED WHEN ITS PROMOTION RUN IS OLDER     *
015870*                  THAN THE PROMBAK POLICY FOR ITS SITE.       *
015880*--------------------------------------------------------------*
015890 4000-PURGE-PROM-ARCHIVES.
015900     MOVE 0 TO WS-FILES-KEPT
015910     MOVE 0 TO WS-FILES-DELETED
015920     MOVE 0 TO WS-FILES-FAILED
015930     MOVE "PROMBAK" TO WS-FILE-TYPE-TEXT
015940     PERFORM 4050-CHECK-ONE-ARCHIVE THRU 4050-EXIT
015950         VARYING WS-ARCH-SUB FROM 1 BY 1
015960         UNTIL WS-ARCH-SUB > WS-ARCHIVE-COUNT
015970     PERFORM 7200-LOG-FILE-COUNTS THRU 7200-EXIT
015980     IF ARCHIVE-TABLE-FULL
015990         MOVE SPACES TO WS-LOG-LINE
016000         MOVE 1 TO WS-LOG-POINTER
016010         STRING "MORE PROMOTION ARCHIVES ON fixaudit.txt THAN "
016020             "THE TABLE HOLDS - THE REST KEPT"
016030             DELIMITED BY SIZE INTO WS-LOG-LINE
016040             WITH POINTER WS-LOG-POINTER
016050         END-STRING
016060         PERFORM 7100-LOG-WARNING THRU 7100-EXIT
016070     END-IF.
016080 4000-EXIT.
016090     EXIT.
016100
016110 4050-CHECK-ONE-ARCHIVE.
016120     MOVE PA-NAME (WS-ARCH-SUB) TO WS-PROBE-NAME
016130     MOVE 'N' TO WS-PURGE-SWITCH
016140     MOVE PA-SITE-CODE (WS-ARCH-SUB) TO WS-FIND-CODE
016150     PERFORM 6200-FIND-SITE-CODE THRU 6200-EXIT
016160     IF WS-FOUND-SITE > 0
016170         IF SITE-PROTECTED (WS-FOUND-SITE)
016180             GO TO 4050-SETTLE
016190         END-IF
016200     END-IF
016210     MOVE "PROMBAK" TO WS-POL-TYPE
016220     MOVE WS-FIND-CODE TO WS-POL-SITE
016230     PERFORM 6000-FIND-KEEP-DAYS THRU 6000-EXIT
016240     IF NOT POLICY-FOUND
016250         GO TO 4050-SETTLE
016260     END-IF
016270     MOVE PA-DATE (WS-ARCH-SUB) TO WS-DN-DATE
016280     PERFORM 6100-TEST-EXPIRED THRU 6100-EXIT
016290     IF DATE-EXPIRED
016300         MOVE 'Y' TO WS-PURGE-SWITCH
016310     END-IF.
016320 4050-SETTLE.
016330     MOVE PA-DATE (WS-ARCH-SUB) TO WS-LAST-DATE
016340     PERFORM 6400-SETTLE-FILE THRU 6400-EXIT.
016350 4050-EXIT.
016360     EXIT.
016370
016380*--------------------------------------------------------------*
016390* 5000-PURGE-AUDIT-TRAIL - ONE PASS OVER THE TRAIL NAMED BY    *
016400*                  WS-TRAIL-BASE, ONE RUN BLOCK AT A TIME.     *
016410*                  EXPIRED BLOCKS GO TO THE WORK ARCHIVE,      *
016420*                  EVERYTHING ELSE TO THE SIDE COPY; THE TRAIL *
016430*                  IS REWRITTEN AND ITS WORK ARCHIVE ADDED TO  *
016440*                  THE DATED ARCHIVE AS THE HISTORY MASTER'S   *
016450*                  ARE, AFTER ANY WORK ARCHIVE LEFT BY AN      *
016460*                  EARLIER RUN.                                *
016470*--------------------------------------------------------------*
016480 5000-PURGE-AUDIT-TRAIL.
016490     MOVE 0 TO WS-TRAIL-READ
016500     MOVE 0 TO WS-TRAIL-KEPT
016510     MOVE 0 TO WS-TRAIL-ARCHIVED
016520     MOVE 0 TO WS-BLOCKS-ARCHIVED
016530     MOVE 0 TO WS-BLOCK-LINES
016540     MOVE 'N' TO WS-IN-BLOCK-SWITCH
016550     MOVE 'N' TO WS-SPILL-SWITCH
016560     MOVE 'N' TO WS-LAST-BLOCK-SWITCH
016570     MOVE SPACES TO WS-TRAIL-NAME
016580     MOVE SPACES TO WS-TRAIL-NEW-NAME
016590     MOVE SPACES TO WS-TRAIL-BAK-NAME
016600     MOVE SPACES TO WS-TRAIL-ARC-NAME
016610     MOVE SPACES TO WS-TRAIL-ARW-NAME
016620     STRING WS-TRAIL-BASE DELIMITED BY SPACE
016630         ".txt" DELIMITED BY SIZE INTO WS-TRAIL-NAME
016640     END-STRING
016650     STRING WS-TRAIL-BASE DELIMITED BY SPACE
016660         ".new" DELIMITED BY SIZE INTO WS-TRAIL-NEW-NAME
016670     END-STRING
016680     STRING WS-TRAIL-BASE DELIMITED BY SPACE
016690         ".bak" DELIMITED BY SIZE INTO WS-TRAIL-BAK-NAME
016700     END-STRING
016710     STRING WS-TRAIL-BASE DELIMITED BY SPACE
016720         "." WS-RUN-DATE ".arc" DELIMITED BY SIZE
016730         INTO WS-TRAIL-ARC-NAME
016740     END-STRING
016750     STRING WS-TRAIL-BASE DELIMITED BY SPACE
016760         ".arw" DELIMITED BY SIZE INTO WS-TRAIL-ARW-NAME
016770     END-STRING
016780     PERFORM 5020-POST-LEFTOVER-TRAIL THRU 5020-EXIT
016790     OPEN INPUT TRAIL-FILE
016800     IF TRAIL-NOT-FOUND
016810         MOVE SPACES TO WS-LOG-LINE
016820         MOVE 1 TO WS-LOG-POINTER
016830         STRING WS-TRAIL-TYPE " " DELIMITED BY SIZE
016840             WS-TRAIL-NAME DELIMITED BY SPACE
016850             " NOT ON HAND - NOTHING TO ARCHIVE"
016860             DELIMITED BY SIZE INTO WS-LOG-LINE
016870             WITH POINTER WS-LOG-POINTER
016880         END-STRING
016890         PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
016900         GO TO 5000-EXIT
016910     END-IF
016920     IF NOT TRAIL-OK
016930         STRING "BAD OPEN STATUS " TRAIL-STATUS
016940             " ON " WS-TRAIL-NAME
016950             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
016960         END-STRING
016970         GO TO 9000-ABEND
016980     END-IF
016990     OPEN OUTPUT TRAIL-NEW-FILE
017000     IF NOT TRAIL-NEW-OK
017010         STRING "BAD OPEN STATUS " TRAIL-NEW-STATUS
017020             " ON SIDE COPY " WS-TRAIL-NEW-NAME
017030             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
017040         END-STRING
017050         GO TO 9000-ABEND
017060     END-IF
017070     READ TRAIL-FILE
017080     PERFORM 5050-TAKE-TRAIL-LINE THRU 5050-EXIT
017090         UNTIL TRAIL-EOF
017100     MOVE 'Y' TO WS-LAST-BLOCK-SWITCH
017110     PERFORM 5200-SETTLE-BLOCK THRU 5200-EXIT
017120     CLOSE TRAIL-FILE
017130     CLOSE TRAIL-NEW-FILE
017140     IF TRAIL-ARC-OPEN
017150         CLOSE TRAIL-WORK-ARC-FILE
017160         MOVE 'N' TO WS-TRAIL-ARC-OPEN-SWITCH
017170     END-IF
017180     IF WS-TRAIL-READ NOT = WS-TRAIL-KEPT + WS-TRAIL-ARCHIVED
017190         STRING WS-TRAIL-TYPE " CONTROL COUNTS DO NOT BALANCE"
017200             " - TRAIL LEFT AS IT WAS"
017210             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
017220         END-STRING
017230         GO TO 9000-ABEND
017240     END-IF
017250     IF WS-TRAIL-ARCHIVED > 0
017260         PERFORM 5400-INSTALL-TRAIL THRU 5400-EXIT
017270         PERFORM 5500-POST-TRAIL-ARCHIVE THRU 5500-EXIT
017280     END-IF
017290     ADD WS-TRAIL-KEPT TO WS-TOTAL-KEPT
017300     ADD WS-TRAIL-ARCHIVED TO WS-TOTAL-ARCHIVED
017310     MOVE WS-TRAIL-READ TO WS-COUNT-DISPLAY
017320     MOVE WS-TRAIL-KEPT TO WS-COUNT-DISPLAY-2
017330     MOVE WS-TRAIL-ARCHIVED TO WS-COUNT-DISPLAY-3
017340     MOVE SPACES TO WS-LOG-LINE
017350     MOVE 1 TO WS-LOG-POINTER
017360     STRING WS-TRAIL-TYPE " " DELIMITED BY SIZE
017370         WS-TRAIL-NAME DELIMITED BY SPACE
017380         " READ " WS-COUNT-DISPLAY
017390         " KEPT " WS-COUNT-DISPLAY-2
017400         " ARCHIVED " WS-COUNT-DISPLAY-3
017410         DELIMITED BY SIZE INTO WS-LOG-LINE
017420         WITH POINTER WS-LOG-POINTER
017430     END-STRING
017440     IF WS-TRAIL-ARCHIVED > 0
017450         MOVE WS-BLOCKS-ARCHIVED TO WS-COUNT-DISPLAY
017460         STRING " (" WS-COUNT-DISPLAY " RUNS) TO "
017470             DELIMITED BY SIZE
017480             WS-TRAIL-ARC-NAME DELIMITED BY SPACE
017490             " - ORIGINAL ARCHIVED TO " DELIMITED BY SIZE
017500             WS-TRAIL-BAK-NAME DELIMITED BY SPACE
017510             INTO WS-LOG-LINE
017520             WITH POINTER WS-LOG-POINTER
017530         END-STRING
017540     END-IF
017550     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
017560     DISPLAY "AOC3R: " WS-LOG-LINE (1:120).
017570 5000-EXIT.
017580     EXIT.
017590
017600*--------------------------------------------------------------*
017610* 5020-POST-LEFTOVER-TRAIL - THE TRAIL'S WORK ARCHIVE, WHEN AN *
017620*                  EARLIER RUN LEFT LINES ON IT, IS ADDED TO   *
017630*                  THE DATED ARCHIVE FIRST, AS 2020 DOES FOR   *
017640*                  THE HISTORY MASTER.                         *
017650*--------------------------------------------------------------*
017660 5020-POST-LEFTOVER-TRAIL.
017670     OPEN INPUT TRAIL-WORK-ARC-FILE
017680     IF TRAIL-ARW-NOT-FOUND
017690         GO TO 5020-EXIT
017700     END-IF
017710     IF NOT TRAIL-ARW-OK
017720         STRING "BAD OPEN STATUS " TRAIL-ARW-STATUS
017730             " ON WORK ARCHIVE " WS-TRAIL-ARW-NAME
017740             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
017750         END-STRING
017760         GO TO 9000-ABEND
017770     END-IF
017780     READ TRAIL-WORK-ARC-FILE
017790     IF TRAIL-ARW-EOF
017800         CLOSE TRAIL-WORK-ARC-FILE
017810         GO TO 5020-EXIT
017820     END-IF
017830     IF NOT TRAIL-ARW-OK
017840         STRING "BAD READ STATUS " TRAIL-ARW-STATUS
017850             " ON WORK ARCHIVE " WS-TRAIL-ARW-NAME
017860             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
017870         END-STRING
017880         GO TO 9000-ABEND
017890     END-IF
017900     CLOSE TRAIL-WORK-ARC-FILE
017910     MOVE 0 TO WS-ARW-POSTED
017920     PERFORM 5500-POST-TRAIL-ARCHIVE THRU 5500-EXIT
017930     MOVE WS-ARW-POSTED TO WS-COUNT-DISPLAY
017940     MOVE SPACES TO WS-LOG-LINE
017950     MOVE 1 TO WS-LOG-POINTER
017960     STRING "WORK ARCHIVE " DELIMITED BY SIZE
017970         WS-TRAIL-ARW-NAME DELIMITED BY SPACE
017980         " LEFT BY AN EARLIER RUN - " WS-COUNT-DISPLAY
017990         " LINES ADDED TO " DELIMITED BY SIZE
018000         WS-TRAIL-ARC-NAME DELIMITED BY SPACE
018010         INTO WS-LOG-LINE
018020         WITH POINTER WS-LOG-POINTER
018030     END-STRING
018040     PERFORM 7100-LOG-WARNING THRU 7100-EXIT.
018050 5020-EXIT.
018060     EXIT.
018070
018080*--------------------------------------------------------------*
018090* 5050-TAKE-TRAIL-LINE - A RUN START LINE SETTLES THE BLOCK    *
018100*                  BEFORE IT AND OPENS A NEW ONE. A BLOCK TOO  *
018110*                  LONG FOR THE BUFFER IS KEPT: WHAT IS HELD   *
018120*                  GOES TO THE SIDE COPY AND THE REST FOLLOWS  *
018130*                  IT STRAIGHT THROUGH.                        *
018140*--------------------------------------------------------------*
018150 5050-TAKE-TRAIL-LINE.
018160     IF NOT TRAIL-OK
018170         STRING "BAD READ STATUS " TRAIL-STATUS
018180             " ON " WS-TRAIL-NAME
018190             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
018200         END-STRING
018210         GO TO 9000-ABEND
018220     END-IF
018230     ADD 1 TO WS-TRAIL-READ
018240     PERFORM 5100-TEST-BLOCK-START THRU 5100-EXIT
018250     IF BLOCK-START-LINE
018260         PERFORM 5200-SETTLE-BLOCK THRU 5200-EXIT
018270         MOVE 'Y' TO WS-IN-BLOCK-SWITCH
018280         MOVE 'N' TO WS-SPILL-SWITCH
018290         MOVE WS-NEW-BLOCK-DATE TO WS-BLOCK-DATE
018300     END-IF
018310     IF NOT IN-BLOCK OR BLOCK-SPILLED
018320         MOVE TRAIL-RECORD TO WS-TRAIL-LINE
018330         PERFORM 5300-WRITE-KEPT-LINE THRU 5300-EXIT
018340         GO TO 5050-NEXT
018350     END-IF
018360     IF WS-BLOCK-LINES NOT < WS-MAX-BLOCK-LINES
018370         MOVE 'N' TO WS-BLOCK-ARCHIVE-SWITCH
018380         PERFORM 5350-WRITE-BLOCK-LINE THRU 5350-EXIT
018390             VARYING WS-LINE-SUB FROM 1 BY 1
018400             UNTIL WS-LINE-SUB > WS-BLOCK-LINES
018410         MOVE 0 TO WS-BLOCK-LINES
018420         MOVE 'Y' TO WS-SPILL-SWITCH
018430         MOVE TRAIL-RECORD TO WS-TRAIL-LINE
018440         PERFORM 5300-WRITE-KEPT-LINE THRU 5300-EXIT
018450         MOVE SPACES TO WS-LOG-LINE
018460         MOVE 1 TO WS-LOG-POINTER
018470         STRING WS-TRAIL-TYPE " RUN OF " WS-BLOCK-DATE
018480             " TOO LONG TO HOLD - KEPT"
018490             DELIMITED BY SIZE INTO WS-LOG-LINE
018500             WITH POINTER WS-LOG-POINTER
018510         END-STRING
018520         PERFORM 7100-LOG-WARNING THRU 7100-EXIT
018530         GO TO 5050-NEXT
018540     END-IF
018550     ADD 1 TO WS-BLOCK-LINES
018560     MOVE TRAIL-RECORD TO BLOCK-LINE (WS-BLOCK-LINES).
018570 5050-NEXT.
018580     READ TRAIL-FILE.
018590 5050-EXIT.
018600     EXIT.
018610
018620*--------------------------------------------------------------*
018630* 5100-TEST-BLOCK-START - THE SURVEY RUN OPENS EACH RUN ON THE *
018640*                  RUN AUDIT TRAIL WITH "RUN START"; THE FIX   *
018650*                  AND PROMOTION PROGRAMS OPEN THEIRS ON THE   *
018660*                  FIX AUDIT TRAIL WITH "FIX RUN START" AND    *
018670*                  "PROMOTION RUN START". A START LINE WITH NO *
018680*                  GOOD DATE DATES ITS BLOCK ZERO, WHICH IS    *
018690*                  NEVER EXPIRED.                              *
018700*--------------------------------------------------------------*
018710 5100-TEST-BLOCK-START.
018720     MOVE 'N' TO WS-BLOCK-START-SWITCH
018730     MOVE 0 TO WS-NEW-BLOCK-DATE
018740     IF WS-TRAIL-TYPE = "RUNAUDIT"
018750         AND TRAIL-RECORD (1:10) = "RUN START "
018760         MOVE 'Y' TO WS-BLOCK-START-SWITCH
018770         IF TRAIL-RECORD (11:8) IS NUMERIC
018780             MOVE TRAIL-RECORD (11:8) TO WS-NEW-BLOCK-DATE
018790         END-IF
018800     END-IF
018810     IF WS-TRAIL-TYPE = "FIXAUDIT"
018820         AND TRAIL-RECORD (1:14) = "FIX RUN START "
018830         MOVE 'Y' TO WS-BLOCK-START-SWITCH
018840         IF TRAIL-RECORD (15:8) IS NUMERIC
018850             MOVE TRAIL-RECORD (15:8) TO WS-NEW-BLOCK-DATE
018860         END-IF
018870     END-IF
018880     IF WS-TRAIL-TYPE = "FIXAUDIT"
018890         AND TRAIL-RECORD (1:20) = "PROMOTION RUN START "
018900         MOVE 'Y' TO WS-BLOCK-START-SWITCH
018910         IF TRAIL-RECORD (21:8) IS NUMERIC
018920             MOVE TRAIL-RECORD (21:8) TO WS-NEW-BLOCK-DATE
018930         END-IF
018940     END-IF.
018950 5100-EXIT.
018960     EXIT.
018970
018980*--------------------------------------------------------------*
018990* 5200-SETTLE-BLOCK - DECIDE THE BLOCK IN THE BUFFER AND WRITE *
019000*                  IT WHOLE TO THE ARCHIVE OR THE SIDE COPY.   *
019010*                  WITH NO DEFAULT POLICY FOR THE TRAIL THE    *
019020*                  BLOCK IS KEPT; OTHERWISE ITS KEEP PERIOD IS *
019030*                  THE LONGEST OF THE DEFAULT AND THE POLICY   *
019040*                  OF EVERY SITE IT NAMES.                     *
019050*--------------------------------------------------------------*
019060 5200-SETTLE-BLOCK.
019070     IF WS-BLOCK-LINES = 0
019080         GO TO 5200-EXIT
019090     END-IF
019100     MOVE 'N' TO WS-BLOCK-ARCHIVE-SWITCH
019110     IF LAST-BLOCK
019120         GO TO 5200-WRITE
019130     END-IF
019140     MOVE WS-TRAIL-TYPE TO WS-POL-TYPE
019150     MOVE SPACES TO WS-POL-SITE
019160     PERFORM 6000-FIND-KEEP-DAYS THRU 6000-EXIT
019170     IF NOT POLICY-FOUND
019180         GO TO 5200-WRITE
019190     END-IF
019200     MOVE WS-KEEP-DAYS TO WS-BLOCK-KEEP-DAYS
019210     MOVE 'N' TO WS-BLOCK-HOLD-SWITCH
019220     PERFORM 5250-SCAN-BLOCK-LINE THRU 5250-EXIT
019230         VARYING WS-LINE-SUB FROM 1 BY 1
019240         UNTIL WS-LINE-SUB > WS-BLOCK-LINES OR BLOCK-HELD
019250     IF BLOCK-HELD
019260         GO TO 5200-WRITE
019270     END-IF
019280     MOVE WS-BLOCK-KEEP-DAYS TO WS-KEEP-DAYS
019290     MOVE WS-BLOCK-DATE TO WS-DN-DATE
019300     PERFORM 6100-TEST-EXPIRED THRU 6100-EXIT
019310     IF DATE-EXPIRED
019320         MOVE 'Y' TO WS-BLOCK-ARCHIVE-SWITCH
019330         ADD 1 TO WS-BLOCKS-ARCHIVED
019340     END-IF.
019350 5200-WRITE.
019360     PERFORM 5350-WRITE-BLOCK-LINE THRU 5350-EXIT
019370         VARYING WS-LINE-SUB FROM 1 BY 1
019380         UNTIL WS-LINE-SUB > WS-BLOCK-LINES
019390     MOVE 0 TO WS-BLOCK-LINES.
019400 5200-EXIT.
019410     EXIT.
019420
019430*--------------------------------------------------------------*
019440* 5250-SCAN-BLOCK-LINE - TIE EVERY WORD OF ONE BUFFERED LINE   *
019450*                  TO A SITE. A PROMOTION LINE ALSO HOLDS ITS  *
019460*                  BLOCK WHILE THE ARCHIVE IT NAMES IS STILL   *
019470*                  ON HAND, SO THE ARCHIVE IS NEVER LEFT WITH  *
019480*                  NO AUDIT LINE TO AGE IT BY.                 *
019490*--------------------------------------------------------------*
019500 5250-SCAN-BLOCK-LINE.
019510     MOVE SPACES TO WS-WORD-TABLE
019520     UNSTRING BLOCK-LINE (WS-LINE-SUB) DELIMITED BY ALL SPACE
019530         INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
019540              WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
019550              WS-WORD (9) WS-WORD (10) WS-WORD (11) WS-WORD (12)
019560     END-UNSTRING
019570     IF WS-WORD (1) = "PROMOTION" AND WS-WORD (2) = "SITE"
019580         AND WS-WORD (6) = "ARCHIVED" AND WS-WORD (7) = "TO"
019590         MOVE WS-WORD (8) TO WS-PROBE-NAME
019600         PERFORM 6350-PROBE-FILE THRU 6350-EXIT
019610         IF FILE-ON-HAND
019620             MOVE 'Y' TO WS-BLOCK-HOLD-SWITCH
019630             GO TO 5250-EXIT
019640         END-IF
019650     END-IF
019660     PERFORM 5260-CHECK-BLOCK-WORD THRU 5260-EXIT
019670         VARYING WS-WORD-SUB FROM 1 BY 1
019680         UNTIL WS-WORD-SUB > 12 OR BLOCK-HELD.
019690 5250-EXIT.
019700     EXIT.
019710
019720 5260-CHECK-BLOCK-WORD.
019730     IF WS-WORD (WS-WORD-SUB) = SPACES
019740         GO TO 5260-EXIT
019750     END-IF
019760     PERFORM 5270-CHECK-WORD-SITE THRU 5270-EXIT
019770         VARYING WS-SITE-SUB FROM 1 BY 1
019780         UNTIL WS-SITE-SUB > WS-SITE-COUNT OR BLOCK-HELD.
019790 5260-EXIT.
019800     EXIT.
019810
019820*--------------------------------------------------------------*
019830* 5270-CHECK-WORD-SITE - A WORD NAMING A PROTECTED SITE HOLDS  *
019840*                  THE BLOCK; A WORD NAMING ANY OTHER SITE     *
019850*                  LENGTHENS THE BLOCK'S KEEP PERIOD TO THAT   *
019860*                  SITE'S POLICY WHEN IT IS LONGER.            *
019870*--------------------------------------------------------------*
019880 5270-CHECK-WORD-SITE.
019890     PERFORM 6450-TEST-WORD-NAMES-SITE THRU 6450-EXIT
019900     IF NOT WORD-NAMES-SITE
019910         GO TO 5270-EXIT
019920     END-IF
019930     IF SITE-PROTECTED (WS-SITE-SUB)
019940         MOVE 'Y' TO WS-BLOCK-HOLD-SWITCH
019950         GO TO 5270-EXIT
019960     END-IF
019970     IF SITE-CODE (WS-SITE-SUB) = SPACES
019980         GO TO 5270-EXIT
019990     END-IF
020000     MOVE WS-TRAIL-TYPE TO WS-POL-TYPE
020010     MOVE SITE-CODE (WS-SITE-SUB) TO WS-POL-SITE
020020     PERFORM 6000-FIND-KEEP-DAYS THRU 6000-EXIT
020030     IF POLICY-FOUND AND WS-KEEP-DAYS > WS-BLOCK-KEEP-DAYS
020040         MOVE WS-KEEP-DAYS TO WS-BLOCK-KEEP-DAYS
020050     END-IF.
020060 5270-EXIT.
020070     EXIT.
020080
020090 5300-WRITE-KEPT-LINE.
020100     MOVE WS-TRAIL-LINE TO TRAIL-NEW-RECORD
020110     WRITE TRAIL-NEW-RECORD
020120     IF NOT TRAIL-NEW-OK
020130         STRING "BAD WRITE STATUS " TRAIL-NEW-STATUS
020140             " ON SIDE COPY " WS-TRAIL-NEW-NAME
020150             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
020160         END-STRING
020170         GO TO 9000-ABEND
020180     END-IF
020190     ADD 1 TO WS-TRAIL-KEPT.
020200 5300-EXIT.
020210     EXIT.
020220
020230*--------------------------------------------------------------*
020240* 5320-WRITE-ARCHIVED-LINE - THE WORK ARCHIVE IS STARTED       *
020250*                  AFRESH ON THE FIRST LINE ARCHIVED, AND      *
020260*                  STAYS PENDING UNTIL THE TRAIL IS TRUNCATED. *
020270*--------------------------------------------------------------*
020280 5320-WRITE-ARCHIVED-LINE.
020290     IF NOT TRAIL-ARC-OPEN
020300         OPEN OUTPUT TRAIL-WORK-ARC-FILE
020310         IF NOT TRAIL-ARW-OK
020320             STRING "BAD OPEN STATUS " TRAIL-ARW-STATUS
020330                 " ON WORK ARCHIVE " WS-TRAIL-ARW-NAME
020340                 DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
020350             END-STRING
020360             GO TO 9000-ABEND
020370         END-IF
020380         MOVE 'Y' TO WS-TRAIL-ARC-OPEN-SWITCH
020390         MOVE 'W' TO WS-TRAIL-ARW-STATE
020400     END-IF
020410     MOVE WS-TRAIL-LINE TO TRAIL-WORK-ARC-RECORD
020420     WRITE TRAIL-WORK-ARC-RECORD
020430     IF NOT TRAIL-ARW-OK
020440         STRING "BAD WRITE STATUS " TRAIL-ARW-STATUS
020450             " ON WORK ARCHIVE " WS-TRAIL-ARW-NAME
020460             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
020470         END-STRING
020480         GO TO 9000-ABEND
020490     END-IF
020500     ADD 1 TO WS-TRAIL-ARCHIVED.
020510 5320-EXIT.
020520     EXIT.
020530
020540 5350-WRITE-BLOCK-LINE.
020550     MOVE BLOCK-LINE (WS-LINE-SUB) TO WS-TRAIL-LINE
020560     IF ARCHIVE-THIS-BLOCK
020570         PERFORM 5320-WRITE-ARCHIVED-LINE THRU 5320-EXIT
020580     ELSE
020590         PERFORM 5300-WRITE-KEPT-LINE THRU 5300-EXIT
020600     END-IF.
020610 5350-EXIT.
020620     EXIT.
020630
020640*--------------------------------------------------------------*
020650* 5400-INSTALL-TRAIL - ARCHIVE THE ORIGINAL TRAIL TO ITS .bak  *
020660*                  NAME, THEN REWRITE IT FROM THE SIDE COPY.   *
020670*--------------------------------------------------------------*
020680 5400-INSTALL-TRAIL.
020690     OPEN INPUT TRAIL-FILE
020700     IF NOT TRAIL-OK
020710         STRING "BAD OPEN STATUS " TRAIL-STATUS
020720             " ARCHIVING " WS-TRAIL-NAME
020730             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
020740         END-STRING
020750         GO TO 9000-ABEND
020760     END-IF
020770     OPEN OUTPUT TRAIL-BACKUP-FILE
020780     IF NOT TRAIL-BAK-OK
020790         STRING "BAD OPEN STATUS " TRAIL-BAK-STATUS
020800             " ON ARCHIVE " WS-TRAIL-BAK-NAME
020810             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
020820         END-STRING
020830         GO TO 9000-ABEND
020840     END-IF
020850     READ TRAIL-FILE
020860     PERFORM 5450-COPY-ONE-BACKUP THRU 5450-EXIT
020870         UNTIL TRAIL-EOF
020880     CLOSE TRAIL-FILE
020890     CLOSE TRAIL-BACKUP-FILE
020900     OPEN INPUT TRAIL-NEW-FILE
020910     IF NOT TRAIL-NEW-OK
020920         STRING "BAD OPEN STATUS " TRAIL-NEW-STATUS
020930             " ON SIDE COPY " WS-TRAIL-NEW-NAME
020940             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
020950         END-STRING
020960         GO TO 9000-ABEND
020970     END-IF
020980     OPEN OUTPUT TRAIL-FILE
020990     IF NOT TRAIL-OK
021000         STRING "BAD OPEN STATUS " TRAIL-STATUS
021010             " REWRITING " WS-TRAIL-NAME
021020             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
021030         END-STRING
021040         GO TO 9000-ABEND
021050     END-IF
021060     MOVE 'N' TO WS-TRAIL-ARW-STATE
021070     READ TRAIL-NEW-FILE
021080     PERFORM 5470-COPY-ONE-KEPT THRU 5470-EXIT
021090         UNTIL TRAIL-NEW-EOF
021100     CLOSE TRAIL-NEW-FILE
021110     CLOSE TRAIL-FILE.
021120 5400-EXIT.
021130     EXIT.
021140
021150 5450-COPY-ONE-BACKUP.
021160     IF NOT TRAIL-OK
021170         STRING "BAD READ STATUS " TRAIL-STATUS
021180             " ARCHIVING " WS-TRAIL-NAME
021190             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
021200         END-STRING
021210         GO TO 9000-ABEND
021220     END-IF
021230     MOVE TRAIL-RECORD TO TRAIL-BACKUP-RECORD
021240     WRITE TRAIL-BACKUP-RECORD
021250     IF NOT TRAIL-BAK-OK
021260         STRING "BAD WRITE STATUS " TRAIL-BAK-STATUS
021270             " ON ARCHIVE " WS-TRAIL-BAK-NAME
021280             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
021290         END-STRING
021300         GO TO 9000-ABEND
021310     END-IF
021320     READ TRAIL-FILE.
021330 5450-EXIT.
021340     EXIT.
021350
021360 5470-COPY-ONE-KEPT.
021370     IF NOT TRAIL-NEW-OK
021380         STRING "BAD READ STATUS " TRAIL-NEW-STATUS
021390             " ON SIDE COPY " WS-TRAIL-NEW-NAME
021400             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
021410         END-STRING
021420         GO TO 9000-ABEND
021430     END-IF
021440     MOVE TRAIL-NEW-RECORD TO TRAIL-RECORD
021450     WRITE TRAIL-RECORD
021460     IF NOT TRAIL-OK
021470         STRING "BAD WRITE STATUS " TRAIL-STATUS
021480             " REWRITING " WS-TRAIL-NAME
021490             " - RESTORE FROM " WS-TRAIL-NEW-NAME
021500             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
021510         END-STRING
021520         GO TO 9000-ABEND
021530     END-IF
021540     READ TRAIL-NEW-FILE.
021550 5470-EXIT.
021560     EXIT.
021570
021580*--------------------------------------------------------------*
021590* 5500-POST-TRAIL-ARCHIVE - ADD THE TRAIL'S WORK ARCHIVE TO    *
021600*                  ITS DATED ARCHIVE, AS 2450 DOES FOR THE     *
021610*                  HISTORY MASTER.                             *
021620*--------------------------------------------------------------*
021630 5500-POST-TRAIL-ARCHIVE.
021640     OPEN INPUT TRAIL-WORK-ARC-FILE
021650     IF NOT TRAIL-ARW-OK
021660         STRING "BAD OPEN STATUS " TRAIL-ARW-STATUS
021670             " ON WORK ARCHIVE " WS-TRAIL-ARW-NAME
021680             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
021690         END-STRING
021700         GO TO 9000-ABEND
021710     END-IF
021720     OPEN EXTEND TRAIL-ARCHIVE-FILE
021730     IF TRAIL-ARC-NOT-FOUND
021740         OPEN OUTPUT TRAIL-ARCHIVE-FILE
021750     END-IF
021760     IF NOT TRAIL-ARC-OK
021770         STRING "BAD OPEN STATUS " TRAIL-ARC-STATUS
021780             " ON ARCHIVE " WS-TRAIL-ARC-NAME
021790             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
021800         END-STRING
021810         GO TO 9000-ABEND
021820     END-IF
021830     READ TRAIL-WORK-ARC-FILE
021840     PERFORM 5550-COPY-ONE-ARCHIVED THRU 5550-EXIT
021850         UNTIL TRAIL-ARW-EOF
021860     CLOSE TRAIL-WORK-ARC-FILE
021870     CLOSE TRAIL-ARCHIVE-FILE
021880     OPEN OUTPUT TRAIL-WORK-ARC-FILE
021890     CLOSE TRAIL-WORK-ARC-FILE.
021900 5500-EXIT.
021910     EXIT.
021920
021930 5550-COPY-ONE-ARCHIVED.
021940     IF NOT TRAIL-ARW-OK
021950         STRING "BAD READ STATUS " TRAIL-ARW-STATUS
021960             " ON WORK ARCHIVE " WS-TRAIL-ARW-NAME
021970             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
021980         END-STRING
021990         GO TO 9000-ABEND
022000     END-IF
022010     MOVE TRAIL-WORK-ARC-RECORD TO TRAIL-ARCHIVE-RECORD
022020     WRITE TRAIL-ARCHIVE-RECORD
022030     IF NOT TRAIL-ARC-OK
022040         STRING "BAD WRITE STATUS " TRAIL-ARC-STATUS
022050             " ON ARCHIVE " WS-TRAIL-ARC-NAME
022060             " - " WS-TRAIL-ARW-NAME " KEPT FOR THE NEXT RUN"
022070             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
022080         END-STRING
022090         GO TO 9000-ABEND
022100     END-IF
022110     ADD 1 TO WS-ARW-POSTED
022120     READ TRAIL-WORK-ARC-FILE.
022130 5550-EXIT.
022140     EXIT.
022150
022160*--------------------------------------------------------------*
022170* 6000-FIND-KEEP-DAYS - KEEP PERIOD FOR FILE TYPE WS-POL-TYPE  *
022180*                  AND SITE WS-POL-SITE: THE SITE OVERRIDE IF  *
022190*                  THERE IS ONE, ELSE THE DEFAULT FOR THE      *
022200*                  TYPE, ELSE NO POLICY (KEEP EVERYTHING).     *
022210*--------------------------------------------------------------*
022220 6000-FIND-KEEP-DAYS.
022230     MOVE 'N' TO WS-POLICY-SWITCH
022240     MOVE 0 TO WS-KEEP-DAYS
022250     MOVE 0 TO WS-FOUND-POLICY
022260     IF WS-POL-SITE NOT = SPACES
022270         MOVE WS-POL-SITE TO WS-POL-MATCH-SITE
022280         PERFORM 6050-CHECK-ONE-POLICY THRU 6050-EXIT
022290             VARYING WS-POL-SUB FROM 1 BY 1
022300             UNTIL WS-POL-SUB > WS-POLICY-COUNT
022310                 OR WS-FOUND-POLICY > 0
022320     END-IF
022330     IF WS-FOUND-POLICY = 0
022340         MOVE SPACES TO WS-POL-MATCH-SITE
022350         PERFORM 6050-CHECK-ONE-POLICY THRU 6050-EXIT
022360             VARYING WS-POL-SUB FROM 1 BY 1
022370             UNTIL WS-POL-SUB > WS-POLICY-COUNT
022380                 OR WS-FOUND-POLICY > 0
022390     END-IF
022400     IF WS-FOUND-POLICY > 0
022410         MOVE 'Y' TO WS-POLICY-SWITCH
022420         MOVE POL-KEEP-DAYS (WS-FOUND-POLICY) TO WS-KEEP-DAYS
022430     END-IF.
022440 6000-EXIT.
022450     EXIT.
022460
022470 6050-CHECK-ONE-POLICY.
022480     IF POL-FILE-TYPE (WS-POL-SUB) = WS-POL-TYPE
022490         AND POL-SITE-CODE (WS-POL-SUB) = WS-POL-MATCH-SITE
022500         MOVE WS-POL-SUB TO WS-FOUND-POLICY
022510     END-IF.
022520 6050-EXIT.
022530     EXIT.
022540
022550*--------------------------------------------------------------*
022560* 6100-TEST-EXPIRED - WS-DN-DATE IS EXPIRED WHEN IT IS MORE    *
022570*                  THAN WS-KEEP-DAYS BEFORE THE RUN DATE. AN   *
022580*                  UNUSABLE DATE IS NEVER EXPIRED.             *
022590*--------------------------------------------------------------*
022600 6100-TEST-EXPIRED.
022610     MOVE 'N' TO WS-EXPIRED-SWITCH
022620     PERFORM 6500-DATE-TO-DAYS THRU 6500-EXIT
022630     IF WS-DAY-NUMBER > 0
022640         AND WS-DAY-NUMBER + WS-KEEP-DAYS < WS-TODAY-NUMBER
022650         MOVE 'Y' TO WS-EXPIRED-SWITCH
022660     END-IF.
022670 6100-EXIT.
022680     EXIT.
022690
022700*--------------------------------------------------------------*
022710* 6200-FIND-SITE-CODE - SITE TABLE ENTRY FOR WS-FIND-CODE IN   *
022720*                  WS-FOUND-SITE, ZERO WHEN THERE IS NONE.     *
022730*--------------------------------------------------------------*
022740 6200-FIND-SITE-CODE.
022750     MOVE 0 TO WS-FOUND-SITE
022760     IF WS-FIND-CODE = SPACES
022770         GO TO 6200-EXIT
022780     END-IF
022790     PERFORM 6210-CHECK-ONE-CODE THRU 6210-EXIT
022800         VARYING WS-SITE-SUB FROM 1 BY 1
022810         UNTIL WS-SITE-SUB > WS-SITE-COUNT OR WS-FOUND-SITE > 0.
022820 6200-EXIT.
022830     EXIT.
022840
022850 6210-CHECK-ONE-CODE.
022860     IF SITE-CODE (WS-SITE-SUB) = WS-FIND-CODE
022870         MOVE WS-SITE-SUB TO WS-FOUND-SITE
022880     END-IF.
022890 6210-EXIT.
022900     EXIT.
022910
022920*--------------------------------------------------------------*
022930* 6250-FIND-OR-ADD-SITE - AS 6200, ADDING A NEW ENTRY FOR A    *
022940*                  CODE NOT YET IN THE TABLE. A FULL TABLE     *
022950*                  ABENDS THE RUN: A SITE THAT CANNOT BE HELD  *
022960*                  CANNOT BE PROVED SAFE TO PURGE.             *
022970*--------------------------------------------------------------*
022980 6250-FIND-OR-ADD-SITE.
022990     PERFORM 6200-FIND-SITE-CODE THRU 6200-EXIT
023000     IF WS-FOUND-SITE > 0
023010         GO TO 6250-EXIT
023020     END-IF
023030     PERFORM 6290-ADD-SITE-ENTRY THRU 6290-EXIT
023040     MOVE WS-FIND-CODE TO SITE-CODE (WS-FOUND-SITE).
023050 6250-EXIT.
023060     EXIT.
023070
023080*--------------------------------------------------------------*
023090* 6270-FIND-OR-ADD-SITE-FILE - SITE TABLE ENTRY FOR THE        *
023100*                  EXTRACT NAMED WS-FIND-FILE, ADDING ONE WITH *
023110*                  NO SITE CODE FOR AN EXTRACT NOT ON THE SITE *
023120*                  MASTER.                                     *
023130*--------------------------------------------------------------*
023140 6270-FIND-OR-ADD-SITE-FILE.
023150     MOVE 0 TO WS-FOUND-SITE
023160     PERFORM 6280-CHECK-ONE-FILE THRU 6280-EXIT
023170         VARYING WS-SITE-SUB FROM 1 BY 1
023180         UNTIL WS-SITE-SUB > WS-SITE-COUNT OR WS-FOUND-SITE > 0
023190     IF WS-FOUND-SITE > 0
023200         GO TO 6270-EXIT
023210     END-IF
023220     PERFORM 6290-ADD-SITE-ENTRY THRU 6290-EXIT
023230     MOVE WS-FIND-FILE TO SITE-FILE-NAME (WS-FOUND-SITE)
023240     MOVE 0 TO WS-NAME-LENGTH
023250     INSPECT WS-FIND-FILE TALLYING WS-NAME-LENGTH
023260         FOR CHARACTERS BEFORE INITIAL SPACE
023270     MOVE WS-NAME-LENGTH TO SITE-NAME-LENGTH (WS-FOUND-SITE).
023280 6270-EXIT.
023290     EXIT.
023300
023310 6280-CHECK-ONE-FILE.
023320     IF SITE-FILE-NAME (WS-SITE-SUB) = WS-FIND-FILE
023330         MOVE WS-SITE-SUB TO WS-FOUND-SITE
023340     END-IF.
023350 6280-EXIT.
023360     EXIT.
023370
023380 6290-ADD-SITE-ENTRY.
023390     IF WS-SITE-COUNT NOT < WS-MAX-SITES
023400         STRING "MORE SITES THAN THE SITE TABLE HOLDS - "
023410             "PROTECTION CANNOT BE PROVED"
023420             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
023430         END-STRING
023440         GO TO 9000-ABEND
023450     END-IF
023460     ADD 1 TO WS-SITE-COUNT
023470     MOVE WS-SITE-COUNT TO WS-FOUND-SITE
023480     MOVE SPACES TO SITE-CODE (WS-FOUND-SITE)
023490     MOVE SPACES TO SITE-FILE-NAME (WS-FOUND-SITE)
023500     MOVE 0 TO SITE-NAME-LENGTH (WS-FOUND-SITE)
023510     MOVE 'N' TO SITE-PROTECT-SWITCH (WS-FOUND-SITE)
023520     MOVE SPACES TO SITE-PROTECT-REASON (WS-FOUND-SITE)
023530     MOVE 'N' TO SITE-CORRECTION-SWITCH (WS-FOUND-SITE)
023540     MOVE 0 TO SITE-HIST-ARCHIVED (WS-FOUND-SITE).
023550 6290-EXIT.
023560     EXIT.
023570
023580*--------------------------------------------------------------*
023590* 6300-PROTECT-SITE-CODE - MARK SITE WS-FIND-CODE PROTECTED    *
023600*                  FOR WS-PROTECT-REASON; THE FIRST REASON     *
023610*                  FOUND IS THE ONE LOGGED.                    *
023620*--------------------------------------------------------------*
023630 6300-PROTECT-SITE-CODE.
023640     PERFORM 6250-FIND-OR-ADD-SITE THRU 6250-EXIT
023650     IF NOT SITE-PROTECTED (WS-FOUND-SITE)
023660         MOVE 'Y' TO SITE-PROTECT-SWITCH (WS-FOUND-SITE)
023670         MOVE WS-PROTECT-REASON
023680             TO SITE-PROTECT-REASON (WS-FOUND-SITE)
023690     END-IF.
023700 6300-EXIT.
023710     EXIT.
023720
023730*--------------------------------------------------------------*
023740* 6350-PROBE-FILE - IS THE FILE NAMED WS-PROBE-NAME ON HAND.   *
023750*--------------------------------------------------------------*
023760 6350-PROBE-FILE.
023770     MOVE 'N' TO WS-PROBE-SWITCH
023780     OPEN INPUT PROBE-FILE
023790     IF PROBE-OK
023800         MOVE 'Y' TO WS-PROBE-SWITCH
023810         CLOSE PROBE-FILE
023820     END-IF.
023830 6350-EXIT.
023840     EXIT.
023850
023860*--------------------------------------------------------------*
023870* 6400-SETTLE-FILE - A FILE NOT DUE FOR PURGE IS COUNTED KEPT  *
023880*                  IF IT IS ON HAND; A FILE DUE FOR PURGE IS   *
023890*                  DELETED AND THE DELETE LOGGED. A FILE NO    *
023900*                  LONGER ON HAND IS NOT COUNTED.              *
023910*--------------------------------------------------------------*
023920 6400-SETTLE-FILE.
023930     PERFORM 6350-PROBE-FILE THRU 6350-EXIT
023940     IF NOT FILE-ON-HAND
023950         GO TO 6400-EXIT
023960     END-IF
023970     IF NOT PURGE-THIS-FILE
023980         ADD 1 TO WS-FILES-KEPT
023990         GO TO 6400-EXIT
024000     END-IF
024010     CALL "CBL_DELETE_FILE" USING WS-PROBE-NAME
024020     MOVE RETURN-CODE TO WS-DELETE-RC
024030     MOVE 0 TO RETURN-CODE
024040     MOVE SPACES TO WS-LOG-LINE
024050     MOVE 1 TO WS-LOG-POINTER
024060     STRING WS-FILE-TYPE-TEXT " " DELIMITED BY SIZE
024070         WS-PROBE-NAME DELIMITED BY SPACE
024080         INTO WS-LOG-LINE
024090         WITH POINTER WS-LOG-POINTER
024100     END-STRING
024110     IF WS-DELETE-RC NOT = 0
024120         ADD 1 TO WS-FILES-FAILED
024130         STRING " COULD NOT BE DELETED - KEPT"
024140             DELIMITED BY SIZE INTO WS-LOG-LINE
024150             WITH POINTER WS-LOG-POINTER
024160         END-STRING
024170         PERFORM 7100-LOG-WARNING THRU 7100-EXIT
024180         GO TO 6400-EXIT
024190     END-IF
024200     ADD 1 TO WS-FILES-DELETED
024210     STRING " DELETED - DATED " WS-LAST-DATE
024220         DELIMITED BY SIZE INTO WS-LOG-LINE
024230         WITH POINTER WS-LOG-POINTER
024240     END-STRING
024250     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT.
024260 6400-EXIT.
024270     EXIT.
024280
024290*--------------------------------------------------------------*
024300* 6450-TEST-WORD-NAMES-SITE - DOES WS-WORD (WS-WORD-SUB) NAME  *
024310*                  THE SITE AT WS-SITE-SUB: ITS CODE, ITS      *
024320*                  EXTRACT NAME, OR A NAME BUILT ON THE        *
024330*                  EXTRACT NAME.                               *
024340*--------------------------------------------------------------*
024350 6450-TEST-WORD-NAMES-SITE.
024360     MOVE 'N' TO WS-WORD-SITE-SWITCH
024370     IF SITE-CODE (WS-SITE-SUB) NOT = SPACES
024380         AND WS-WORD (WS-WORD-SUB) = SITE-CODE (WS-SITE-SUB)
024390         MOVE 'Y' TO WS-WORD-SITE-SWITCH
024400         GO TO 6450-EXIT
024410     END-IF
024420     MOVE SITE-NAME-LENGTH (WS-SITE-SUB) TO WS-NAME-LENGTH
024430     IF WS-NAME-LENGTH = 0 OR WS-NAME-LENGTH > 79
024440         GO TO 6450-EXIT
024450     END-IF
024460     IF WS-WORD (WS-WORD-SUB) (1:WS-NAME-LENGTH)
024470         = SITE-FILE-NAME (WS-SITE-SUB) (1:WS-NAME-LENGTH)
024480         AND (WS-WORD (WS-WORD-SUB) (WS-NAME-LENGTH + 1:1)
024490                 = SPACE
024500             OR WS-WORD (WS-WORD-SUB) (WS-NAME-LENGTH + 1:1)
024510                 = ".")
024520         MOVE 'Y' TO WS-WORD-SITE-SWITCH
024530     END-IF.
024540 6450-EXIT.
024550     EXIT.
024560
024570*--------------------------------------------------------------*
024580* 6500-DATE-TO-DAYS - DAY NUMBER OF WS-DN-DATE (YYYYMMDD) IN   *
024590*                  WS-DAY-NUMBER; ZERO FOR AN UNUSABLE DATE.   *
024600*--------------------------------------------------------------*
024610 6500-DATE-TO-DAYS.
024620     MOVE 0 TO WS-DAY-NUMBER
024630     IF WS-DN-DATE IS NOT NUMERIC
024640         OR WS-DN-DATE-MONTH < 1 OR WS-DN-DATE-MONTH > 12
024650         OR WS-DN-DATE-YEAR < 1
024660         GO TO 6500-EXIT
024670     END-IF
024680     MOVE WS-DN-DATE-YEAR TO WS-DN-YEAR
024690     MOVE WS-DN-DATE-MONTH TO WS-DN-MONTH
024700     IF WS-DN-MONTH < 3
024710         SUBTRACT 1 FROM WS-DN-YEAR
024720         ADD 12 TO WS-DN-MONTH
024730     END-IF
024740     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT-4
024750     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT-100
024760     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT-400
024770     COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2
024780     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
024790     COMPUTE WS-DAY-NUMBER = 365 * WS-DN-YEAR
024800         + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
024810         + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS
024820         + WS-DN-DATE-DAY.
024830 6500-EXIT.
024840     EXIT.
024850
024860*--------------------------------------------------------------*
024870* 7000-WRITE-LOG-LINE - POST ONE LINE TO THE PURGE LOG.        *
024880*--------------------------------------------------------------*
024890 7000-WRITE-LOG-LINE.
024900     MOVE WS-LOG-LINE TO PURGE-LOG-RECORD
024910     WRITE PURGE-LOG-RECORD
024920     IF NOT PURGE-LOG-OK
024930         DISPLAY "AOC3R WARNING: BAD WRITE STATUS "
024940             PURGE-LOG-STATUS " ON PURGE LOG"
024950     END-IF.
024960 7000-EXIT.
024970     EXIT.
024980
024990*--------------------------------------------------------------*
025000* 7100-LOG-WARNING - POST A LINE THAT SETS THE RUN'S RETURN    *
025010*                  CODE TO 4, PREFIXED "WARNING".              *
025020*--------------------------------------------------------------*
025030 7100-LOG-WARNING.
025040     ADD 1 TO WS-WARNING-COUNT
025050     MOVE WS-LOG-LINE TO WS-WARN-LINE
025060     MOVE SPACES TO WS-LOG-LINE
025070     STRING "WARNING " WS-WARN-LINE
025080         DELIMITED BY SIZE INTO WS-LOG-LINE
025090     END-STRING
025100     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
025110     DISPLAY "AOC3R: " WS-LOG-LINE (1:120).
025120 7100-EXIT.
025130     EXIT.
025140
025150*--------------------------------------------------------------*
025160* 7200-LOG-FILE-COUNTS - KEPT AND DELETED COUNTS FOR THE TRAIL *
025170*                  MAPS OR THE PROMOTION ARCHIVES.             *
025180*--------------------------------------------------------------*
025190 7200-LOG-FILE-COUNTS.
025200     ADD WS-FILES-KEPT TO WS-TOTAL-KEPT
025210     ADD WS-FILES-DELETED TO WS-TOTAL-DELETED
025220     ADD WS-FILES-FAILED TO WS-TOTAL-KEPT
025230     MOVE WS-FILES-KEPT TO WS-COUNT-DISPLAY
025240     MOVE WS-FILES-DELETED TO WS-COUNT-DISPLAY-2
025250     MOVE WS-FILES-FAILED TO WS-COUNT-DISPLAY-3
025260     MOVE SPACES TO WS-LOG-LINE
025270     MOVE 1 TO WS-LOG-POINTER
025280     STRING WS-FILE-TYPE-TEXT " FILES KEPT " WS-COUNT-DISPLAY
025290         " DELETED " WS-COUNT-DISPLAY-2
025300         " NOT DELETED " WS-COUNT-DISPLAY-3
025310         DELIMITED BY SIZE INTO WS-LOG-LINE
025320         WITH POINTER WS-LOG-POINTER
025330     END-STRING
025340     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
025350     DISPLAY "AOC3R: " WS-LOG-LINE (1:120).
025360 7200-EXIT.
025370     EXIT.
025380
025390*--------------------------------------------------------------*
025400* 8000-FINALIZE-RUN - CLOSING LOG LINE WITH THE RUN'S TOTALS   *
025410*                  AND THE RETURN CODE FOR THE SCHEDULER.      *
025420*--------------------------------------------------------------*
025430 8000-FINALIZE-RUN.
025440     ACCEPT WS-END-TIME FROM TIME
025450     IF WS-WARNING-COUNT > 0
025460         MOVE 4 TO RETURN-CODE
025470     ELSE
025480         MOVE 0 TO RETURN-CODE
025490     END-IF
025500     MOVE RETURN-CODE TO WS-RC-DISPLAY
025510     MOVE WS-TOTAL-KEPT TO WS-COUNT-DISPLAY
025520     MOVE WS-TOTAL-ARCHIVED TO WS-COUNT-DISPLAY-2
025530     MOVE WS-TOTAL-DELETED TO WS-COUNT-DISPLAY-3
025540     MOVE SPACES TO WS-LOG-LINE
025550     MOVE 1 TO WS-LOG-POINTER
025560     STRING "PURGE RUN END " WS-RUN-DATE " " WS-END-TIME
025570         " RC " WS-RC-DISPLAY
025580         " KEPT " WS-COUNT-DISPLAY
025590         " ARCHIVED " WS-COUNT-DISPLAY-2
025600         " DELETED " WS-COUNT-DISPLAY-3
025610         DELIMITED BY SIZE INTO WS-LOG-LINE
025620         WITH POINTER WS-LOG-POINTER
025630     END-STRING
025640     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
025650     CLOSE PURGE-LOG-FILE
025660     DISPLAY "AOC3R: " WS-LOG-LINE (1:120).
025670 8000-EXIT.
025680     EXIT.
025690
025700*--------------------------------------------------------------*
025710* 9000-ABEND - A BAD READ OR WRITE, OR CONTROL COUNTS THAT DO  *
025720*              NOT BALANCE, LEAVE EVERY MASTER AND TRAIL AS IT *
025730*              WAS OR RECOVERABLE FROM ITS SIDE COPY OR        *
025740*              ARCHIVE; LOG THE REASON AND GO BACK. A WORK     *
025750*              ARCHIVE STILL PENDING IS EMPTIED, SINCE ITS     *
025760*              RECORDS ARE STILL ON THE UNTRUNCATED MASTER OR  *
025770*              TRAIL.                                          *
025780*--------------------------------------------------------------*
025790 9000-ABEND.
025800     DISPLAY "AOC3R ABEND: " WS-ABEND-MESSAGE
025810     MOVE 12 TO RETURN-CODE
025820     MOVE SPACES TO WS-LOG-LINE
025830     STRING "PURGE RUN ABEND - " WS-ABEND-MESSAGE
025840         DELIMITED BY SIZE INTO WS-LOG-LINE
025850     END-STRING
025860     PERFORM 7000-WRITE-LOG-LINE THRU 7000-EXIT
025870     CLOSE HIST-WORK-ARC-FILE
025880     IF HIST-ARW-PENDING
025890         OPEN OUTPUT HIST-WORK-ARC-FILE
025900         CLOSE HIST-WORK-ARC-FILE
025910     END-IF
025920     CLOSE TRAIL-WORK-ARC-FILE
025930     IF TRAIL-ARW-PENDING
025940         OPEN OUTPUT TRAIL-WORK-ARC-FILE
025950         CLOSE TRAIL-WORK-ARC-FILE
025960     END-IF
025970     CLOSE POLICY-FILE
025980     CLOSE SITE-CONTROL-FILE
025990     CLOSE CASE-FILE
026000     CLOSE RESCAN-FILE
026010     CLOSE SITE-ALERT-FILE
026020     CLOSE FIX-AUDIT-FILE
026030     CLOSE RESULTS-HISTORY-FILE
026040     CLOSE HIST-NEW-FILE
026050     CLOSE HIST-BACKUP-FILE
026060     CLOSE HIST-ARCHIVE-FILE
026070     CLOSE TRAIL-FILE
026080     CLOSE TRAIL-NEW-FILE
026090     CLOSE TRAIL-BACKUP-FILE
026100     CLOSE TRAIL-ARCHIVE-FILE
026110     CLOSE PURGE-LOG-FILE
026120     GOBACK.
026130 9000-EXIT.
026140     EXIT.
