000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AdventOfCode3Case.
000030 AUTHOR.        M. KITSON.
000040 INSTALLATION.  SURVEY-OPS.
000050 DATE-WRITTEN.  15-10-2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*                                                              *
000100* DATE       INIT  DESCRIPTION                                 *
000110* ---------- ----  ------------------------------------------- *
000120* 15-10-2026 MK    ORIGINAL VERSION - ALERT AND EXCEPTION CASE *
000130*                  FILE. EACH TOLERANCE ALERT (sitealrt.txt),  *
000140*                  SITE EXCEPTION (siteexc.txt) AND RUN        *
000150*                  WARNING FROM THE LATEST SURVEY RUN ON THE   *
000160*                  RUN AUDIT TRAIL OPENS A CASE KEYED BY SITE  *
000170*                  AND REASON, OR UPDATES THE CASE ALREADY     *
000180*                  OPEN FOR THAT KEY. OPERATORS ACKNOWLEDGE,   *
000190*                  ANNOTATE AND CLOSE CASES THROUGH THE CASE   *
000200*                  TRANSACTION FILE; A SITE CASE CLOSES ITSELF *
000210*                  WHEN THE SITE NEXT POSTS CLEANLY TO THE     *
000220*                  RESULTS-HISTORY MASTER. THE CASE FILE IS    *
000230*                  REBUILT WITH THE SAME SIDE-COPY AND ARCHIVE *
000240*                  DISCIPLINE AS THE SITE MASTER, EVERY CASE   *
000250*                  EVENT IS LOGGED TO THE CASE AUDIT FILE, AND *
000260*                  THE OPEN-ITEMS AGING REPORT LISTS EVERY     *
000270*                  CASE OPEN LONGER THAN THE AGING LIMIT BY    *
000280*                  SITE AND REASON.                            *
000290*--------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CASE-CONTROL-FILE ASSIGN TO "casectl.txt"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS CCT-STATUS.
000360
000370     SELECT SITE-CONTROL-FILE ASSIGN TO "sitectl.txt"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS SITE-CTL-STATUS.
000400
000410     SELECT CASE-FILE ASSIGN TO "sitecase.txt"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CASE-STATUS.
000440
000450     SELECT CASE-NEW-FILE ASSIGN TO "sitecase.new"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CASE-NEW-STATUS.
000480
000490     SELECT CASE-BACKUP-FILE ASSIGN TO "sitecase.bak"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CASE-BAK-STATUS.
000520
000530     SELECT CASE-HISTORY-FILE ASSIGN TO "casehist.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CASE-HIST-STATUS.
000560
000570     SELECT CASE-HIST-WORK-FILE ASSIGN TO "casehist.arw"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CASE-HWK-STATUS.
000600
000610     SELECT SITE-ALERT-FILE ASSIGN TO "sitealrt.txt"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS ALERT-STATUS.
000640
000650     SELECT SITE-EXCEPTION-FILE ASSIGN TO "siteexc.txt"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS EXC-STATUS.
000680
000690     SELECT RUN-AUDIT-FILE ASSIGN TO "runaudit.txt"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS AUDIT-STATUS.
000720
000730     SELECT RESULTS-HISTORY-FILE ASSIGN TO "treehist.txt"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS HIST-STATUS.
000760
000770     SELECT CASE-TXN-FILE ASSIGN TO "casetxn.txt"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS TXN-STATUS.
000800
000810     SELECT CASE-AUDIT-FILE ASSIGN TO "caseaud.txt"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CASE-AUDIT-STATUS.
000840
000850     SELECT CASE-REPORT-FILE ASSIGN TO "caserpt.txt"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS CASE-RPT-STATUS.
000880
000890     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS RUN-DATE-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950*--------------------------------------------------------------*
000960* CASE CONTROL - ONE LINE: THE AGING LIMIT IN DAYS (A CASE     *
000970* OPEN LONGER THAN THIS IS AN AGED OPEN ITEM) AND THE DAYS A   *
000980* CLOSED CASE STAYS ON THE CASE FILE BEFORE IT MOVES TO THE    *
000990* CASE HISTORY FILE. A BLANK OR MISSING VALUE TAKES THE        *
001000* DEFAULT (7 AND 90).                                          *
001010*--------------------------------------------------------------*
001020 FD  CASE-CONTROL-FILE.
001030 01  CASE-CONTROL-RECORD.
001040     05  CCT-AGE-DAYS               PIC X(03).
001050     05  CCT-AGE-DAYS-NUM REDEFINES CCT-AGE-DAYS
001060                                    PIC 9(03).
001070     05  FILLER                     PIC X(01).
001080     05  CCT-KEEP-DAYS              PIC X(03).
001090     05  CCT-KEEP-DAYS-NUM REDEFINES CCT-KEEP-DAYS
001100                                    PIC 9(03).
001110
001120 FD  SITE-CONTROL-FILE.
001130 01  SITE-CONTROL-RECORD.
001140     05  SMR-SITE-CODE              PIC X(08).
001150     05  FILLER                     PIC X(01).
001160     05  SMR-ACTIVE-FLAG            PIC X(01).
001170     05  FILLER                     PIC X(01).
001180     05  SMR-EXPECT-WIDTH           PIC 9(05).
001190     05  FILLER                     PIC X(01).
001200     05  SMR-SLOPE-SET              PIC X(08).
001210     05  FILLER                     PIC X(01).
001220     05  SMR-FILE-NAME              PIC X(80).
001230     05  FILLER                     PIC X(01).
001240     05  SMR-DESCRIPTION            PIC X(30).
001250
001260*--------------------------------------------------------------*
001270* CASE RECORD - THE LAYOUT IS THE CASE-ENTRY OF THE CASE TABLE *
001280* BELOW. THE NEW, ARCHIVE AND HISTORY COPIES CARRY THE SAME    *
001290* LAYOUT.                                                      *
001300*--------------------------------------------------------------*
001310 FD  CASE-FILE.
001320 01  CASE-RECORD                    PIC X(298).
001330
001340 FD  CASE-NEW-FILE.
001350 01  CASE-NEW-RECORD                PIC X(298).
001360
001370 FD  CASE-BACKUP-FILE.
001380 01  CASE-BACKUP-RECORD             PIC X(298).
001390
001400 FD  CASE-HISTORY-FILE.
001410 01  CASE-HISTORY-RECORD            PIC X(298).
001420
001430 FD  CASE-HIST-WORK-FILE.
001440 01  CASE-HIST-WORK-RECORD          PIC X(298).
001450
001460 FD  SITE-ALERT-FILE.
001470 01  SITE-ALERT-RECORD              PIC X(200).
001480
001490 FD  SITE-EXCEPTION-FILE.
001500 01  SITE-EXCEPTION-RECORD.
001510     05  EXC-SITE-NAME              PIC X(80).
001520     05  FILLER                     PIC X(01).
001530     05  EXC-LINE-NUMBER            PIC 9(07).
001540     05  FILLER                     PIC X(01).
001550     05  EXC-REASON                 PIC X(160).
001560
001570 FD  RUN-AUDIT-FILE.
001580 01  RUN-AUDIT-RECORD               PIC X(200).
001590
001600*--------------------------------------------------------------*
001610* THE RESULTS-HISTORY RECORD LAYOUT MUST STAY IN STEP WITH THE *
001620* ONE THE TREE SURVEY PROGRAM WRITES.                          *
001630*--------------------------------------------------------------*
001640 FD  RESULTS-HISTORY-FILE.
001650 01  RESULTS-HISTORY-RECORD.
001660     05  HIST-RUN-DATE              PIC 9(08).
001670     05  HIST-SITE-NAME             PIC X(80).
001680     05  HIST-SLOPE-COUNT           PIC 9(03).
001690     05  HIST-SLOPE-RESULT OCCURS 20 TIMES
001700             INDEXED BY HIST-IDX.
001710         10  HIST-SLOPE-RIGHT       PIC 9(03).
001720         10  HIST-SLOPE-DOWN        PIC 9(03).
001730         10  HIST-TREE-COUNT        PIC 9(07).
001740     05  HIST-PRODUCT               PIC 9(18).
001750     05  HIST-ROWS-SCANNED          PIC 9(07).
001760
001770*--------------------------------------------------------------*
001780* CASE TRANSACTION - FIXED COLUMNS. THE ACTION IS 'A'          *
001790* ACKNOWLEDGE, 'N' ANNOTATE OR 'C' CLOSE; THE CASE NUMBER IS   *
001800* THE ONE ON THE AGING REPORT. A NOTE IS REQUIRED ON AN        *
001810* ANNOTATE AND OPTIONAL ON THE OTHERS.                         *
001820*--------------------------------------------------------------*
001830 FD  CASE-TXN-FILE.
001840 01  CASE-TXN-RECORD.
001850     05  CTX-ACTION                 PIC X(01).
001860         88  CTX-ACKNOWLEDGE        VALUE 'A'.
001870         88  CTX-ANNOTATE           VALUE 'N'.
001880         88  CTX-CLOSE              VALUE 'C'.
001890     05  FILLER                     PIC X(01).
001900     05  CTX-OPERATOR               PIC X(08).
001910     05  FILLER                     PIC X(01).
001920     05  CTX-CASE-NUMBER            PIC X(06).
001930     05  CTX-CASE-NUMBER-NUM REDEFINES CTX-CASE-NUMBER
001940                                    PIC 9(06).
001950     05  FILLER                     PIC X(01).
001960     05  CTX-NOTE                   PIC X(60).
001970
001980 FD  CASE-AUDIT-FILE.
001990 01  CASE-AUDIT-RECORD              PIC X(250).
002000
002010 FD  CASE-REPORT-FILE.
002020 01  CASE-REPORT-RECORD             PIC X(132).
002030
002040 FD  RUN-DATE-FILE.
002050 01  RUN-DATE-RECORD                PIC X(08).
002060
002070 WORKING-STORAGE SECTION.
002080*--------------------------------------------------------------*
002090* FILE STATUS SWITCHES                                         *
002100*--------------------------------------------------------------*
002110 01  CCT-STATUS                      PIC 9(02).
002120     88  CCT-OK                     VALUE 0.
002130
002140 01  SITE-CTL-STATUS                 PIC 9(02).
002150     88  SITE-CTL-OK                VALUE 0.
002160     88  SITE-CTL-EOF               VALUE 10.
002170
002180 01  CASE-STATUS                     PIC 9(02).
002190     88  CASE-OK                    VALUE 0.
002200     88  CASE-EOF                   VALUE 10.
002210     88  CASE-NOT-FOUND             VALUE 35.
002220
002230 01  CASE-NEW-STATUS                 PIC 9(02).
002240     88  CASE-NEW-OK                VALUE 0.
002250
002260 01  CASE-BAK-STATUS                 PIC 9(02).
002270     88  CASE-BAK-OK                VALUE 0.
002280
002290 01  CASE-HIST-STATUS                PIC 9(02).
002300     88  CASE-HIST-OK               VALUE 0.
002310     88  CASE-HIST-NOT-FOUND        VALUE 35.
002320
002330 01  CASE-HWK-STATUS                 PIC 9(02).
002340     88  CASE-HWK-OK                VALUE 0.
002350     88  CASE-HWK-EOF               VALUE 10.
002360     88  CASE-HWK-NOT-FOUND         VALUE 35.
002370
002380 01  ALERT-STATUS                    PIC 9(02).
002390     88  ALERT-OK                   VALUE 0.
002400     88  ALERT-EOF                  VALUE 10.
002410
002420 01  EXC-STATUS                      PIC 9(02).
002430     88  EXC-OK                     VALUE 0.
002440     88  EXC-EOF                    VALUE 10.
002450
002460 01  AUDIT-STATUS                    PIC 9(02).
002470     88  AUDIT-OK                   VALUE 0.
002480     88  AUDIT-EOF                  VALUE 10.
002490
002500 01  HIST-STATUS                     PIC 9(02).
002510     88  HIST-OK                    VALUE 0.
002520     88  HIST-EOF                   VALUE 10.
002530
002540 01  TXN-STATUS                      PIC 9(02).
002550     88  TXN-OK                     VALUE 0.
002560     88  TXN-EOF                    VALUE 10.
002570
002580 01  CASE-AUDIT-STATUS               PIC 9(02).
002590     88  CASE-AUDIT-OK              VALUE 0.
002600     88  CASE-AUDIT-NOT-FOUND       VALUE 35.
002610
002620 01  CASE-RPT-STATUS                 PIC 9(02).
002630     88  CASE-RPT-OK                VALUE 0.
002640
002650 01  RUN-DATE-STATUS                 PIC 9(02).
002660     88  RUN-DATE-OK                VALUE 0.
002670
002680*--------------------------------------------------------------*
002690* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS  *
002700* WITH 0 WHEN NO OPEN CASE IS OLDER THAN THE AGING LIMIT AND   *
002710* EVERY TRANSACTION APPLIED, 4 WHEN ANY CASE HAS AGED OR ANY   *
002720* TRANSACTION WAS REJECTED, AND 12 FOR A FILE OR I-O ABEND -   *
002730* THE CASE FILE IS THEN LEFT AS IT WAS, OR RECOVERABLE FROM    *
002740* sitecase.new OR sitecase.bak.                                *
002750*--------------------------------------------------------------*
002760 77  WS-RUN-DATE                     PIC 9(08).
002770 77  WS-RUN-TIME                     PIC 9(08).
002780 77  WS-END-TIME                     PIC 9(08).
002790 77  WS-FEED-RUN-DATE                PIC 9(08) VALUE 0.
002800 77  WS-AGE-DAYS                     PIC 9(03) VALUE 7.
002810 77  WS-KEEP-DAYS                    PIC 9(03) VALUE 90.
002820 77  WS-OPENED-COUNT                 PIC 9(05) VALUE 0.
002830 77  WS-RECURRED-COUNT               PIC 9(05) VALUE 0.
002840 77  WS-AUTO-CLOSED-COUNT            PIC 9(05) VALUE 0.
002850 77  WS-ACKED-COUNT                  PIC 9(05) VALUE 0.
002860 77  WS-NOTED-COUNT                  PIC 9(05) VALUE 0.
002870 77  WS-CLOSED-COUNT                 PIC 9(05) VALUE 0.
002880 77  WS-REJECTED-COUNT               PIC 9(05) VALUE 0.
002890 77  WS-ARCHIVED-COUNT               PIC 9(05) VALUE 0.
002900 77  WS-OPEN-COUNT                   PIC 9(05) VALUE 0.
002910 77  WS-OPEN-ACKED-COUNT             PIC 9(05) VALUE 0.
002920 77  WS-AGED-COUNT                   PIC 9(05) VALUE 0.
002930 01  WS-ABEND-MESSAGE                PIC X(160) VALUE SPACES.
002940 01  WS-DISPOSITION                  PIC X(08) VALUE SPACES.
002950
002960*--------------------------------------------------------------*
002970* SITE TABLE - CODE AND EXTRACT FILE NAME OF EVERY SITE, SO A  *
002980* RUN WARNING THAT NAMES A SITE'S EXTRACT (OR A MAP BUILT FROM *
002990* IT) CAN BE FILED AGAINST THAT SITE. A WARNING NAMING NO SITE *
003000* IS FILED AGAINST THE RUN ITSELF (SITE *RUN).                 *
003010*--------------------------------------------------------------*
003020 77  WS-MAX-SITES                    PIC 9(03) VALUE 50.
003030 77  WS-SITE-COUNT                   PIC 9(03) VALUE 0.
003040 01  SITE-TABLE.
003050     05  SITE-ENTRY OCCURS 50 TIMES.
003060         10  SITE-CODE              PIC X(08).
003070         10  SITE-FILE-NAME         PIC X(80).
003080         10  SITE-NAME-LENGTH       PIC 9(03) COMP.
003090
003100*--------------------------------------------------------------*
003110* CASE TABLE - THE WHOLE CASE FILE, KEPT IN SITE, REASON AND   *
003120* CASE-NUMBER ORDER WHEN IT IS WRITTEN BACK. A CASE IS OPEN    *
003130* ('O'), OPEN AND ACKNOWLEDGED ('A') OR CLOSED ('C'). THE LAST-*
003140* SEEN DATE IS THE LATEST RUN DATE THE CONDITION WAS REPORTED  *
003150* ON; A SECOND REPORT FOR THE SAME RUN DATE (A RERUN) IS NOT   *
003160* COUNTED AS A FRESH OCCURRENCE. A CLOSED CASE MOVES TO THE    *
003170* CASE HISTORY FILE ONCE IT HAS BEEN CLOSED LONGER THAN THE    *
003180* KEEP LIMIT.                                                  *
003190*--------------------------------------------------------------*
003200 77  WS-MAX-CASES                    PIC 9(03) VALUE 500.
003210 77  WS-CASE-COUNT                   PIC 9(03) VALUE 0.
003220 77  WS-LAST-CASE-NUMBER             PIC 9(06) VALUE 0.
003230 01  CASE-TABLE.
003240     05  CASE-ENTRY OCCURS 500 TIMES.
003250         10  CSE-CASE-NUMBER        PIC 9(06).
003260         10  FILLER                 PIC X(01).
003270         10  CSE-SITE-CODE          PIC X(08).
003280         10  FILLER                 PIC X(01).
003290         10  CSE-REASON             PIC X(40).
003300         10  FILLER                 PIC X(01).
003310         10  CSE-STATUS             PIC X(01).
003320             88  CSE-OPEN           VALUE 'O'.
003330             88  CSE-ACKED          VALUE 'A'.
003340             88  CSE-CLOSED         VALUE 'C'.
003350             88  CSE-STILL-OPEN     VALUE 'O' 'A'.
003360         10  FILLER                 PIC X(01).
003370         10  CSE-OPENED-DATE        PIC 9(08).
003380         10  FILLER                 PIC X(01).
003390         10  CSE-LAST-SEEN-DATE     PIC 9(08).
003400         10  FILLER                 PIC X(01).
003410         10  CSE-OCCURRENCES        PIC 9(05).
003420         10  FILLER                 PIC X(01).
003430         10  CSE-ACK-OPERATOR       PIC X(08).
003440         10  FILLER                 PIC X(01).
003450         10  CSE-ACK-DATE           PIC 9(08).
003460         10  FILLER                 PIC X(01).
003470         10  CSE-CLOSED-DATE        PIC 9(08).
003480         10  FILLER                 PIC X(01).
003490         10  CSE-CLOSED-BY          PIC X(08).
003500         10  FILLER                 PIC X(01).
003510         10  CSE-NOTE-OPERATOR      PIC X(08).
003520         10  FILLER                 PIC X(01).
003530         10  CSE-NOTE-DATE          PIC 9(08).
003540         10  FILLER                 PIC X(01).
003550         10  CSE-NOTE               PIC X(60).
003560         10  FILLER                 PIC X(01).
003570         10  CSE-DETAIL             PIC X(100).
003580 01  WS-SWAP-CASE-ENTRY              PIC X(298).
003590
003600*--------------------------------------------------------------*
003610* RUN WARNING TABLE - THE WARNING LINES POSTED SINCE THE LAST  *
003620* "RUN START" LINE ON THE RUN AUDIT TRAIL, THAT IS BY THE      *
003630* LATEST SURVEY RUN.                                           *
003640*--------------------------------------------------------------*
003650 77  WS-MAX-WARNINGS                 PIC 9(03) VALUE 200.
003660 77  WS-WARNING-COUNT                PIC 9(03) VALUE 0.
003670 01  WARNING-TABLE.
003680     05  WARNING-LINE OCCURS 200 TIMES
003690                                    PIC X(200).
003700
003710*--------------------------------------------------------------*
003720* CASE INTAKE WORK AREAS. A REASON IS THE SOURCE ("ALERT",     *
003730* "EXCEPTION" OR "WARNING") FOLLOWED BY THE FIRST THREE WORDS  *
003740* OF THE CONDITION, LEAVING OUT ANY WORD THAT NAMES THE SITE   *
003750* OR ITS FILES, SO THE SAME CONDITION ON THE SAME SITE ALWAYS  *
003760* KEYS TO THE SAME CASE WHATEVER COUNTS OR LINE NUMBERS ITS    *
003770* TEXT CARRIES.                                                *
003780*--------------------------------------------------------------*
003790 01  WS-NEW-SITE-CODE                PIC X(08).
003800 01  WS-NEW-REASON                   PIC X(40).
003810 01  WS-NEW-DETAIL                   PIC X(100).
003820 77  WS-NEW-DATE                     PIC 9(08).
003830 01  WS-REASON-SOURCE                PIC X(10).
003840 01  WS-REASON-TEXT                  PIC X(200).
003850 77  WS-REASON-POINTER               PIC 9(03) COMP.
003860 77  WS-REASON-WORDS                 PIC 9(03) COMP.
003870 01  WS-ALERT-HEAD                   PIC X(80).
003880 01  WS-ALERT-REASON                 PIC X(80).
003890 01  WS-WORD-TABLE.
003900     05  WS-WORD OCCURS 10 TIMES    PIC X(80).
003910 01  WS-AUDIT-WORDS.
003920     05  WS-AUDIT-WORD-1            PIC X(20).
003930     05  WS-AUDIT-WORD-2            PIC X(20).
003940     05  WS-AUDIT-WORD-3            PIC X(20).
003950     05  WS-AUDIT-WORD-4            PIC X(20).
003960 01  WS-WORD-SITE-SWITCH             PIC X(01).
003970     88  WORD-NAMES-SITE            VALUE 'Y'.
003980
003990*--------------------------------------------------------------*
004000* DAY-NUMBER WORK AREAS - A DATE IS TURNED INTO A COUNT OF     *
004010* DAYS SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR    *
004020* ENDS. MARCH IS TAKEN AS THE FIRST MONTH OF THE YEAR SO THE   *
004030* LEAP DAY FALLS AT THE END.                                   *
004040*--------------------------------------------------------------*
004050 01  WS-DN-DATE                      PIC 9(08).
004060 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
004070     05  WS-DN-DATE-YEAR            PIC 9(04).
004080     05  WS-DN-DATE-MONTH           PIC 9(02).
004090     05  WS-DN-DATE-DAY             PIC 9(02).
004100 77  WS-DN-YEAR                      PIC 9(04).
004110 77  WS-DN-MONTH                     PIC 9(02).
004120 77  WS-DN-QUOTIENT-4                PIC 9(04).
004130 77  WS-DN-QUOTIENT-100              PIC 9(04).
004140 77  WS-DN-QUOTIENT-400              PIC 9(04).
004150 77  WS-DN-MONTH-DAYS                PIC 9(04).
004160 77  WS-DAY-NUMBER                   PIC 9(07).
004170 77  WS-TODAY-NUMBER                 PIC 9(07).
004180 77  WS-CASE-AGE                     PIC 9(05).
004190
004200*--------------------------------------------------------------*
004210* TABLE SUBSCRIPTS AND SWITCHES                                *
004220*--------------------------------------------------------------*
004230 77  WS-CASE-SUB                     PIC 9(03) COMP.
004240 77  WS-CMP-SUB                      PIC 9(03) COMP.
004250 77  WS-SITE-SUB                     PIC 9(03) COMP.
004260 77  WS-WORD-SUB                     PIC 9(03) COMP.
004270 77  WS-WARN-SUB                     PIC 9(03) COMP.
004280 77  WS-FOUND-CASE                   PIC 9(03) COMP.
004290 77  WS-FOUND-SITE                   PIC 9(03) COMP.
004300 77  WS-NAME-LENGTH                  PIC 9(03) COMP.
004310 77  WS-TXN-LINE-NO                  PIC 9(05) VALUE 0.
004320 01  WS-TXN-TAKEN-SWITCH             PIC X(01) VALUE 'N'.
004330     88  TXN-FILE-TAKEN             VALUE 'Y'.
004340 01  WS-HIST-WORK-STATE              PIC X(01) VALUE 'N'.
004350     88  HIST-WORK-PENDING          VALUE 'W'.
004360 77  WS-HIST-POSTED                  PIC 9(05) VALUE 0.
004370 77  WS-SITE-AGED                    PIC 9(05) VALUE 0.
004380 01  WS-SWAPPED-SWITCH               PIC X(01).
004390     88  ENTRIES-SWAPPED            VALUE 'Y'.
004400 01  WS-PRIOR-SITE-CODE              PIC X(08).
004410 01  WS-REJECT-REASON                PIC X(60) VALUE SPACES.
004420
004430*--------------------------------------------------------------*
004440* AUDIT AND REPORT WORK AREAS                                  *
004450*--------------------------------------------------------------*
004460 01  WS-AUDIT-LINE                   PIC X(250) VALUE SPACES.
004470 77  WS-AUDIT-POINTER                PIC 9(03) COMP VALUE 1.
004480 01  WS-CASE-PREFIX                  PIC X(80) VALUE SPACES.
004490 01  WS-CASE-DISPLAY                 PIC 9(06).
004500 01  WS-LINE-DISPLAY                 PIC 9(05).
004510 01  WS-AGE-DISPLAY                  PIC ZZZZ9.
004520 01  WS-OCCUR-DISPLAY                PIC ZZZZ9.
004530 01  WS-COUNT-DISPLAY                PIC ZZZZ9.
004540 01  WS-LIMIT-DISPLAY                PIC ZZ9.
004550 01  WS-RC-DISPLAY                   PIC 9(02).
004560 01  WS-STATUS-TEXT                  PIC X(06).
004570 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
004580 77  WS-LINE-POINTER                 PIC 9(03) COMP VALUE 1.
004590
004600 PROCEDURE DIVISION.
004610*--------------------------------------------------------------*
004620* 0000-MAINLINE                                                *
004630*--------------------------------------------------------------*
004640 0000-MAINLINE.
004650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004660     PERFORM 1100-LOAD-SITE-MASTER THRU 1100-EXIT
004670     PERFORM 1200-LOAD-CASE-FILE THRU 1200-EXIT
004680     PERFORM 2000-SCAN-RUN-AUDIT THRU 2000-EXIT
004690     PERFORM 2200-TAKE-ALERTS THRU 2200-EXIT
004700     PERFORM 2300-TAKE-EXCEPTIONS THRU 2300-EXIT
004710     PERFORM 2400-TAKE-ONE-WARNING THRU 2400-EXIT
004720         VARYING WS-WARN-SUB FROM 1 BY 1
004730         UNTIL WS-WARN-SUB > WS-WARNING-COUNT
004740     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
004750     PERFORM 4000-AUTO-CLOSE-CASES THRU 4000-EXIT
004760     PERFORM 5000-SORT-CASES THRU 5000-EXIT
004770     PERFORM 5500-REBUILD-CASE-FILE THRU 5500-EXIT
004780     PERFORM 5800-EMPTY-TRANSACTIONS THRU 5800-EXIT
004790     PERFORM 6000-WRITE-AGING-REPORT THRU 6000-EXIT
004800     PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
004810     GOBACK
004820     .
004830
004840*--------------------------------------------------------------*
004850* 1000-INITIALIZE - STAMP THE RUN, OPEN THE CASE AUDIT FILE    *
004860*                   AND THE AGING REPORT AND PICK UP THE AGING *
004870*                   AND KEEP LIMITS FROM THE CASE CONTROL FILE.*
004880*--------------------------------------------------------------*
004890 1000-INITIALIZE.
004900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004910     OPEN INPUT RUN-DATE-FILE
004920     IF RUN-DATE-OK
004930         READ RUN-DATE-FILE
004940         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
004950             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
004960         END-IF
004970         CLOSE RUN-DATE-FILE
004980     END-IF
004990     ACCEPT WS-RUN-TIME FROM TIME
005000     MOVE WS-RUN-DATE TO WS-FEED-RUN-DATE
005010     OPEN EXTEND CASE-AUDIT-FILE
005020     IF CASE-AUDIT-NOT-FOUND
005030         OPEN OUTPUT CASE-AUDIT-FILE
005040     END-IF
005050     IF NOT CASE-AUDIT-OK
005060         DISPLAY "Case audit file not okay"
005070         MOVE 12 TO RETURN-CODE
005080         GOBACK
005090     END-IF
005100     OPEN OUTPUT CASE-REPORT-FILE
005110     IF NOT CASE-RPT-OK
005120         DISPLAY "Case report file not okay"
005130         CLOSE CASE-AUDIT-FILE
005140         MOVE 12 TO RETURN-CODE
005150         GOBACK
005160     END-IF
005170     OPEN INPUT CASE-CONTROL-FILE
005180     IF CCT-OK
005190         READ CASE-CONTROL-FILE
005200         IF CCT-OK
005210             IF CCT-AGE-DAYS IS NUMERIC
005220                 MOVE CCT-AGE-DAYS-NUM TO WS-AGE-DAYS
005230             END-IF
005240             IF CCT-KEEP-DAYS IS NUMERIC
005250                 MOVE CCT-KEEP-DAYS-NUM TO WS-KEEP-DAYS
005260             END-IF
005270         END-IF
005280         CLOSE CASE-CONTROL-FILE
005290     END-IF
005300     MOVE WS-RUN-DATE TO WS-DN-DATE
005310     PERFORM 6500-DATE-TO-DAYS THRU 6500-EXIT
005320     MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER
005330     MOVE SPACES TO WS-AUDIT-LINE
005340     MOVE 1 TO WS-AUDIT-POINTER
005350     STRING "CASE RUN START " WS-RUN-DATE " " WS-RUN-TIME
005360         DELIMITED BY SIZE INTO WS-AUDIT-LINE
005370         WITH POINTER WS-AUDIT-POINTER
005380     END-STRING
005390     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
005400 1000-EXIT.
005410     EXIT.
005420
005430*--------------------------------------------------------------*
005440* 1100-LOAD-SITE-MASTER - CODE AND EXTRACT NAME OF EVERY SITE, *
005450*                  WITH THE LENGTH OF THE NAME.                *
005460*--------------------------------------------------------------*
005470 1100-LOAD-SITE-MASTER.
005480     OPEN INPUT SITE-CONTROL-FILE
005490     IF NOT SITE-CTL-OK
005500         DISPLAY "AOC3K WARNING: NO SITE MASTER - RUN WARNINGS "
005510             "ARE FILED AGAINST THE RUN"
005520         GO TO 1100-EXIT
005530     END-IF
005540     READ SITE-CONTROL-FILE
005550     PERFORM 1150-ADD-SITE-ENTRY THRU 1150-EXIT
005560         UNTIL SITE-CTL-EOF
005570     CLOSE SITE-CONTROL-FILE.
005580 1100-EXIT.
005590     EXIT.
005600
005610 1150-ADD-SITE-ENTRY.
005620     IF NOT SITE-CTL-OK
005630         STRING "BAD READ STATUS " SITE-CTL-STATUS
005640             " ON SITE MASTER"
005650             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
005660         END-STRING
005670         GO TO 9000-ABEND
005680     END-IF
005690     IF SMR-SITE-CODE NOT = SPACES
005700         AND WS-SITE-COUNT < WS-MAX-SITES
005710         ADD 1 TO WS-SITE-COUNT
005720         MOVE WS-SITE-COUNT TO WS-SITE-SUB
005730         MOVE SMR-SITE-CODE TO SITE-CODE (WS-SITE-SUB)
005740         MOVE SMR-FILE-NAME TO SITE-FILE-NAME (WS-SITE-SUB)
005750         MOVE 0 TO WS-NAME-LENGTH
005760         INSPECT SMR-FILE-NAME TALLYING WS-NAME-LENGTH
005770             FOR CHARACTERS BEFORE INITIAL SPACE
005780         MOVE WS-NAME-LENGTH TO SITE-NAME-LENGTH (WS-SITE-SUB)
005790     END-IF
005800     READ SITE-CONTROL-FILE.
005810 1150-EXIT.
005820     EXIT.
005830
005840*--------------------------------------------------------------*
005850* 1200-LOAD-CASE-FILE - PULL THE WHOLE CASE FILE INTO THE      *
005860*                  TABLE. NO CASE FILE YET IS ALLOWED - THE    *
005870*                  FIRST CASE OPENED CREATES IT.               *
005880*--------------------------------------------------------------*
005890 1200-LOAD-CASE-FILE.
005900     OPEN INPUT CASE-FILE
005910     IF CASE-NOT-FOUND
005920         GO TO 1200-EXIT
005930     END-IF
005940     IF NOT CASE-OK
005950         STRING "CANNOT OPEN CASE FILE sitecase.txt"
005960             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
005970         END-STRING
005980         GO TO 9000-ABEND
005990     END-IF
006000     READ CASE-FILE
006010     PERFORM 1250-ADD-CASE-ENTRY THRU 1250-EXIT
006020         UNTIL CASE-EOF
006030     CLOSE CASE-FILE.
006040 1200-EXIT.
006050     EXIT.
006060
006070 1250-ADD-CASE-ENTRY.
006080     IF NOT CASE-OK
006090         STRING "BAD READ STATUS " CASE-STATUS
006100             " ON CASE FILE"
006110             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006120         END-STRING
006130         GO TO 9000-ABEND
006140     END-IF
006150     IF WS-CASE-COUNT NOT < WS-MAX-CASES
006160         STRING "CASE FILE HAS MORE RECORDS THAN THE TABLE "
006170             "HOLDS"
006180             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006190         END-STRING
006200         GO TO 9000-ABEND
006210     END-IF
006220     ADD 1 TO WS-CASE-COUNT
006230     MOVE CASE-RECORD TO CASE-ENTRY (WS-CASE-COUNT)
006240     IF CSE-CASE-NUMBER (WS-CASE-COUNT) > WS-LAST-CASE-NUMBER
006250         MOVE CSE-CASE-NUMBER (WS-CASE-COUNT)
006260             TO WS-LAST-CASE-NUMBER
006270     END-IF
006280     READ CASE-FILE.
006290 1250-EXIT.
006300     EXIT.
006310
006320*--------------------------------------------------------------*
006330* 2000-SCAN-RUN-AUDIT - THE RUN AUDIT TRAIL IS APPENDED BY     *
006340*                  EVERY SURVEY RUN. THE LAST "RUN START" LINE *
006350*                  GIVES THE RUN DATE THE NIGHT'S ALERTS AND   *
006360*                  EXCEPTIONS BELONG TO, AND THE WARNING LINES *
006370*                  AFTER IT ARE THAT RUN'S WARNINGS.           *
006380*--------------------------------------------------------------*
006390 2000-SCAN-RUN-AUDIT.
006400     OPEN INPUT RUN-AUDIT-FILE
006410     IF NOT AUDIT-OK
006420         DISPLAY "AOC3K WARNING: NO RUN AUDIT TRAIL - NO RUN "
006430             "WARNINGS TAKEN"
006440         GO TO 2000-EXIT
006450     END-IF
006460     READ RUN-AUDIT-FILE
006470     PERFORM 2050-TAKE-AUDIT-LINE THRU 2050-EXIT
006480         UNTIL AUDIT-EOF
006490     CLOSE RUN-AUDIT-FILE.
006500 2000-EXIT.
006510     EXIT.
006520
006530 2050-TAKE-AUDIT-LINE.
006540     IF NOT AUDIT-OK
006550         STRING "BAD READ STATUS " AUDIT-STATUS
006560             " ON RUN AUDIT TRAIL"
006570             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006580         END-STRING
006590         GO TO 9000-ABEND
006600     END-IF
006610     MOVE SPACES TO WS-AUDIT-WORDS
006620     UNSTRING RUN-AUDIT-RECORD DELIMITED BY ALL SPACE
006630         INTO WS-AUDIT-WORD-1 WS-AUDIT-WORD-2
006640              WS-AUDIT-WORD-3 WS-AUDIT-WORD-4
006650     END-UNSTRING
006660     IF WS-AUDIT-WORD-1 = "RUN"
006670         AND WS-AUDIT-WORD-2 = "START"
006680         AND WS-AUDIT-WORD-3 (1:8) IS NUMERIC
006690         MOVE WS-AUDIT-WORD-3 (1:8) TO WS-FEED-RUN-DATE
006700         MOVE 0 TO WS-WARNING-COUNT
006710         GO TO 2050-NEXT
006720     END-IF
006730     IF RUN-AUDIT-RECORD (1:8) = "WARNING "
006740         AND WS-WARNING-COUNT < WS-MAX-WARNINGS
006750         ADD 1 TO WS-WARNING-COUNT
006760         MOVE RUN-AUDIT-RECORD TO WARNING-LINE (WS-WARNING-COUNT)
006770     END-IF.
006780 2050-NEXT.
006790     READ RUN-AUDIT-FILE.
006800 2050-EXIT.
006810     EXIT.
006820
006830*--------------------------------------------------------------*
006840* 2200-TAKE-ALERTS - ONE CASE PER TOLERANCE ALERT LINE:        *
006850*                  "SITE <CODE> RUN <DATE> HELD - <REASON> -   *
006860*                  ACTUAL ... BOUND ...".                      *
006870*--------------------------------------------------------------*
006880 2200-TAKE-ALERTS.
006890     OPEN INPUT SITE-ALERT-FILE
006900     IF NOT ALERT-OK
006910         GO TO 2200-EXIT
006920     END-IF
006930     READ SITE-ALERT-FILE
006940     PERFORM 2250-TAKE-ONE-ALERT THRU 2250-EXIT
006950         UNTIL ALERT-EOF
006960     CLOSE SITE-ALERT-FILE.
006970 2200-EXIT.
006980     EXIT.
006990
007000 2250-TAKE-ONE-ALERT.
007010     IF NOT ALERT-OK
007020         STRING "BAD READ STATUS " ALERT-STATUS
007030             " ON SITE ALERT FILE"
007040             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007050         END-STRING
007060         GO TO 9000-ABEND
007070     END-IF
007080     MOVE SPACES TO WS-ALERT-HEAD
007090     MOVE SPACES TO WS-ALERT-REASON
007100     UNSTRING SITE-ALERT-RECORD DELIMITED BY " - "
007110         INTO WS-ALERT-HEAD WS-ALERT-REASON
007120     END-UNSTRING
007130     MOVE SPACES TO WS-AUDIT-WORDS
007140     UNSTRING WS-ALERT-HEAD DELIMITED BY ALL SPACE
007150         INTO WS-AUDIT-WORD-1 WS-AUDIT-WORD-2
007160              WS-AUDIT-WORD-3 WS-AUDIT-WORD-4
007170     END-UNSTRING
007180     IF WS-AUDIT-WORD-1 NOT = "SITE"
007190         OR WS-AUDIT-WORD-2 = SPACES
007200         OR WS-ALERT-REASON = SPACES
007210         GO TO 2250-NEXT
007220     END-IF
007230     MOVE WS-AUDIT-WORD-2 TO WS-NEW-SITE-CODE
007240     MOVE WS-FEED-RUN-DATE TO WS-NEW-DATE
007250     IF WS-AUDIT-WORD-3 = "RUN"
007260         AND WS-AUDIT-WORD-4 (1:8) IS NUMERIC
007270         MOVE WS-AUDIT-WORD-4 (1:8) TO WS-NEW-DATE
007280     END-IF
007290     MOVE SPACES TO WS-NEW-REASON
007300     STRING "ALERT " WS-ALERT-REASON
007310         DELIMITED BY SIZE INTO WS-NEW-REASON
007320     END-STRING
007330     MOVE SITE-ALERT-RECORD TO WS-NEW-DETAIL
007340     PERFORM 2500-RAISE-CASE THRU 2500-EXIT.
007350 2250-NEXT.
007360     READ SITE-ALERT-FILE.
007370 2250-EXIT.
007380     EXIT.
007390
007400*--------------------------------------------------------------*
007410* 2300-TAKE-EXCEPTIONS - ONE CASE PER FAILED SITE ON THE SITE- *
007420*                  EXCEPTION FILE, DATED BY THE LATEST SURVEY  *
007430*                  RUN.                                        *
007440*--------------------------------------------------------------*
007450 2300-TAKE-EXCEPTIONS.
007460     OPEN INPUT SITE-EXCEPTION-FILE
007470     IF NOT EXC-OK
007480         GO TO 2300-EXIT
007490     END-IF
007500     READ SITE-EXCEPTION-FILE
007510     PERFORM 2350-TAKE-ONE-EXCEPTION THRU 2350-EXIT
007520         UNTIL EXC-EOF
007530     CLOSE SITE-EXCEPTION-FILE.
007540 2300-EXIT.
007550     EXIT.
007560
007570 2350-TAKE-ONE-EXCEPTION.
007580     IF NOT EXC-OK
007590         STRING "BAD READ STATUS " EXC-STATUS
007600             " ON SITE EXCEPTION FILE"
007610             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007620         END-STRING
007630         GO TO 9000-ABEND
007640     END-IF
007650     IF EXC-SITE-NAME = SPACES
007660         GO TO 2350-NEXT
007670     END-IF
007680     MOVE EXC-SITE-NAME TO WS-NEW-SITE-CODE
007690     MOVE WS-FEED-RUN-DATE TO WS-NEW-DATE
007700     MOVE 0 TO WS-FOUND-SITE
007710     PERFORM 2470-CHECK-SITE-CODE THRU 2470-EXIT
007720         VARYING WS-SITE-SUB FROM 1 BY 1
007730         UNTIL WS-SITE-SUB > WS-SITE-COUNT OR WS-FOUND-SITE > 0
007740     MOVE "EXCEPTION" TO WS-REASON-SOURCE
007750     MOVE EXC-REASON TO WS-REASON-TEXT
007760     PERFORM 2600-BUILD-REASON THRU 2600-EXIT
007770     MOVE SPACES TO WS-NEW-DETAIL
007780     STRING EXC-REASON
007790         DELIMITED BY SIZE INTO WS-NEW-DETAIL
007800     END-STRING
007810     PERFORM 2500-RAISE-CASE THRU 2500-EXIT.
007820 2350-NEXT.
007830     READ SITE-EXCEPTION-FILE.
007840 2350-EXIT.
007850     EXIT.
007860
007870*--------------------------------------------------------------*
007880* 2400-TAKE-ONE-WARNING - FILE ONE OF THE LATEST RUN'S         *
007890*                  WARNINGS AGAINST THE FIRST SITE ONE OF ITS  *
007900*                  WORDS NAMES, OR AGAINST THE RUN.            *
007910*--------------------------------------------------------------*
007920 2400-TAKE-ONE-WARNING.
007930     MOVE SPACES TO WS-REASON-TEXT
007940     MOVE WARNING-LINE (WS-WARN-SUB) (9:192) TO WS-REASON-TEXT
007950     MOVE SPACES TO WS-WORD-TABLE
007960     UNSTRING WS-REASON-TEXT DELIMITED BY ALL SPACE
007970         INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
007980              WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
007990              WS-WORD (9) WS-WORD (10)
008000     END-UNSTRING
008010     MOVE 0 TO WS-FOUND-SITE
008020     PERFORM 2450-CHECK-ONE-WORD THRU 2450-EXIT
008030         VARYING WS-WORD-SUB FROM 1 BY 1
008040         UNTIL WS-WORD-SUB > 10 OR WS-FOUND-SITE > 0
008050     IF WS-FOUND-SITE > 0
008060         MOVE SITE-CODE (WS-FOUND-SITE) TO WS-NEW-SITE-CODE
008070     ELSE
008080         MOVE "*RUN" TO WS-NEW-SITE-CODE
008090     END-IF
008100     MOVE WS-FEED-RUN-DATE TO WS-NEW-DATE
008110     MOVE "WARNING" TO WS-REASON-SOURCE
008120     PERFORM 2600-BUILD-REASON THRU 2600-EXIT
008130     MOVE WS-REASON-TEXT TO WS-NEW-DETAIL
008140     PERFORM 2500-RAISE-CASE THRU 2500-EXIT.
008150 2400-EXIT.
008160     EXIT.
008170
008180 2450-CHECK-ONE-WORD.
008190     IF WS-WORD (WS-WORD-SUB) = SPACES
008200         GO TO 2450-EXIT
008210     END-IF
008220     PERFORM 2460-CHECK-WORD-SITE THRU 2460-EXIT
008230         VARYING WS-SITE-SUB FROM 1 BY 1
008240         UNTIL WS-SITE-SUB > WS-SITE-COUNT OR WS-FOUND-SITE > 0.
008250 2450-EXIT.
008260     EXIT.
008270
008280*--------------------------------------------------------------*
008290* 2460-CHECK-WORD-SITE - A WORD NAMES A SITE WHEN IT IS THE    *
008300*                  SITE CODE, THE EXTRACT NAME, OR A NAME      *
008310*                  BUILT ON THE EXTRACT NAME (A TRAIL MAP).    *
008320*--------------------------------------------------------------*
008330 2460-CHECK-WORD-SITE.
008340     MOVE WS-SITE-SUB TO WS-FOUND-SITE
008350     PERFORM 2480-TEST-WORD-NAMES-SITE THRU 2480-EXIT
008360     IF NOT WORD-NAMES-SITE
008370         MOVE 0 TO WS-FOUND-SITE
008380     END-IF.
008390 2460-EXIT.
008400     EXIT.
008410
008420 2470-CHECK-SITE-CODE.
008430     IF SITE-CODE (WS-SITE-SUB) = WS-NEW-SITE-CODE
008440         MOVE WS-SITE-SUB TO WS-FOUND-SITE
008450     END-IF.
008460 2470-EXIT.
008470     EXIT.
008480
008490*--------------------------------------------------------------*
008500* 2480-TEST-WORD-NAMES-SITE - DOES WS-WORD (WS-WORD-SUB) NAME  *
008510*                  THE SITE AT WS-FOUND-SITE.                  *
008520*--------------------------------------------------------------*
008530 2480-TEST-WORD-NAMES-SITE.
008540     MOVE 'N' TO WS-WORD-SITE-SWITCH
008550     IF WS-FOUND-SITE = 0
008560         GO TO 2480-EXIT
008570     END-IF
008580     IF WS-WORD (WS-WORD-SUB) = SITE-CODE (WS-FOUND-SITE)
008590         OR WS-WORD (WS-WORD-SUB) = SITE-FILE-NAME (WS-FOUND-SITE)
008600         MOVE 'Y' TO WS-WORD-SITE-SWITCH
008610         GO TO 2480-EXIT
008620     END-IF
008630     MOVE SITE-NAME-LENGTH (WS-FOUND-SITE) TO WS-NAME-LENGTH
008640     IF WS-NAME-LENGTH > 0 AND WS-NAME-LENGTH < 80
008650         AND WS-WORD (WS-WORD-SUB) (1:WS-NAME-LENGTH)
008660             = SITE-FILE-NAME (WS-FOUND-SITE) (1:WS-NAME-LENGTH)
008670         AND WS-WORD (WS-WORD-SUB) (WS-NAME-LENGTH + 1:1) = "."
008680         MOVE 'Y' TO WS-WORD-SITE-SWITCH
008690     END-IF.
008700 2480-EXIT.
008710     EXIT.
008720
008730*--------------------------------------------------------------*
008740* 2500-RAISE-CASE - UPDATE THE OPEN CASE FOR THE SITE AND      *
008750*                  REASON, OR OPEN A NEW ONE.                  *
008760*--------------------------------------------------------------*
008770 2500-RAISE-CASE.
008780     MOVE 0 TO WS-FOUND-CASE
008790     PERFORM 2550-FIND-OPEN-CASE THRU 2550-EXIT
008800         VARYING WS-CASE-SUB FROM 1 BY 1
008810         UNTIL WS-CASE-SUB > WS-CASE-COUNT OR WS-FOUND-CASE > 0
008820     IF WS-FOUND-CASE > 0
008830         MOVE WS-FOUND-CASE TO WS-CASE-SUB
008840         MOVE WS-NEW-DETAIL TO CSE-DETAIL (WS-CASE-SUB)
008850         IF WS-NEW-DATE > CSE-LAST-SEEN-DATE (WS-CASE-SUB)
008860             MOVE WS-NEW-DATE TO CSE-LAST-SEEN-DATE (WS-CASE-SUB)
008870             ADD 1 TO CSE-OCCURRENCES (WS-CASE-SUB)
008880             ADD 1 TO WS-RECURRED-COUNT
008890             PERFORM 7050-BUILD-CASE-PREFIX THRU 7050-EXIT
008900             STRING " RECURRED ON RUN " WS-NEW-DATE
008910                 DELIMITED BY SIZE INTO WS-AUDIT-LINE
008920                 WITH POINTER WS-AUDIT-POINTER
008930             END-STRING
008940             PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
008950         END-IF
008960         GO TO 2500-EXIT
008970     END-IF
008980     IF WS-CASE-COUNT NOT < WS-MAX-CASES
008990         STRING "CASE TABLE FULL OPENING CASE FOR "
009000             WS-NEW-SITE-CODE " " WS-NEW-REASON
009010             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
009020         END-STRING
009030         GO TO 9000-ABEND
009040     END-IF
009050     ADD 1 TO WS-CASE-COUNT
009060     MOVE WS-CASE-COUNT TO WS-CASE-SUB
009070     MOVE SPACES TO CASE-ENTRY (WS-CASE-SUB)
009080     ADD 1 TO WS-LAST-CASE-NUMBER
009090     MOVE WS-LAST-CASE-NUMBER TO CSE-CASE-NUMBER (WS-CASE-SUB)
009100     MOVE WS-NEW-SITE-CODE TO CSE-SITE-CODE (WS-CASE-SUB)
009110     MOVE WS-NEW-REASON TO CSE-REASON (WS-CASE-SUB)
009120     MOVE 'O' TO CSE-STATUS (WS-CASE-SUB)
009130     MOVE WS-NEW-DATE TO CSE-OPENED-DATE (WS-CASE-SUB)
009140     MOVE WS-NEW-DATE TO CSE-LAST-SEEN-DATE (WS-CASE-SUB)
009150     MOVE 1 TO CSE-OCCURRENCES (WS-CASE-SUB)
009160     MOVE 0 TO CSE-ACK-DATE (WS-CASE-SUB)
009170     MOVE 0 TO CSE-CLOSED-DATE (WS-CASE-SUB)
009180     MOVE 0 TO CSE-NOTE-DATE (WS-CASE-SUB)
009190     MOVE WS-NEW-DETAIL TO CSE-DETAIL (WS-CASE-SUB)
009200     ADD 1 TO WS-OPENED-COUNT
009210     PERFORM 7050-BUILD-CASE-PREFIX THRU 7050-EXIT
009220     STRING " OPENED ON RUN " WS-NEW-DATE " - "
009230         WS-NEW-DETAIL DELIMITED BY SIZE
009240         INTO WS-AUDIT-LINE
009250         WITH POINTER WS-AUDIT-POINTER
009260     END-STRING
009270     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
009280     DISPLAY "AOC3K: " WS-AUDIT-LINE (1:120).
009290 2500-EXIT.
009300     EXIT.
009310
009320 2550-FIND-OPEN-CASE.
009330     IF CSE-STILL-OPEN (WS-CASE-SUB)
009340         AND CSE-SITE-CODE (WS-CASE-SUB) = WS-NEW-SITE-CODE
009350         AND CSE-REASON (WS-CASE-SUB) = WS-NEW-REASON
009360         MOVE WS-CASE-SUB TO WS-FOUND-CASE
009370     END-IF.
009380 2550-EXIT.
009390     EXIT.
009400
009410*--------------------------------------------------------------*
009420* 2600-BUILD-REASON - THE CASE REASON: WS-REASON-SOURCE AND    *
009430*                  THE FIRST THREE WORDS OF WS-REASON-TEXT     *
009440*                  THAT DO NOT NAME THE SITE AT WS-FOUND-SITE. *
009450*--------------------------------------------------------------*
009460 2600-BUILD-REASON.
009470     MOVE SPACES TO WS-NEW-REASON
009480     MOVE 1 TO WS-REASON-POINTER
009490     STRING WS-REASON-SOURCE DELIMITED BY SPACE
009500         INTO WS-NEW-REASON
009510         WITH POINTER WS-REASON-POINTER
009520     END-STRING
009530     MOVE SPACES TO WS-WORD-TABLE
009540     UNSTRING WS-REASON-TEXT DELIMITED BY ALL SPACE
009550         INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
009560              WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
009570              WS-WORD (9) WS-WORD (10)
009580     END-UNSTRING
009590     MOVE 0 TO WS-REASON-WORDS
009600     PERFORM 2650-ADD-REASON-WORD THRU 2650-EXIT
009610         VARYING WS-WORD-SUB FROM 1 BY 1
009620         UNTIL WS-WORD-SUB > 10 OR WS-REASON-WORDS NOT < 3.
009630 2600-EXIT.
009640     EXIT.
009650
009660 2650-ADD-REASON-WORD.
009670     IF WS-WORD (WS-WORD-SUB) = SPACES
009680         GO TO 2650-EXIT
009690     END-IF
009700     PERFORM 2480-TEST-WORD-NAMES-SITE THRU 2480-EXIT
009710     IF WORD-NAMES-SITE
009720         GO TO 2650-EXIT
009730     END-IF
009740     ADD 1 TO WS-REASON-WORDS
009750     STRING " " DELIMITED BY SIZE
009760         WS-WORD (WS-WORD-SUB) DELIMITED BY SPACE
009770         INTO WS-NEW-REASON
009780         WITH POINTER WS-REASON-POINTER
009790         ON OVERFLOW
009800             CONTINUE
009810     END-STRING.
009820 2650-EXIT.
009830     EXIT.
009840
009850*--------------------------------------------------------------*
009860* 3000-APPLY-TRANSACTIONS - APPLY TONIGHT'S OPERATOR           *
009870*                  TRANSACTIONS IN ORDER; EACH IS EITHER       *
009880*                  APPLIED OR REJECTED ON THE CASE AUDIT FILE. *
009890*                  THE TRANSACTION FILE IS EMPTIED BY 5800     *
009900*                  ONLY ONCE THE REBUILT CASE FILE IS IN PLACE.*
009910*--------------------------------------------------------------*
009920 3000-APPLY-TRANSACTIONS.
009930     OPEN INPUT CASE-TXN-FILE
009940     IF NOT TXN-OK
009950         GO TO 3000-EXIT
009960     END-IF
009970     MOVE 'Y' TO WS-TXN-TAKEN-SWITCH
009980     MOVE 0 TO WS-TXN-LINE-NO
009990     READ CASE-TXN-FILE
010000     PERFORM 3050-APPLY-ONE-TXN THRU 3050-EXIT
010010         UNTIL TXN-EOF
010020     CLOSE CASE-TXN-FILE.
010030 3000-EXIT.
010040     EXIT.
010050
010060 3050-APPLY-ONE-TXN.
010070     IF NOT TXN-OK
010080         STRING "BAD READ STATUS " TXN-STATUS
010090             " ON CASE TRANSACTION FILE"
010100             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
010110         END-STRING
010120         GO TO 9000-ABEND
010130     END-IF
010140     ADD 1 TO WS-TXN-LINE-NO
010150     IF CASE-TXN-RECORD = SPACES
010160         GO TO 3050-NEXT
010170     END-IF
010180     MOVE SPACES TO WS-REJECT-REASON
010190     PERFORM 3100-EDIT-TXN THRU 3100-EXIT
010200     IF WS-REJECT-REASON NOT = SPACES
010210         PERFORM 7200-AUDIT-REJECTED THRU 7200-EXIT
010220         GO TO 3050-NEXT
010230     END-IF
010240     MOVE WS-FOUND-CASE TO WS-CASE-SUB
010250     IF CTX-ACKNOWLEDGE
010260         PERFORM 3200-APPLY-ACKNOWLEDGE THRU 3200-EXIT
010270     END-IF
010280     IF CTX-ANNOTATE
010290         PERFORM 3300-APPLY-ANNOTATE THRU 3300-EXIT
010300     END-IF
010310     IF CTX-CLOSE
010320         PERFORM 3400-APPLY-CLOSE THRU 3400-EXIT
010330     END-IF.
010340 3050-NEXT.
010350     READ CASE-TXN-FILE.
010360 3050-EXIT.
010370     EXIT.
010380
010390*--------------------------------------------------------------*
010400* 3100-EDIT-TXN - A KNOWN ACTION, AN OPERATOR, AN OPEN CASE,   *
010410*                  AND A NOTE ON AN ANNOTATE.                  *
010420*--------------------------------------------------------------*
010430 3100-EDIT-TXN.
010440     MOVE 0 TO WS-FOUND-CASE
010450     IF NOT CTX-ACKNOWLEDGE AND NOT CTX-ANNOTATE
010460         AND NOT CTX-CLOSE
010470         MOVE "ACTION MUST BE A, N OR C" TO WS-REJECT-REASON
010480         GO TO 3100-EXIT
010490     END-IF
010500     IF CTX-OPERATOR = SPACES
010510         MOVE "OPERATOR IS REQUIRED" TO WS-REJECT-REASON
010520         GO TO 3100-EXIT
010530     END-IF
010540     IF CTX-CASE-NUMBER IS NOT NUMERIC
010550         MOVE "CASE NUMBER IS NOT NUMERIC" TO WS-REJECT-REASON
010560         GO TO 3100-EXIT
010570     END-IF
010580     IF CTX-ANNOTATE AND CTX-NOTE = SPACES
010590         MOVE "NOTE IS REQUIRED ON AN ANNOTATE"
010600             TO WS-REJECT-REASON
010610         GO TO 3100-EXIT
010620     END-IF
010630     PERFORM 3150-FIND-CASE-NUMBER THRU 3150-EXIT
010640         VARYING WS-CASE-SUB FROM 1 BY 1
010650         UNTIL WS-CASE-SUB > WS-CASE-COUNT OR WS-FOUND-CASE > 0
010660     IF WS-FOUND-CASE = 0
010670         MOVE "CASE NUMBER NOT ON CASE FILE" TO WS-REJECT-REASON
010680         GO TO 3100-EXIT
010690     END-IF
010700     IF CSE-CLOSED (WS-FOUND-CASE)
010710         MOVE "CASE IS ALREADY CLOSED" TO WS-REJECT-REASON
010720     END-IF.
010730 3100-EXIT.
010740     EXIT.
010750
010760 3150-FIND-CASE-NUMBER.
010770     IF CSE-CASE-NUMBER (WS-CASE-SUB) = CTX-CASE-NUMBER-NUM
010780         MOVE WS-CASE-SUB TO WS-FOUND-CASE
010790     END-IF.
010800 3150-EXIT.
010810     EXIT.
010820
010830 3200-APPLY-ACKNOWLEDGE.
010840     MOVE 'A' TO CSE-STATUS (WS-CASE-SUB)
010850     MOVE CTX-OPERATOR TO CSE-ACK-OPERATOR (WS-CASE-SUB)
010860     MOVE WS-RUN-DATE TO CSE-ACK-DATE (WS-CASE-SUB)
010870     ADD 1 TO WS-ACKED-COUNT
010880     PERFORM 7050-BUILD-CASE-PREFIX THRU 7050-EXIT
010890     STRING " ACKNOWLEDGED BY " CTX-OPERATOR
010900         DELIMITED BY SIZE INTO WS-AUDIT-LINE
010910         WITH POINTER WS-AUDIT-POINTER
010920     END-STRING
010930     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
010940     IF CTX-NOTE NOT = SPACES
010950         PERFORM 3300-APPLY-ANNOTATE THRU 3300-EXIT
010960     END-IF.
010970 3200-EXIT.
010980     EXIT.
010990
011000 3300-APPLY-ANNOTATE.
011010     MOVE CTX-NOTE TO CSE-NOTE (WS-CASE-SUB)
011020     MOVE CTX-OPERATOR TO CSE-NOTE-OPERATOR (WS-CASE-SUB)
011030     MOVE WS-RUN-DATE TO CSE-NOTE-DATE (WS-CASE-SUB)
011040     ADD 1 TO WS-NOTED-COUNT
011050     PERFORM 7050-BUILD-CASE-PREFIX THRU 7050-EXIT
011060     STRING " ANNOTATED BY " CTX-OPERATOR " - " CTX-NOTE
011070         DELIMITED BY SIZE INTO WS-AUDIT-LINE
011080         WITH POINTER WS-AUDIT-POINTER
011090     END-STRING
011100     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
011110 3300-EXIT.
011120     EXIT.
011130
011140 3400-APPLY-CLOSE.
011150     IF CTX-NOTE NOT = SPACES
011160         PERFORM 3300-APPLY-ANNOTATE THRU 3300-EXIT
011170     END-IF
011180     MOVE 'C' TO CSE-STATUS (WS-CASE-SUB)
011190     MOVE WS-RUN-DATE TO CSE-CLOSED-DATE (WS-CASE-SUB)
011200     MOVE CTX-OPERATOR TO CSE-CLOSED-BY (WS-CASE-SUB)
011210     ADD 1 TO WS-CLOSED-COUNT
011220     PERFORM 7050-BUILD-CASE-PREFIX THRU 7050-EXIT
011230     STRING " CLOSED BY " CTX-OPERATOR
011240         DELIMITED BY SIZE INTO WS-AUDIT-LINE
011250         WITH POINTER WS-AUDIT-POINTER
011260     END-STRING
011270     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
011280 3400-EXIT.
011290     EXIT.
011300
011310*--------------------------------------------------------------*
011320* 4000-AUTO-CLOSE-CASES - A SITE CASE CLOSES ITSELF WHEN THE   *
011330*                  SITE HAS A POSTING ON THE RESULTS HISTORY   *
011340*                  FOR A RUN DATE AFTER THE CASE WAS LAST      *
011350*                  SEEN: THE SITE HAS SINCE BEEN SCANNED,      *
011360*                  PASSED THE TOLERANCE CHECK AND POSTED       *
011370*                  WITHOUT THE CONDITION COMING BACK. CASES    *
011380*                  AGAINST THE RUN ITSELF ARE CLOSED ONLY BY   *
011390*                  AN OPERATOR.                                *
011400*--------------------------------------------------------------*
011410 4000-AUTO-CLOSE-CASES.
011420     OPEN INPUT RESULTS-HISTORY-FILE
011430     IF NOT HIST-OK
011440         GO TO 4000-EXIT
011450     END-IF
011460     READ RESULTS-HISTORY-FILE
011470     PERFORM 4050-CHECK-ONE-POSTING THRU 4050-EXIT
011480         UNTIL HIST-EOF
011490     CLOSE RESULTS-HISTORY-FILE.
011500 4000-EXIT.
011510     EXIT.
011520
011530 4050-CHECK-ONE-POSTING.
011540     IF NOT HIST-OK
011550         STRING "BAD READ STATUS " HIST-STATUS
011560             " ON RESULTS HISTORY"
011570             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
011580         END-STRING
011590         GO TO 9000-ABEND
011600     END-IF
011610     IF HIST-RUN-DATE IS NUMERIC
011620         PERFORM 4070-CLOSE-IF-POSTED THRU 4070-EXIT
011630             VARYING WS-CASE-SUB FROM 1 BY 1
011640             UNTIL WS-CASE-SUB > WS-CASE-COUNT
011650     END-IF
011660     READ RESULTS-HISTORY-FILE.
011670 4050-EXIT.
011680     EXIT.
011690
011700 4070-CLOSE-IF-POSTED.
011710     IF NOT CSE-STILL-OPEN (WS-CASE-SUB)
011720         OR CSE-SITE-CODE (WS-CASE-SUB) NOT = HIST-SITE-NAME (1:8)
011730         OR HIST-RUN-DATE NOT > CSE-LAST-SEEN-DATE (WS-CASE-SUB)
011740         GO TO 4070-EXIT
011750     END-IF
011760     MOVE 'C' TO CSE-STATUS (WS-CASE-SUB)
011770     MOVE HIST-RUN-DATE TO CSE-CLOSED-DATE (WS-CASE-SUB)
011780     MOVE "*AUTO" TO CSE-CLOSED-BY (WS-CASE-SUB)
011790     ADD 1 TO WS-AUTO-CLOSED-COUNT
011800     PERFORM 7050-BUILD-CASE-PREFIX THRU 7050-EXIT
011810     STRING " AUTO-CLOSED - SITE POSTED CLEANLY ON RUN "
011820         HIST-RUN-DATE
011830         DELIMITED BY SIZE INTO WS-AUDIT-LINE
011840         WITH POINTER WS-AUDIT-POINTER
011850     END-STRING
011860     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
011870 4070-EXIT.
011880     EXIT.
011890
011900*--------------------------------------------------------------*
011910* 5000-SORT-CASES - EXCHANGE SORT OF THE CASE TABLE INTO SITE, *
011920*                  REASON AND CASE-NUMBER ORDER, THE ORDER OF  *
011930*                  THE CASE FILE AND THE AGING REPORT.         *
011940*--------------------------------------------------------------*
011950 5000-SORT-CASES.
011960     MOVE 'Y' TO WS-SWAPPED-SWITCH
011970     PERFORM 5050-SORT-ONE-PASS THRU 5050-EXIT
011980         UNTIL NOT ENTRIES-SWAPPED.
011990 5000-EXIT.
012000     EXIT.
012010
012020 5050-SORT-ONE-PASS.
012030     MOVE 'N' TO WS-SWAPPED-SWITCH
012040     PERFORM 5060-COMPARE-ONE-PAIR THRU 5060-EXIT
012050         VARYING WS-CASE-SUB FROM 1 BY 1
012060         UNTIL WS-CASE-SUB NOT < WS-CASE-COUNT.
012070 5050-EXIT.
012080     EXIT.
012090
012100 5060-COMPARE-ONE-PAIR.
012110     COMPUTE WS-CMP-SUB = WS-CASE-SUB + 1
012120     IF CSE-SITE-CODE (WS-CASE-SUB) < CSE-SITE-CODE (WS-CMP-SUB)
012130         GO TO 5060-EXIT
012140     END-IF
012150     IF CSE-SITE-CODE (WS-CASE-SUB) = CSE-SITE-CODE (WS-CMP-SUB)
012160         IF CSE-REASON (WS-CASE-SUB) < CSE-REASON (WS-CMP-SUB)
012170             GO TO 5060-EXIT
012180         END-IF
012190         IF CSE-REASON (WS-CASE-SUB) = CSE-REASON (WS-CMP-SUB)
012200             AND CSE-CASE-NUMBER (WS-CASE-SUB)
012210                 < CSE-CASE-NUMBER (WS-CMP-SUB)
012220             GO TO 5060-EXIT
012230         END-IF
012240     END-IF
012250     MOVE CASE-ENTRY (WS-CASE-SUB) TO WS-SWAP-CASE-ENTRY
012260     MOVE CASE-ENTRY (WS-CMP-SUB) TO CASE-ENTRY (WS-CASE-SUB)
012270     MOVE WS-SWAP-CASE-ENTRY TO CASE-ENTRY (WS-CMP-SUB)
012280     MOVE 'Y' TO WS-SWAPPED-SWITCH.
012290 5060-EXIT.
012300     EXIT.
012310
012320*--------------------------------------------------------------*
012330* 5500-REBUILD-CASE-FILE - THE CASE FILE IS NEVER TRUNCATED    *
012340*                  UNTIL TWO RECOVERY COPIES EXIST: THE        *
012350*                  REBUILT SIDE COPY (sitecase.new) AND THE    *
012360*                  ARCHIVE OF THE ORIGINAL (sitecase.bak). A   *
012370*                  CASE CLOSED LONGER THAN THE KEEP LIMIT IS   *
012380*                  NOT WRITTEN BACK. IT GOES TO A WORK FILE    *
012390*                  (casehist.arw) THAT IS ONLY ADDED TO THE    *
012400*                  CASE HISTORY FILE ONCE THE NEW CASE FILE IS *
012410*                  IN PLACE, SO A RERUN AFTER AN ABEND NEVER   *
012420*                  FILES A CASE TWICE.                         *
012430*--------------------------------------------------------------*
012440 5500-REBUILD-CASE-FILE.
012450     PERFORM 5520-POST-LEFTOVER-HISTORY THRU 5520-EXIT
012460     OPEN OUTPUT CASE-NEW-FILE
012470     IF NOT CASE-NEW-OK
012480         STRING "BAD OPEN STATUS " CASE-NEW-STATUS
012490             " ON CASE FILE SIDE COPY sitecase.new"
012500             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
012510         END-STRING
012520         GO TO 9000-ABEND
012530     END-IF
012540     OPEN OUTPUT CASE-HIST-WORK-FILE
012550     IF NOT CASE-HWK-OK
012560         STRING "BAD OPEN STATUS " CASE-HWK-STATUS
012570             " ON CASE HISTORY WORK FILE casehist.arw"
012580             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
012590         END-STRING
012600         GO TO 9000-ABEND
012610     END-IF
012620     MOVE 'W' TO WS-HIST-WORK-STATE
012630     PERFORM 5550-WRITE-ONE-SIDE-RECORD THRU 5550-EXIT
012640         VARYING WS-CASE-SUB FROM 1 BY 1
012650         UNTIL WS-CASE-SUB > WS-CASE-COUNT
012660     CLOSE CASE-NEW-FILE
012670     CLOSE CASE-HIST-WORK-FILE
012680     PERFORM 5600-ARCHIVE-CASE-FILE THRU 5600-EXIT
012690     OPEN OUTPUT CASE-FILE
012700     IF NOT CASE-OK
012710         STRING "BAD OPEN STATUS " CASE-STATUS
012720             " REWRITING CASE FILE"
012730             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
012740         END-STRING
012750         GO TO 9000-ABEND
012760     END-IF
012770     MOVE 'N' TO WS-HIST-WORK-STATE
012780     PERFORM 5700-WRITE-ONE-CASE-RECORD THRU 5700-EXIT
012790         VARYING WS-CASE-SUB FROM 1 BY 1
012800         UNTIL WS-CASE-SUB > WS-CASE-COUNT
012810     CLOSE CASE-FILE
012820     PERFORM 5750-POST-CASE-HISTORY THRU 5750-EXIT.
012830 5500-EXIT.
012840     EXIT.
012850
012860*--------------------------------------------------------------*
012870* 5520-POST-LEFTOVER-HISTORY - A WORK FILE STILL HOLDING CASES *
012880*                  WAS LEFT BY AN EARLIER RUN THAT INSTALLED   *
012890*                  ITS NEW CASE FILE BUT DID NOT FINISH FILING *
012900*                  THEM. THEY ARE ADDED TO THE CASE HISTORY    *
012910*                  FILE NOW, BEFORE THE WORK FILE IS STARTED   *
012920*                  AFRESH.                                     *
012930*--------------------------------------------------------------*
012940 5520-POST-LEFTOVER-HISTORY.
012950     OPEN INPUT CASE-HIST-WORK-FILE
012960     IF CASE-HWK-NOT-FOUND
012970         GO TO 5520-EXIT
012980     END-IF
012990     IF NOT CASE-HWK-OK
013000         STRING "BAD OPEN STATUS " CASE-HWK-STATUS
013010             " ON CASE HISTORY WORK FILE casehist.arw"
013020             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013030         END-STRING
013040         GO TO 9000-ABEND
013050     END-IF
013060     READ CASE-HIST-WORK-FILE
013070     IF CASE-HWK-EOF
013080         CLOSE CASE-HIST-WORK-FILE
013090         GO TO 5520-EXIT
013100     END-IF
013110     IF NOT CASE-HWK-OK
013120         STRING "BAD READ STATUS " CASE-HWK-STATUS
013130             " ON CASE HISTORY WORK FILE casehist.arw"
013140             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013150         END-STRING
013160         GO TO 9000-ABEND
013170     END-IF
013180     CLOSE CASE-HIST-WORK-FILE
013190     PERFORM 5750-POST-CASE-HISTORY THRU 5750-EXIT
013200     MOVE WS-HIST-POSTED TO WS-COUNT-DISPLAY
013210     MOVE SPACES TO WS-AUDIT-LINE
013220     MOVE 1 TO WS-AUDIT-POINTER
013230     STRING "CASE HISTORY WORK FILE casehist.arw LEFT BY AN "
013240         "EARLIER RUN - " WS-COUNT-DISPLAY
013250         " CASES ADDED TO casehist.txt"
013260         DELIMITED BY SIZE INTO WS-AUDIT-LINE
013270         WITH POINTER WS-AUDIT-POINTER
013280     END-STRING
013290     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
013300     DISPLAY "AOC3K: " WS-AUDIT-LINE (1:120).
013310 5520-EXIT.
013320     EXIT.
013330
013340*--------------------------------------------------------------*
013350* 5550-WRITE-ONE-SIDE-RECORD - A CASE CLOSED LONGER THAN THE   *
013360*                  KEEP LIMIT GOES TO THE HISTORY WORK FILE    *
013370*                  AND IS MARKED ('H') SO IT IS NOT WRITTEN    *
013380*                  BACK OR REPORTED; EVERY OTHER CASE GOES TO  *
013390*                  THE SIDE COPY.                              *
013400*--------------------------------------------------------------*
013410 5550-WRITE-ONE-SIDE-RECORD.
013420     IF CSE-CLOSED (WS-CASE-SUB)
013430         MOVE CSE-CLOSED-DATE (WS-CASE-SUB) TO WS-DN-DATE
013440         PERFORM 6500-DATE-TO-DAYS THRU 6500-EXIT
013450         IF WS-DAY-NUMBER + WS-KEEP-DAYS < WS-TODAY-NUMBER
013460             MOVE CASE-ENTRY (WS-CASE-SUB)
013470                 TO CASE-HIST-WORK-RECORD
013480             WRITE CASE-HIST-WORK-RECORD
013490             IF NOT CASE-HWK-OK
013500                 STRING "BAD WRITE STATUS " CASE-HWK-STATUS
013510                     " ON CASE HISTORY WORK FILE casehist.arw"
013520                     DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013530                 END-STRING
013540                 GO TO 9000-ABEND
013550             END-IF
013560             ADD 1 TO WS-ARCHIVED-COUNT
013570             PERFORM 7050-BUILD-CASE-PREFIX THRU 7050-EXIT
013580             STRING " MOVED TO CASE HISTORY FILE"
013590                 DELIMITED BY SIZE INTO WS-AUDIT-LINE
013600                 WITH POINTER WS-AUDIT-POINTER
013610             END-STRING
013620             PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
013630             MOVE 'H' TO CSE-STATUS (WS-CASE-SUB)
013640             GO TO 5550-EXIT
013650         END-IF
013660     END-IF
013670     MOVE CASE-ENTRY (WS-CASE-SUB) TO CASE-NEW-RECORD
013680     WRITE CASE-NEW-RECORD
013690     IF NOT CASE-NEW-OK
013700         STRING "BAD WRITE STATUS " CASE-NEW-STATUS
013710             " ON CASE FILE SIDE COPY sitecase.new"
013720             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013730         END-STRING
013740         GO TO 9000-ABEND
013750     END-IF.
013760 5550-EXIT.
013770     EXIT.
013780
013790*--------------------------------------------------------------*
013800* 5600-ARCHIVE-CASE-FILE - COPY THE ORIGINAL CASE FILE TO ITS  *
013810*                  ARCHIVE NAME BEFORE IT IS OVERWRITTEN. A    *
013820*                  FIRST-EVER CASE FILE HAS NOTHING TO ARCHIVE.*
013830*--------------------------------------------------------------*
013840 5600-ARCHIVE-CASE-FILE.
013850     OPEN INPUT CASE-FILE
013860     IF CASE-NOT-FOUND
013870         GO TO 5600-EXIT
013880     END-IF
013890     IF NOT CASE-OK
013900         STRING "BAD OPEN STATUS " CASE-STATUS
013910             " ARCHIVING CASE FILE"
013920             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
013930         END-STRING
013940         GO TO 9000-ABEND
013950     END-IF
013960     OPEN OUTPUT CASE-BACKUP-FILE
013970     IF NOT CASE-BAK-OK
013980         STRING "BAD OPEN STATUS " CASE-BAK-STATUS
013990             " ON CASE FILE ARCHIVE sitecase.bak"
014000             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014010         END-STRING
014020         GO TO 9000-ABEND
014030     END-IF
014040     READ CASE-FILE
014050     PERFORM 5650-COPY-ONE-ARCHIVE-RECORD THRU 5650-EXIT
014060         UNTIL CASE-EOF
014070     CLOSE CASE-FILE
014080     CLOSE CASE-BACKUP-FILE.
014090 5600-EXIT.
014100     EXIT.
014110
014120 5650-COPY-ONE-ARCHIVE-RECORD.
014130     IF NOT CASE-OK
014140         STRING "BAD READ STATUS " CASE-STATUS
014150             " ARCHIVING CASE FILE"
014160             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014170         END-STRING
014180         GO TO 9000-ABEND
014190     END-IF
014200     MOVE CASE-RECORD TO CASE-BACKUP-RECORD
014210     WRITE CASE-BACKUP-RECORD
014220     IF NOT CASE-BAK-OK
014230         STRING "BAD WRITE STATUS " CASE-BAK-STATUS
014240             " ON CASE FILE ARCHIVE sitecase.bak"
014250             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014260         END-STRING
014270         GO TO 9000-ABEND
014280     END-IF
014290     READ CASE-FILE.
014300 5650-EXIT.
014310     EXIT.
014320
014330 5700-WRITE-ONE-CASE-RECORD.
014340     IF CSE-STATUS (WS-CASE-SUB) = 'H'
014350         GO TO 5700-EXIT
014360     END-IF
014370     MOVE CASE-ENTRY (WS-CASE-SUB) TO CASE-RECORD
014380     WRITE CASE-RECORD
014390     IF NOT CASE-OK
014400         STRING "BAD WRITE STATUS " CASE-STATUS
014410             " REWRITING CASE FILE - RESTORE FROM sitecase.new"
014420             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014430         END-STRING
014440         GO TO 9000-ABEND
014450     END-IF.
014460 5700-EXIT.
014470     EXIT.
014480
014490*--------------------------------------------------------------*
014500* 5750-POST-CASE-HISTORY - ADD THE HISTORY WORK FILE TO THE    *
014510*                  CASE HISTORY FILE AND EMPTY IT. THE NEW     *
014520*                  CASE FILE IS ALREADY IN PLACE, SO A FAILURE *
014530*                  HERE LEAVES THE CASES ON casehist.arw FOR   *
014540*                  THE NEXT RUN TO ADD. WS-HIST-POSTED COUNTS  *
014550*                  THEM.                                       *
014560*--------------------------------------------------------------*
014570 5750-POST-CASE-HISTORY.
014580     MOVE 0 TO WS-HIST-POSTED
014590     OPEN INPUT CASE-HIST-WORK-FILE
014600     IF NOT CASE-HWK-OK
014610         STRING "BAD OPEN STATUS " CASE-HWK-STATUS
014620             " ON CASE HISTORY WORK FILE casehist.arw"
014630             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014640         END-STRING
014650         GO TO 9000-ABEND
014660     END-IF
014670     OPEN EXTEND CASE-HISTORY-FILE
014680     IF CASE-HIST-NOT-FOUND
014690         OPEN OUTPUT CASE-HISTORY-FILE
014700     END-IF
014710     IF NOT CASE-HIST-OK
014720         STRING "BAD OPEN STATUS " CASE-HIST-STATUS
014730             " ON CASE HISTORY FILE casehist.txt"
014740             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014750         END-STRING
014760         GO TO 9000-ABEND
014770     END-IF
014780     READ CASE-HIST-WORK-FILE
014790     PERFORM 5770-COPY-ONE-HISTORY THRU 5770-EXIT
014800         UNTIL CASE-HWK-EOF
014810     CLOSE CASE-HIST-WORK-FILE
014820     CLOSE CASE-HISTORY-FILE
014830     OPEN OUTPUT CASE-HIST-WORK-FILE
014840     CLOSE CASE-HIST-WORK-FILE.
014850 5750-EXIT.
014860     EXIT.
014870
014880 5770-COPY-ONE-HISTORY.
014890     IF NOT CASE-HWK-OK
014900         STRING "BAD READ STATUS " CASE-HWK-STATUS
014910             " ON CASE HISTORY WORK FILE casehist.arw"
014920             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
014930         END-STRING
014940         GO TO 9000-ABEND
014950     END-IF
014960     MOVE CASE-HIST-WORK-RECORD TO CASE-HISTORY-RECORD
014970     WRITE CASE-HISTORY-RECORD
014980     IF NOT CASE-HIST-OK
014990         STRING "BAD WRITE STATUS " CASE-HIST-STATUS
015000             " ON CASE HISTORY FILE casehist.txt"
015010             " - casehist.arw KEPT FOR THE NEXT RUN"
015020             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
015030         END-STRING
015040         GO TO 9000-ABEND
015050     END-IF
015060     ADD 1 TO WS-HIST-POSTED
015070     READ CASE-HIST-WORK-FILE.
015080 5770-EXIT.
015090     EXIT.
015100
015110*--------------------------------------------------------------*
015120* 5800-EMPTY-TRANSACTIONS - THE OPERATOR TRANSACTIONS ARE NOW  *
015130*                  CARRIED BY THE REBUILT CASE FILE AND THE    *
015140*                  CASE AUDIT FILE, SO THE TRANSACTION FILE IS *
015150*                  EMPTIED. AN ABEND BEFORE THIS POINT LEAVES  *
015160*                  THEM ON FILE TO BE APPLIED AGAIN.           *
015170*--------------------------------------------------------------*
015180 5800-EMPTY-TRANSACTIONS.
015190     IF NOT TXN-FILE-TAKEN
015200         GO TO 5800-EXIT
015210     END-IF
015220     OPEN OUTPUT CASE-TXN-FILE
015230     IF TXN-OK
015240         CLOSE CASE-TXN-FILE
015250     ELSE
015260         DISPLAY "AOC3K WARNING: BAD OPEN STATUS " TXN-STATUS
015270             " EMPTYING TRANSACTION FILE casetxn.txt"
015280     END-IF.
015290 5800-EXIT.
015300     EXIT.
015310
015320*--------------------------------------------------------------*
015330* 6000-WRITE-AGING-REPORT - THE RUN'S CASE ACTIVITY, THEN      *
015340*                  EVERY CASE OPEN LONGER THAN THE AGING LIMIT *
015350*                  BY SITE AND REASON WITH A COUNT PER SITE,   *
015360*                  THEN THE CASES OPENED BY THIS RUN.          *
015370*--------------------------------------------------------------*
015380 6000-WRITE-AGING-REPORT.
015390     MOVE WS-AGE-DAYS TO WS-LIMIT-DISPLAY
015400     MOVE SPACES TO WS-REPORT-LINE
015410     STRING "OPEN-ITEMS AGING REPORT - RUN " WS-RUN-DATE
015420         "  SURVEY RUN " WS-FEED-RUN-DATE
015430         "  AGING LIMIT " WS-LIMIT-DISPLAY " DAYS"
015440         DELIMITED BY SIZE INTO WS-REPORT-LINE
015450     END-STRING
015460     MOVE WS-REPORT-LINE TO CASE-REPORT-RECORD
015470     WRITE CASE-REPORT-RECORD
015480     DISPLAY "AOC3K: " WS-REPORT-LINE
015490     MOVE SPACES TO CASE-REPORT-RECORD
015500     WRITE CASE-REPORT-RECORD
015510     MOVE SPACES TO WS-REPORT-LINE
015520     MOVE 1 TO WS-LINE-POINTER
015530     MOVE WS-OPENED-COUNT TO WS-COUNT-DISPLAY
015540     STRING "CASE ACTIVITY - OPENED " WS-COUNT-DISPLAY
015550         DELIMITED BY SIZE INTO WS-REPORT-LINE
015560         WITH POINTER WS-LINE-POINTER
015570     END-STRING
015580     MOVE WS-RECURRED-COUNT TO WS-COUNT-DISPLAY
015590     STRING "  RECURRED " WS-COUNT-DISPLAY
015600         DELIMITED BY SIZE INTO WS-REPORT-LINE
015610         WITH POINTER WS-LINE-POINTER
015620     END-STRING
015630     MOVE WS-AUTO-CLOSED-COUNT TO WS-COUNT-DISPLAY
015640     STRING "  AUTO-CLOSED " WS-COUNT-DISPLAY
015650         DELIMITED BY SIZE INTO WS-REPORT-LINE
015660         WITH POINTER WS-LINE-POINTER
015670     END-STRING
015680     MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY
015690     STRING "  CLOSED BY OPERATOR " WS-COUNT-DISPLAY
015700         DELIMITED BY SIZE INTO WS-REPORT-LINE
015710         WITH POINTER WS-LINE-POINTER
015720     END-STRING
015730     MOVE WS-REPORT-LINE TO CASE-REPORT-RECORD
015740     WRITE CASE-REPORT-RECORD
015750     MOVE SPACES TO WS-REPORT-LINE
015760     MOVE 1 TO WS-LINE-POINTER
015770     MOVE WS-ACKED-COUNT TO WS-COUNT-DISPLAY
015780     STRING "                ACKNOWLEDGED " WS-COUNT-DISPLAY
015790         DELIMITED BY SIZE INTO WS-REPORT-LINE
015800         WITH POINTER WS-LINE-POINTER
015810     END-STRING
015820     MOVE WS-NOTED-COUNT TO WS-COUNT-DISPLAY
015830     STRING "  ANNOTATED " WS-COUNT-DISPLAY
015840         DELIMITED BY SIZE INTO WS-REPORT-LINE
015850         WITH POINTER WS-LINE-POINTER
015860     END-STRING
015870     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
015880     STRING "  TRANSACTIONS REJECTED " WS-COUNT-DISPLAY
015890         DELIMITED BY SIZE INTO WS-REPORT-LINE
015900         WITH POINTER WS-LINE-POINTER
015910     END-STRING
015920     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-DISPLAY
015930     STRING "  MOVED TO HISTORY " WS-COUNT-DISPLAY
015940         DELIMITED BY SIZE INTO WS-REPORT-LINE
015950         WITH POINTER WS-LINE-POINTER
015960     END-STRING
015970     MOVE WS-REPORT-LINE TO CASE-REPORT-RECORD
015980     WRITE CASE-REPORT-RECORD
015990     MOVE SPACES TO CASE-REPORT-RECORD
016000     WRITE CASE-REPORT-RECORD
016010     MOVE SPACES TO CASE-REPORT-RECORD
016020     STRING "CASES OPEN MORE THAN " WS-LIMIT-DISPLAY
016030         " DAYS, BY SITE AND REASON"
016040         DELIMITED BY SIZE INTO CASE-REPORT-RECORD
016050     END-STRING
016060     WRITE CASE-REPORT-RECORD
016070     PERFORM 6050-WRITE-CASE-HEADINGS THRU 6050-EXIT
016080     MOVE SPACES TO WS-PRIOR-SITE-CODE
016090     MOVE 0 TO WS-SITE-AGED
016100     PERFORM 6100-AGE-ONE-CASE THRU 6100-EXIT
016110         VARYING WS-CASE-SUB FROM 1 BY 1
016120         UNTIL WS-CASE-SUB > WS-CASE-COUNT
016130     PERFORM 6150-WRITE-SITE-COUNT THRU 6150-EXIT
016140     IF WS-AGED-COUNT = 0
016150         MOVE "  NONE" TO CASE-REPORT-RECORD
016160         WRITE CASE-REPORT-RECORD
016170     END-IF
016180     MOVE SPACES TO CASE-REPORT-RECORD
016190     WRITE CASE-REPORT-RECORD
016200     MOVE "CASES OPENED BY THIS RUN" TO CASE-REPORT-RECORD
016210     WRITE CASE-REPORT-RECORD
016220     PERFORM 6050-WRITE-CASE-HEADINGS THRU 6050-EXIT
016230     PERFORM 6300-LIST-ONE-NEW-CASE THRU 6300-EXIT
016240         VARYING WS-CASE-SUB FROM 1 BY 1
016250         UNTIL WS-CASE-SUB > WS-CASE-COUNT
016260     IF WS-OPENED-COUNT = 0
016270         MOVE "  NONE" TO CASE-REPORT-RECORD
016280         WRITE CASE-REPORT-RECORD
016290     END-IF
016300     MOVE SPACES TO CASE-REPORT-RECORD
016310     WRITE CASE-REPORT-RECORD
016320     MOVE SPACES TO WS-REPORT-LINE
016330     MOVE 1 TO WS-LINE-POINTER
016340     MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
016350     STRING "OPEN CASES " WS-COUNT-DISPLAY
016360         DELIMITED BY SIZE INTO WS-REPORT-LINE
016370         WITH POINTER WS-LINE-POINTER
016380     END-STRING
016390     MOVE WS-OPEN-ACKED-COUNT TO WS-COUNT-DISPLAY
016400     STRING "  ACKNOWLEDGED " WS-COUNT-DISPLAY
016410         DELIMITED BY SIZE INTO WS-REPORT-LINE
016420         WITH POINTER WS-LINE-POINTER
016430     END-STRING
016440     MOVE WS-AGED-COUNT TO WS-COUNT-DISPLAY
016450     STRING "  OPEN MORE THAN " WS-LIMIT-DISPLAY " DAYS "
016460         WS-COUNT-DISPLAY
016470         DELIMITED BY SIZE INTO WS-REPORT-LINE
016480         WITH POINTER WS-LINE-POINTER
016490     END-STRING
016500     MOVE WS-REPORT-LINE TO CASE-REPORT-RECORD
016510     WRITE CASE-REPORT-RECORD
016520     DISPLAY "AOC3K: " WS-REPORT-LINE.
016530 6000-EXIT.
016540     EXIT.
016550
016560 6050-WRITE-CASE-HEADINGS.
016570     MOVE SPACES TO CASE-REPORT-RECORD
016580     STRING "  CASE   SITE     REASON                       "
016590         "            STATUS OPENED     AGE  SEEN LAST SEEN "
016600         "ACK BY   LATEST NOTE"
016610         DELIMITED BY SIZE INTO CASE-REPORT-RECORD
016620     END-STRING
016630     WRITE CASE-REPORT-RECORD.
016640 6050-EXIT.
016650     EXIT.
016660
016670*--------------------------------------------------------------*
016680* 6100-AGE-ONE-CASE - COUNT AN OPEN CASE AND LIST IT WHEN IT   *
016690*                  HAS BEEN OPEN LONGER THAN THE AGING LIMIT.  *
016700*--------------------------------------------------------------*
016710 6100-AGE-ONE-CASE.
016720     IF NOT CSE-STILL-OPEN (WS-CASE-SUB)
016730         GO TO 6100-EXIT
016740     END-IF
016750     ADD 1 TO WS-OPEN-COUNT
016760     IF CSE-ACKED (WS-CASE-SUB)
016770         ADD 1 TO WS-OPEN-ACKED-COUNT
016780     END-IF
016790     PERFORM 6400-SET-CASE-AGE THRU 6400-EXIT
016800     IF WS-CASE-AGE NOT > WS-AGE-DAYS
016810         GO TO 6100-EXIT
016820     END-IF
016830     IF CSE-SITE-CODE (WS-CASE-SUB) NOT = WS-PRIOR-SITE-CODE
016840         PERFORM 6150-WRITE-SITE-COUNT THRU 6150-EXIT
016850         MOVE CSE-SITE-CODE (WS-CASE-SUB) TO WS-PRIOR-SITE-CODE
016860     END-IF
016870     ADD 1 TO WS-AGED-COUNT
016880     ADD 1 TO WS-SITE-AGED
016890     PERFORM 6200-WRITE-CASE-LINE THRU 6200-EXIT.
016900 6100-EXIT.
016910     EXIT.
016920
016930 6150-WRITE-SITE-COUNT.
016940     IF WS-SITE-AGED = 0
016950         GO TO 6150-EXIT
016960     END-IF
016970     MOVE WS-SITE-AGED TO WS-COUNT-DISPLAY
016980     MOVE SPACES TO CASE-REPORT-RECORD
016990     STRING "         SITE " WS-PRIOR-SITE-CODE " - "
017000         WS-COUNT-DISPLAY " CASE(S) OPEN MORE THAN "
017010         WS-LIMIT-DISPLAY " DAYS"
017020         DELIMITED BY SIZE INTO CASE-REPORT-RECORD
017030     END-STRING
017040     WRITE CASE-REPORT-RECORD
017050     MOVE 0 TO WS-SITE-AGED.
017060 6150-EXIT.
017070     EXIT.
017080
017090 6200-WRITE-CASE-LINE.
017100     IF CSE-ACKED (WS-CASE-SUB)
017110         MOVE "ACKED " TO WS-STATUS-TEXT
017120     ELSE
017130         MOVE "OPEN  " TO WS-STATUS-TEXT
017140     END-IF
017150     MOVE CSE-CASE-NUMBER (WS-CASE-SUB) TO WS-CASE-DISPLAY
017160     MOVE WS-CASE-AGE TO WS-AGE-DISPLAY
017170     MOVE CSE-OCCURRENCES (WS-CASE-SUB) TO WS-OCCUR-DISPLAY
017180     MOVE SPACES TO CASE-REPORT-RECORD
017190     STRING "  " WS-CASE-DISPLAY " " CSE-SITE-CODE (WS-CASE-SUB)
017200         " " CSE-REASON (WS-CASE-SUB)
017210         " " WS-STATUS-TEXT " " CSE-OPENED-DATE (WS-CASE-SUB)
017220         " " WS-AGE-DISPLAY " " WS-OCCUR-DISPLAY
017230         " " CSE-LAST-SEEN-DATE (WS-CASE-SUB)
017240         " " CSE-ACK-OPERATOR (WS-CASE-SUB)
017250         " " CSE-NOTE (WS-CASE-SUB) (1:20)
017260         DELIMITED BY SIZE INTO CASE-REPORT-RECORD
017270     END-STRING
017280     WRITE CASE-REPORT-RECORD.
017290 6200-EXIT.
017300     EXIT.
017310
017320 6300-LIST-ONE-NEW-CASE.
017330     IF NOT CSE-STILL-OPEN (WS-CASE-SUB)
017340         GO TO 6300-EXIT
017350     END-IF
017360     IF CSE-CASE-NUMBER (WS-CASE-SUB)
017370         > WS-LAST-CASE-NUMBER - WS-OPENED-COUNT
017380         PERFORM 6400-SET-CASE-AGE THRU 6400-EXIT
017390         PERFORM 6200-WRITE-CASE-LINE THRU 6200-EXIT
017400     END-IF.
017410 6300-EXIT.
017420     EXIT.
017430
017440*--------------------------------------------------------------*
017450* 6400-SET-CASE-AGE - DAYS SINCE THE CASE WAS OPENED.          *
017460*--------------------------------------------------------------*
017470 6400-SET-CASE-AGE.
017480     MOVE CSE-OPENED-DATE (WS-CASE-SUB) TO WS-DN-DATE
017490     PERFORM 6500-DATE-TO-DAYS THRU 6500-EXIT
017500     MOVE 0 TO WS-CASE-AGE
017510     IF WS-DAY-NUMBER > 0
017520         AND WS-DAY-NUMBER < WS-TODAY-NUMBER
017530         COMPUTE WS-CASE-AGE = WS-TODAY-NUMBER - WS-DAY-NUMBER
017540     END-IF.
017550 6400-EXIT.
017560     EXIT.
017570
017580*--------------------------------------------------------------*
017590* 6500-DATE-TO-DAYS - DAY NUMBER OF WS-DN-DATE (YYYYMMDD) IN   *
017600*                  WS-DAY-NUMBER; ZERO FOR AN UNUSABLE DATE.   *
017610*--------------------------------------------------------------*
017620 6500-DATE-TO-DAYS.
017630     MOVE 0 TO WS-DAY-NUMBER
017640     IF WS-DN-DATE IS NOT NUMERIC
017650         OR WS-DN-DATE-MONTH < 1 OR WS-DN-DATE-MONTH > 12
017660         OR WS-DN-DATE-YEAR < 1
017670         GO TO 6500-EXIT
017680     END-IF
017690     MOVE WS-DN-DATE-YEAR TO WS-DN-YEAR
017700     MOVE WS-DN-DATE-MONTH TO WS-DN-MONTH
017710     IF WS-DN-MONTH < 3
017720         SUBTRACT 1 FROM WS-DN-YEAR
017730         ADD 12 TO WS-DN-MONTH
017740     END-IF
017750     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT-4
017760     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT-100
017770     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT-400
017780     COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2
017790     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
017800     COMPUTE WS-DAY-NUMBER = 365 * WS-DN-YEAR
017810         + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
017820         + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS
017830         + WS-DN-DATE-DAY.
017840 6500-EXIT.
017850     EXIT.
017860
017870*--------------------------------------------------------------*
017880* 7000-WRITE-AUDIT-LINE - POST ONE LINE TO THE CASE AUDIT      *
017890*                  FILE.                                       *
017900*--------------------------------------------------------------*
017910 7000-WRITE-AUDIT-LINE.
017920     MOVE WS-AUDIT-LINE TO CASE-AUDIT-RECORD
017930     WRITE CASE-AUDIT-RECORD
017940     IF NOT CASE-AUDIT-OK
017950         DISPLAY "AOC3K WARNING: BAD WRITE STATUS "
017960             CASE-AUDIT-STATUS " ON CASE AUDIT FILE"
017970     END-IF.
017980 7000-EXIT.
017990     EXIT.
018000
018010*--------------------------------------------------------------*
018020* 7050-BUILD-CASE-PREFIX - START AN AUDIT LINE WITH THE CASE   *
018030*                  NUMBER, SITE AND REASON OF THE CASE AT      *
018040*                  WS-CASE-SUB.                                *
018050*--------------------------------------------------------------*
018060 7050-BUILD-CASE-PREFIX.
018070     MOVE CSE-CASE-NUMBER (WS-CASE-SUB) TO WS-CASE-DISPLAY
018080     MOVE SPACES TO WS-AUDIT-LINE
018090     MOVE 1 TO WS-AUDIT-POINTER
018100     STRING "CASE " WS-CASE-DISPLAY " SITE " DELIMITED BY SIZE
018110         CSE-SITE-CODE (WS-CASE-SUB) DELIMITED BY SPACE
018120         " REASON " DELIMITED BY SIZE
018130         CSE-REASON (WS-CASE-SUB) DELIMITED BY "  "
018140         INTO WS-AUDIT-LINE
018150         WITH POINTER WS-AUDIT-POINTER
018160     END-STRING.
018170 7050-EXIT.
018180     EXIT.
018190
018200 7200-AUDIT-REJECTED.
018210     ADD 1 TO WS-REJECTED-COUNT
018220     MOVE WS-TXN-LINE-NO TO WS-LINE-DISPLAY
018230     MOVE SPACES TO WS-AUDIT-LINE
018240     MOVE 1 TO WS-AUDIT-POINTER
018250     STRING "casetxn.txt LINE " WS-LINE-DISPLAY " "
018260         CASE-TXN-RECORD (1:17)
018270         " REJECTED - " WS-REJECT-REASON
018280         DELIMITED BY SIZE
018290         INTO WS-AUDIT-LINE
018300         WITH POINTER WS-AUDIT-POINTER
018310     END-STRING
018320     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
018330     DISPLAY "AOC3K: " WS-AUDIT-LINE (1:120).
018340 7200-EXIT.
018350     EXIT.
018360
018370*--------------------------------------------------------------*
018380* 8000-FINALIZE-RUN - CLOSING AUDIT LINE AND THE RETURN CODE   *
018390*                  FOR THE SCHEDULER.                          *
018400*--------------------------------------------------------------*
018410 8000-FINALIZE-RUN.
018420     ACCEPT WS-END-TIME FROM TIME
018430     CLOSE CASE-REPORT-FILE
018440     IF WS-AGED-COUNT > 0 OR WS-REJECTED-COUNT > 0
018450         MOVE 4 TO RETURN-CODE
018460         MOVE "AGED" TO WS-DISPOSITION
018470         IF WS-REJECTED-COUNT > 0
018480             MOVE "REJECTS" TO WS-DISPOSITION
018490         END-IF
018500     ELSE
018510         MOVE 0 TO RETURN-CODE
018520         MOVE "CLEAN" TO WS-DISPOSITION
018530     END-IF
018540     MOVE RETURN-CODE TO WS-RC-DISPLAY
018550     MOVE SPACES TO WS-AUDIT-LINE
018560     MOVE 1 TO WS-AUDIT-POINTER
018570     STRING "CASE RUN END " WS-RUN-DATE " " WS-END-TIME
018580         " DISPOSITION " WS-DISPOSITION
018590         " RC " WS-RC-DISPLAY
018600         DELIMITED BY SIZE INTO WS-AUDIT-LINE
018610         WITH POINTER WS-AUDIT-POINTER
018620     END-STRING
018630     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
018640     CLOSE CASE-AUDIT-FILE
018650     DISPLAY "AOC3K: " WS-AUDIT-LINE (1:120).
018660 8000-EXIT.
018670     EXIT.
018680
018690*--------------------------------------------------------------*
018700* 9000-ABEND - A BAD READ OR WRITE LEAVES THE CASE FILE AS IT  *
018710*              WAS, OR RECOVERABLE FROM ITS SIDE COPY OR       *
018720*              ARCHIVE; REPORT THE REASON AND GO BACK. A       *
018730*              HISTORY WORK FILE STILL PENDING IS EMPTIED,     *
018740*              SINCE ITS CASES ARE STILL ON THE OLD CASE FILE. *
018750*--------------------------------------------------------------*
018760 9000-ABEND.
018770     DISPLAY "AOC3K ABEND: " WS-ABEND-MESSAGE
018780     MOVE 12 TO RETURN-CODE
018790     MOVE SPACES TO WS-AUDIT-LINE
018800     STRING "CASE RUN ABEND - " WS-ABEND-MESSAGE
018810         DELIMITED BY SIZE INTO WS-AUDIT-LINE
018820     END-STRING
018830     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
018840     CLOSE SITE-CONTROL-FILE
018850     CLOSE CASE-FILE
018860     CLOSE CASE-NEW-FILE
018870     CLOSE CASE-BACKUP-FILE
018880     CLOSE CASE-HISTORY-FILE
018890     CLOSE CASE-HIST-WORK-FILE
018900     IF HIST-WORK-PENDING
018910         OPEN OUTPUT CASE-HIST-WORK-FILE
018920         CLOSE CASE-HIST-WORK-FILE
018930     END-IF
018940     CLOSE SITE-ALERT-FILE
018950     CLOSE SITE-EXCEPTION-FILE
018960     CLOSE RUN-AUDIT-FILE
018970     CLOSE RESULTS-HISTORY-FILE
018980     CLOSE CASE-TXN-FILE
018990     CLOSE CASE-AUDIT-FILE
019000     CLOSE CASE-REPORT-FILE
019010     GOBACK.
019020 9000-EXIT.
019030     EXIT.
