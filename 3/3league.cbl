000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AdventOfCode3League.
000030 AUTHOR.        M. KITSON.
000040 INSTALLATION.  SURVEY-OPS.
000050 DATE-WRITTEN.  15-10-2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*                                                              *
000100* DATE       INIT  DESCRIPTION                                 *
000110* ---------- ----  ------------------------------------------- *
000120* 15-10-2026 MK    ORIGINAL VERSION - CROSS-SITE LEAGUE TABLE. *
000130*                  READS THE RESULTS-HISTORY MASTER FOR ONE    *
000140*                  RUN DATE (THE DATE ON THE LEAGUE-CONTROL    *
000150*                  FILE, OR THE LATEST RUN DATE ON THE MASTER  *
000160*                  WHEN NONE IS GIVEN) AND RANKS EVERY POSTED  *
000170*                  SITE THREE WAYS - BY PRODUCT, BY TREE COUNT *
000180*                  ON EACH SLOPE COMMON TO EVERY POSTED SITE,  *
000190*                  AND BY TREES PER ROW SCANNED ON THOSE       *
000200*                  COMMON SLOPES - WITH EACH SITE'S MOVEMENT   *
000210*                  SINCE THE PRIOR RUN DATE ON THE MASTER.     *
000220*                  SITES HELD BY THE TOLERANCE CHECK (FROM THE *
000230*                  RUN AUDIT TRAIL) AND ACTIVE SITES WITH NO   *
000240*                  POSTING ARE LISTED AT THE FOOT SO THE TABLE *
000250*                  IS KNOWN TO BE COMPLETE.                    *
000260*--------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT LEAGUE-CONTROL-FILE ASSIGN TO "leagctl.txt"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS LGC-STATUS.
000330
000340     SELECT SITE-CONTROL-FILE ASSIGN TO "sitectl.txt"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS SITE-CTL-STATUS.
000370
000380     SELECT RESULTS-HISTORY-FILE ASSIGN TO "treehist.txt"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS HIST-STATUS.
000410
000420     SELECT RUN-AUDIT-FILE ASSIGN TO "runaudit.txt"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS AUDIT-STATUS.
000450
000460     SELECT LEAGUE-REPORT-FILE ASSIGN TO "leagrpt.txt"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS LEAGUE-RPT-STATUS.
000490
000500     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RUN-DATE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*--------------------------------------------------------------*
000570* LEAGUE CONTROL - ONE LINE HOLDING THE RUN DATE TO RANK       *
000580* (YYYYMMDD). A BLANK OR ZERO DATE, OR NO CONTROL FILE AT ALL, *
000590* RANKS THE LATEST RUN DATE ON THE RESULTS-HISTORY MASTER.     *
000600*--------------------------------------------------------------*
000610 FD  LEAGUE-CONTROL-FILE.
000620 01  LEAGUE-CONTROL-RECORD.
000630     05  LGC-RUN-DATE               PIC X(08).
000640
000650 FD  SITE-CONTROL-FILE.
000660 01  SITE-CONTROL-RECORD.
000670     05  SMR-SITE-CODE              PIC X(08).
000680     05  FILLER                     PIC X(01).
000690     05  SMR-ACTIVE-FLAG            PIC X(01).
000700     05  FILLER                     PIC X(01).
000710     05  SMR-EXPECT-WIDTH           PIC 9(05).
000720     05  FILLER                     PIC X(01).
000730     05  SMR-SLOPE-SET              PIC X(08).
000740     05  FILLER                     PIC X(01).
000750     05  SMR-FILE-NAME              PIC X(80).
000760     05  FILLER                     PIC X(01).
000770     05  SMR-DESCRIPTION            PIC X(30).
000780
000790*--------------------------------------------------------------*
000800* THE RESULTS-HISTORY RECORD LAYOUT MUST STAY IN STEP WITH THE *
000810* ONE THE TREE SURVEY PROGRAM WRITES.                          *
000820*--------------------------------------------------------------*
000830 FD  RESULTS-HISTORY-FILE.
000840 01  RESULTS-HISTORY-RECORD.
000850     05  HIST-RUN-DATE              PIC 9(08).
000860     05  HIST-SITE-NAME             PIC X(80).
000870     05  HIST-SLOPE-COUNT           PIC 9(03).
000880     05  HIST-SLOPE-RESULT OCCURS 20 TIMES
000890             INDEXED BY HIST-IDX.
000900         10  HIST-SLOPE-RIGHT       PIC 9(03).
000910         10  HIST-SLOPE-DOWN        PIC 9(03).
000920         10  HIST-TREE-COUNT        PIC 9(07).
000930     05  HIST-PRODUCT               PIC 9(18).
000940     05  HIST-ROWS-SCANNED          PIC 9(07).
000950
000960 FD  RUN-AUDIT-FILE.
000970 01  RUN-AUDIT-RECORD               PIC X(200).
000980
000990 FD  LEAGUE-REPORT-FILE.
001000 01  LEAGUE-REPORT-RECORD           PIC X(132).
001010
001020 FD  RUN-DATE-FILE.
001030 01  RUN-DATE-RECORD                PIC X(08).
001040
001050 WORKING-STORAGE SECTION.
001060*--------------------------------------------------------------*
001070* FILE STATUS SWITCHES                                         *
001080*--------------------------------------------------------------*
001090 01  LGC-STATUS                      PIC 9(02).
001100     88  LGC-OK                     VALUE 0.
001110     88  LGC-EOF                    VALUE 10.
001120
001130 01  SITE-CTL-STATUS                 PIC 9(02).
001140     88  SITE-CTL-OK                VALUE 0.
001150     88  SITE-CTL-EOF               VALUE 10.
001160
001170 01  HIST-STATUS                     PIC 9(02).
001180     88  HIST-OK                    VALUE 0.
001190     88  HIST-EOF                   VALUE 10.
001200
001210 01  AUDIT-STATUS                    PIC 9(02).
001220     88  AUDIT-OK                   VALUE 0.
001230     88  AUDIT-EOF                  VALUE 10.
001240
001250 01  LEAGUE-RPT-STATUS               PIC 9(02).
001260     88  LEAGUE-RPT-OK              VALUE 0.
001270
001280 01  RUN-DATE-STATUS                 PIC 9(02).
001290     88  RUN-DATE-OK                VALUE 0.
001300
001310*--------------------------------------------------------------*
001320* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS  *
001330* WITH 0 WHEN EVERY ACTIVE SITE POSTED FOR THE RUN DATE, 4     *
001340* WHEN ANY SITE WAS HELD OR HAS NO POSTING (OR NOTHING AT ALL  *
001350* WAS POSTED), AND 12 FOR A FILE OR I-O ABEND.                 *
001360*--------------------------------------------------------------*
001370 77  WS-RUN-DATE                     PIC 9(08).
001380 77  WS-REQ-RUN-DATE                 PIC 9(08) VALUE 0.
001390 77  WS-LEAGUE-DATE                  PIC 9(08) VALUE 0.
001400 77  WS-PRIOR-DATE                   PIC 9(08) VALUE 0.
001410 77  WS-AUDIT-RUN-DATE               PIC 9(08) VALUE 0.
001420 77  WS-HELD-LISTED                  PIC 9(03) VALUE 0.
001430 77  WS-MISSING-LISTED               PIC 9(03) VALUE 0.
001440 77  WS-UNRANKED-COUNT               PIC 9(03) VALUE 0.
001450 01  WS-ABEND-MESSAGE                PIC X(160) VALUE SPACES.
001460
001470*--------------------------------------------------------------*
001480* SITE TABLE - EVERY SITE ON THE SITE MASTER, SO AN ACTIVE     *
001490* SITE WITH NO POSTING FOR THE RUN DATE CAN BE NAMED.          *
001500*--------------------------------------------------------------*
001510 77  WS-MAX-SITES                    PIC 9(03) VALUE 50.
001520 77  WS-SITE-COUNT                   PIC 9(03) VALUE 0.
001530 01  SITE-TABLE.
001540     05  SITE-ENTRY OCCURS 50 TIMES INDEXED BY SITE-IDX.
001550         10  SITE-CODE              PIC X(08).
001560         10  SITE-ACTIVE-FLAG       PIC X(01).
001570             88  SITE-ACTIVE        VALUE 'A'.
001580
001590*--------------------------------------------------------------*
001600* HELD TABLE - SITES THE RUN AUDIT TRAIL SHOWS AS HELD BY THE  *
001610* TOLERANCE CHECK IN A RUN FOR THE LEAGUE DATE.                *
001620*--------------------------------------------------------------*
001630 77  WS-HELD-COUNT                   PIC 9(03) VALUE 0.
001640 01  HELD-TABLE.
001650     05  HELD-ENTRY OCCURS 50 TIMES.
001660         10  HLD-SITE-CODE          PIC X(08).
001670 01  WS-AUDIT-WORDS.
001680     05  WS-AUDIT-WORD-1            PIC X(20).
001690     05  WS-AUDIT-WORD-2            PIC X(20).
001700     05  WS-AUDIT-WORD-3            PIC X(20).
001710     05  WS-AUDIT-WORD-4            PIC X(20).
001720
001730*--------------------------------------------------------------*
001740* LEAGUE TABLE - ONE RUN OF POSTINGS FOR THE LEAGUE DATE (1)   *
001750* AND ONE FOR THE PRIOR RUN DATE (2), EACH RANKED THE SAME     *
001760* WAY SO A SITE'S MOVEMENT IS ITS PRIOR RANK LESS ITS CURRENT  *
001770* ONE. RANK 1 IS THE MOST HAZARDOUS; TIED SITES SHARE A RANK.  *
001780* A LATER POSTING FOR THE SAME SITE AND DATE (A RERUN OR A     *
001790* RESCAN REPOST) REPLACES THE EARLIER ONE. THE COMMON-SLOPE    *
001800* COLUMNS FOLLOW THE COMMON SLOPE TABLE BELOW.                 *
001810*--------------------------------------------------------------*
001820 01  LEAGUE-RUN-TABLE.
001830     05  LEAGUE-RUN OCCURS 2 TIMES.
001840         10  LGR-SITE-COUNT         PIC 9(03) COMP.
001850         10  LEAGUE-ENTRY OCCURS 50 TIMES.
001860             15  LGE-SITE-CODE      PIC X(08).
001870             15  LGE-PRODUCT        PIC 9(18).
001880             15  LGE-ROWS           PIC 9(07).
001890             15  LGE-SLOPE-COUNT    PIC 9(03).
001900             15  LGE-SLOPE OCCURS 20 TIMES.
001910                 20  LGE-RIGHT      PIC 9(03).
001920                 20  LGE-DOWN       PIC 9(03).
001930                 20  LGE-TREES      PIC 9(07).
001940             15  LGE-COMMON-TREES   PIC 9(09) COMP.
001950             15  LGE-RATE           PIC 9(03)V9(04).
001960             15  LGE-RATE-SWITCH    PIC X(01).
001970                 88  LGE-RATE-KNOWN VALUE 'Y'.
001980             15  LGE-PRODUCT-RANK   PIC 9(03) COMP.
001990             15  LGE-RATE-RANK      PIC 9(03) COMP.
002000             15  LGE-PRIOR-IDX      PIC 9(03) COMP.
002010             15  LGE-COMMON OCCURS 20 TIMES.
002020                 20  LGE-C-TREES    PIC 9(07).
002030                 20  LGE-C-SWITCH   PIC X(01).
002040                     88  LGE-C-POSTED VALUE 'Y'.
002050                 20  LGE-C-RANK     PIC 9(03) COMP.
002060
002070*--------------------------------------------------------------*
002080* COMMON SLOPE TABLE - THE SLOPES CARRIED BY EVERY SITE POSTED *
002090* ON THE LEAGUE DATE, IN THE FIRST POSTED SITE'S SLOPE ORDER.  *
002100* ONLY THESE ARE RANKED, SO SITES ON DIFFERENT SLOPE SETS ARE  *
002110* NEVER COMPARED ON A DESCENT ONE OF THEM DOES NOT RUN.        *
002120*--------------------------------------------------------------*
002130 77  WS-COMMON-COUNT                 PIC 9(03) COMP VALUE 0.
002140 01  COMMON-SLOPE-TABLE.
002150     05  COMMON-SLOPE OCCURS 20 TIMES.
002160         10  CMS-RIGHT              PIC 9(03).
002170         10  CMS-DOWN               PIC 9(03).
002180
002190*--------------------------------------------------------------*
002200* TABLE SUBSCRIPTS AND SWITCHES                                *
002210*--------------------------------------------------------------*
002220 77  WS-RUN-IDX                      PIC 9(03) COMP.
002230 77  WS-ENT-IDX                      PIC 9(03) COMP.
002240 77  WS-CMP-IDX                      PIC 9(03) COMP.
002250 77  WS-SLP-IDX                      PIC 9(03) COMP.
002260 77  WS-COM-IDX                      PIC 9(03) COMP.
002270 77  WS-POS-IDX                      PIC 9(03) COMP.
002280 77  WS-SEEK-IDX                     PIC 9(03) COMP.
002290 77  WS-SEEK-RUN                     PIC 9(03) COMP.
002300 77  WS-FOUND-IDX                    PIC 9(03) COMP.
002310 01  WS-SEEK-CODE                    PIC X(08).
002320 01  WS-EVERY-SITE-SWITCH            PIC X(01).
002330     88  ON-EVERY-SITE              VALUE 'Y'.
002340 01  WS-SLOPE-FOUND-SWITCH           PIC X(01).
002350     88  SLOPE-FOUND                VALUE 'Y'.
002360 77  WS-CURRENT-RANK                 PIC 9(03) COMP.
002370 77  WS-PRIOR-RANK                   PIC 9(03) COMP.
002380 77  WS-RANK-MOVE                    PIC 9(03) COMP.
002390
002400*--------------------------------------------------------------*
002410* REPORT EDIT FIELDS                                           *
002420*--------------------------------------------------------------*
002430 01  WS-RANK-DISPLAY                 PIC ZZ9.
002440 01  WS-PRIOR-DISPLAY                PIC ZZ9 BLANK WHEN ZERO.
002450 01  WS-MOVE-DISPLAY                 PIC ZZ9.
002460 01  WS-RIGHT-DISPLAY                PIC ZZ9.
002470 01  WS-DOWN-DISPLAY                 PIC ZZ9.
002480 01  WS-COUNT-DISPLAY                PIC ZZ9.
002490 01  WS-TREE-DISPLAY                 PIC Z(08)9.
002500 01  WS-ROWS-DISPLAY                 PIC Z(06)9.
002510 01  WS-RATE-DISPLAY                 PIC ZZ9.9999.
002520 01  WS-PRODUCT-DISPLAY              PIC Z(17)9.
002530 01  WS-MOVEMENT-TEXT                PIC X(12).
002540 01  WS-SLOPE-LABEL                  PIC X(08).
002550 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
002560 77  WS-LINE-POINTER                 PIC 9(03) COMP VALUE 1.
002570
002580 PROCEDURE DIVISION.
002590*--------------------------------------------------------------*
002600* 0000-MAINLINE                                                *
002610*--------------------------------------------------------------*
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002640     PERFORM 1100-LOAD-SITE-MASTER THRU 1100-EXIT
002650     PERFORM 2000-FIND-RUN-DATES THRU 2000-EXIT
002660     PERFORM 2100-LOAD-POSTINGS THRU 2100-EXIT
002670     PERFORM 2500-LOAD-HELD-SITES THRU 2500-EXIT
002680     PERFORM 2900-WRITE-HEADER THRU 2900-EXIT
002690     PERFORM 3000-FIND-COMMON-SLOPES THRU 3000-EXIT
002700     PERFORM 3100-RANK-ONE-RUN THRU 3100-EXIT
002710         VARYING WS-RUN-IDX FROM 1 BY 1
002720         UNTIL WS-RUN-IDX > 2
002730     PERFORM 3500-MATCH-PRIOR-POSTINGS THRU 3500-EXIT
002740     PERFORM 4000-WRITE-PRODUCT-TABLE THRU 4000-EXIT
002750     PERFORM 4200-WRITE-SLOPE-TABLES THRU 4200-EXIT
002760     PERFORM 4400-WRITE-RATE-TABLE THRU 4400-EXIT
002770     PERFORM 4600-WRITE-FOOT THRU 4600-EXIT
002780     PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
002790     GOBACK
002800     .
002810
002820*--------------------------------------------------------------*
002830* 1000-INITIALIZE - OPEN THE LEAGUE REPORT AND PICK UP THE     *
002840*                   REQUESTED RUN DATE FROM THE LEAGUE-CONTROL *
002850*                   FILE WHEN ONE IS ON FILE.                  *
002860*--------------------------------------------------------------*
002870 1000-INITIALIZE.
002880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002890     OPEN INPUT RUN-DATE-FILE
002900     IF RUN-DATE-OK
002910         READ RUN-DATE-FILE
002920         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
002930             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
002940         END-IF
002950         CLOSE RUN-DATE-FILE
002960     END-IF
002970     MOVE 0 TO LGR-SITE-COUNT (1)
002980     MOVE 0 TO LGR-SITE-COUNT (2)
002990     OPEN OUTPUT LEAGUE-REPORT-FILE
003000     IF NOT LEAGUE-RPT-OK
003010         DISPLAY "League report file not okay"
003020         MOVE 12 TO RETURN-CODE
003030         GOBACK
003040     END-IF
003050     OPEN INPUT LEAGUE-CONTROL-FILE
003060     IF LGC-OK
003070         READ LEAGUE-CONTROL-FILE
003080         IF LGC-OK
003090             AND LGC-RUN-DATE IS NUMERIC
003100             MOVE LGC-RUN-DATE TO WS-REQ-RUN-DATE
003110         END-IF
003120         CLOSE LEAGUE-CONTROL-FILE
003130     END-IF.
003140 1000-EXIT.
003150     EXIT.
003160
003170*--------------------------------------------------------------*
003180* 1100-LOAD-SITE-MASTER - CODE AND ACTIVE FLAG OF EVERY SITE.  *
003190*                  NO MASTER MEANS NO NO-POSTING LIST.         *
003200*--------------------------------------------------------------*
003210 1100-LOAD-SITE-MASTER.
003220     OPEN INPUT SITE-CONTROL-FILE
003230     IF NOT SITE-CTL-OK
003240         GO TO 1100-EXIT
003250     END-IF
003260     READ SITE-CONTROL-FILE
003270     PERFORM 1150-ADD-SITE-ENTRY THRU 1150-EXIT
003280         UNTIL SITE-CTL-EOF
003290     CLOSE SITE-CONTROL-FILE.
003300 1100-EXIT.
003310     EXIT.
003320
003330 1150-ADD-SITE-ENTRY.
003340     IF NOT SITE-CTL-OK
003350         STRING "BAD READ STATUS " SITE-CTL-STATUS
003360             " ON SITE MASTER"
003370             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003380         END-STRING
003390         GO TO 9000-ABEND
003400     END-IF
003410     IF SMR-SITE-CODE NOT = SPACES
003420         AND WS-SITE-COUNT < WS-MAX-SITES
003430         ADD 1 TO WS-SITE-COUNT
003440         SET SITE-IDX TO WS-SITE-COUNT
003450         MOVE SMR-SITE-CODE TO SITE-CODE (SITE-IDX)
003460         MOVE SMR-ACTIVE-FLAG TO SITE-ACTIVE-FLAG (SITE-IDX)
003470     END-IF
003480     READ SITE-CONTROL-FILE.
003490 1150-EXIT.
003500     EXIT.
003510
003520*--------------------------------------------------------------*
003530* 2000-FIND-RUN-DATES - FIRST PASS OF THE RESULTS HISTORY. THE *
003540*                  LEAGUE DATE IS THE REQUESTED DATE OR, WHEN  *
003550*                  NONE WAS GIVEN, THE LATEST DATE ON FILE;    *
003560*                  THE PRIOR DATE IS THE LATEST DATE BEFORE IT.*
003570*--------------------------------------------------------------*
003580 2000-FIND-RUN-DATES.
003590     MOVE WS-REQ-RUN-DATE TO WS-LEAGUE-DATE
003600     OPEN INPUT RESULTS-HISTORY-FILE
003610     IF NOT HIST-OK
003620         GO TO 2000-EXIT
003630     END-IF
003640     READ RESULTS-HISTORY-FILE
003650     PERFORM 2050-NOTE-ONE-DATE THRU 2050-EXIT
003660         UNTIL HIST-EOF
003670     CLOSE RESULTS-HISTORY-FILE.
003680 2000-EXIT.
003690     EXIT.
003700
003710 2050-NOTE-ONE-DATE.
003720     IF NOT HIST-OK
003730         STRING "BAD READ STATUS " HIST-STATUS
003740             " ON RESULTS HISTORY"
003750             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003760         END-STRING
003770         GO TO 9000-ABEND
003780     END-IF
003790     IF WS-REQ-RUN-DATE = 0
003800         AND HIST-RUN-DATE > WS-LEAGUE-DATE
003810         MOVE WS-LEAGUE-DATE TO WS-PRIOR-DATE
003820         MOVE HIST-RUN-DATE TO WS-LEAGUE-DATE
003830         GO TO 2050-NEXT
003840     END-IF
003850     IF HIST-RUN-DATE < WS-LEAGUE-DATE
003860         AND HIST-RUN-DATE > WS-PRIOR-DATE
003870         MOVE HIST-RUN-DATE TO WS-PRIOR-DATE
003880     END-IF.
003890 2050-NEXT.
003900     READ RESULTS-HISTORY-FILE.
003910 2050-EXIT.
003920     EXIT.
003930
003940*--------------------------------------------------------------*
003950* 2100-LOAD-POSTINGS - SECOND PASS OF THE RESULTS HISTORY,     *
003960*                  TAKING EVERY POSTING FOR THE LEAGUE DATE    *
003970*                  INTO RUN 1 AND FOR THE PRIOR DATE INTO RUN  *
003980*                  2.                                          *
003990*--------------------------------------------------------------*
004000 2100-LOAD-POSTINGS.
004010     IF WS-LEAGUE-DATE = 0
004020         GO TO 2100-EXIT
004030     END-IF
004040     OPEN INPUT RESULTS-HISTORY-FILE
004050     IF NOT HIST-OK
004060         GO TO 2100-EXIT
004070     END-IF
004080     READ RESULTS-HISTORY-FILE
004090     PERFORM 2150-TAKE-ONE-POSTING THRU 2150-EXIT
004100         UNTIL HIST-EOF
004110     CLOSE RESULTS-HISTORY-FILE.
004120 2100-EXIT.
004130     EXIT.
004140
004150 2150-TAKE-ONE-POSTING.
004160     IF NOT HIST-OK
004170         STRING "BAD READ STATUS " HIST-STATUS
004180             " ON RESULTS HISTORY"
004190             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004200         END-STRING
004210         GO TO 9000-ABEND
004220     END-IF
004230     IF HIST-RUN-DATE = WS-LEAGUE-DATE
004240         MOVE 1 TO WS-SEEK-RUN
004250     ELSE
004260         IF WS-PRIOR-DATE > 0
004270             AND HIST-RUN-DATE = WS-PRIOR-DATE
004280             MOVE 2 TO WS-SEEK-RUN
004290         ELSE
004300             GO TO 2150-NEXT
004310         END-IF
004320     END-IF
004330     MOVE HIST-SITE-NAME (1:8) TO WS-SEEK-CODE
004340     PERFORM 6000-FIND-SITE-IN-RUN THRU 6000-EXIT
004350     IF WS-FOUND-IDX = 0
004360         IF LGR-SITE-COUNT (WS-SEEK-RUN) NOT < WS-MAX-SITES
004370             DISPLAY "AOC3L WARNING: MORE POSTINGS FOR "
004380                 HIST-RUN-DATE " THAN THE TABLE HOLDS - "
004390                 WS-SEEK-CODE " NOT RANKED"
004400             GO TO 2150-NEXT
004410         END-IF
004420         ADD 1 TO LGR-SITE-COUNT (WS-SEEK-RUN)
004430         MOVE LGR-SITE-COUNT (WS-SEEK-RUN) TO WS-FOUND-IDX
004440     END-IF
004450     MOVE WS-SEEK-RUN TO WS-RUN-IDX
004460     MOVE WS-FOUND-IDX TO WS-ENT-IDX
004470     MOVE WS-SEEK-CODE TO LGE-SITE-CODE (WS-RUN-IDX, WS-ENT-IDX)
004480     MOVE HIST-PRODUCT TO LGE-PRODUCT (WS-RUN-IDX, WS-ENT-IDX)
004490     IF HIST-ROWS-SCANNED IS NUMERIC
004500         MOVE HIST-ROWS-SCANNED
004510             TO LGE-ROWS (WS-RUN-IDX, WS-ENT-IDX)
004520     ELSE
004530         MOVE 0 TO LGE-ROWS (WS-RUN-IDX, WS-ENT-IDX)
004540     END-IF
004550     MOVE HIST-SLOPE-COUNT
004560         TO LGE-SLOPE-COUNT (WS-RUN-IDX, WS-ENT-IDX)
004570     IF HIST-SLOPE-COUNT > 20
004580         MOVE 20 TO LGE-SLOPE-COUNT (WS-RUN-IDX, WS-ENT-IDX)
004590     END-IF
004600     PERFORM 2170-COPY-ONE-SLOPE THRU 2170-EXIT
004610         VARYING WS-SLP-IDX FROM 1 BY 1
004620         UNTIL WS-SLP-IDX >
004630             LGE-SLOPE-COUNT (WS-RUN-IDX, WS-ENT-IDX).
004640 2150-NEXT.
004650     READ RESULTS-HISTORY-FILE.
004660 2150-EXIT.
004670     EXIT.
004680
004690 2170-COPY-ONE-SLOPE.
004700     MOVE HIST-SLOPE-RIGHT (WS-SLP-IDX)
004710         TO LGE-RIGHT (WS-RUN-IDX, WS-ENT-IDX, WS-SLP-IDX)
004720     MOVE HIST-SLOPE-DOWN (WS-SLP-IDX)
004730         TO LGE-DOWN (WS-RUN-IDX, WS-ENT-IDX, WS-SLP-IDX)
004740     MOVE HIST-TREE-COUNT (WS-SLP-IDX)
004750         TO LGE-TREES (WS-RUN-IDX, WS-ENT-IDX, WS-SLP-IDX).
004760 2170-EXIT.
004770     EXIT.
004780
004790*--------------------------------------------------------------*
004800* 2500-LOAD-HELD-SITES - THE RUN AUDIT TRAIL IS APPENDED BY    *
004810*                  EVERY SURVEY RUN, SO IT STILL HOLDS THE     *
004820*                  TOLERANCE HOLDS FOR AN EARLIER RUN DATE     *
004830*                  AFTER THE NIGHTLY ALERT FILE HAS BEEN       *
004840*                  REWRITTEN. EACH RUN OPENS WITH "RUN START   *
004850*                  <DATE>"; A HOLD IS POSTED AS "SITE <CODE>   *
004860*                  HELD BY TOLERANCE CHECK ...".               *
004870*--------------------------------------------------------------*
004880 2500-LOAD-HELD-SITES.
004890     IF WS-LEAGUE-DATE = 0
004900         GO TO 2500-EXIT
004910     END-IF
004920     OPEN INPUT RUN-AUDIT-FILE
004930     IF NOT AUDIT-OK
004940         DISPLAY "AOC3L WARNING: NO RUN AUDIT TRAIL - HELD SITES "
004950             "CANNOT BE NAMED"
004960         GO TO 2500-EXIT
004970     END-IF
004980     READ RUN-AUDIT-FILE
004990     PERFORM 2550-TAKE-AUDIT-LINE THRU 2550-EXIT
005000         UNTIL AUDIT-EOF
005010     CLOSE RUN-AUDIT-FILE.
005020 2500-EXIT.
005030     EXIT.
005040
005050 2550-TAKE-AUDIT-LINE.
005060     IF NOT AUDIT-OK
005070         STRING "BAD READ STATUS " AUDIT-STATUS
005080             " ON RUN AUDIT TRAIL"
005090             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
005100         END-STRING
005110         GO TO 9000-ABEND
005120     END-IF
005130     MOVE SPACES TO WS-AUDIT-WORDS
005140     UNSTRING RUN-AUDIT-RECORD DELIMITED BY ALL SPACE
005150         INTO WS-AUDIT-WORD-1 WS-AUDIT-WORD-2
005160              WS-AUDIT-WORD-3 WS-AUDIT-WORD-4
005170     END-UNSTRING
005180     IF WS-AUDIT-WORD-1 = "RUN"
005190         AND WS-AUDIT-WORD-2 = "START"
005200         AND WS-AUDIT-WORD-3 (1:8) IS NUMERIC
005210         MOVE WS-AUDIT-WORD-3 (1:8) TO WS-AUDIT-RUN-DATE
005220         GO TO 2550-NEXT
005230     END-IF
005240     IF WS-AUDIT-WORD-1 NOT = "SITE"
005250         OR WS-AUDIT-WORD-3 NOT = "HELD"
005260         OR WS-AUDIT-WORD-4 NOT = "BY"
005270         OR WS-AUDIT-RUN-DATE NOT = WS-LEAGUE-DATE
005280         GO TO 2550-NEXT
005290     END-IF
005300     MOVE WS-AUDIT-WORD-2 TO WS-SEEK-CODE
005310     MOVE 0 TO WS-FOUND-IDX
005320     PERFORM 2560-CHECK-ONE-HELD THRU 2560-EXIT
005330         VARYING WS-SEEK-IDX FROM 1 BY 1
005340         UNTIL WS-SEEK-IDX > WS-HELD-COUNT OR WS-FOUND-IDX > 0
005350     IF WS-FOUND-IDX = 0
005360         AND WS-HELD-COUNT < WS-MAX-SITES
005370         ADD 1 TO WS-HELD-COUNT
005380         MOVE WS-SEEK-CODE TO HLD-SITE-CODE (WS-HELD-COUNT)
005390     END-IF.
005400 2550-NEXT.
005410     READ RUN-AUDIT-FILE.
005420 2550-EXIT.
005430     EXIT.
005440
005450 2560-CHECK-ONE-HELD.
005460     IF HLD-SITE-CODE (WS-SEEK-IDX) = WS-SEEK-CODE
005470         MOVE WS-SEEK-IDX TO WS-FOUND-IDX
005480     END-IF.
005490 2560-EXIT.
005500     EXIT.
005510
005520*--------------------------------------------------------------*
005530* 2900-WRITE-HEADER - NAME THE LEAGUE DATE AND THE PRIOR DATE  *
005540*                  THE MOVEMENT IS MEASURED AGAINST.           *
005550*--------------------------------------------------------------*
005560 2900-WRITE-HEADER.
005570     MOVE SPACES TO WS-REPORT-LINE
005580     MOVE 1 TO WS-LINE-POINTER
005590     STRING "CROSS-SITE LEAGUE TABLE - RUN DATE " WS-LEAGUE-DATE
005600         DELIMITED BY SIZE INTO WS-REPORT-LINE
005610         WITH POINTER WS-LINE-POINTER
005620     END-STRING
005630     IF WS-PRIOR-DATE > 0
005640         STRING "  PRIOR RUN DATE " WS-PRIOR-DATE
005650             DELIMITED BY SIZE INTO WS-REPORT-LINE
005660             WITH POINTER WS-LINE-POINTER
005670         END-STRING
005680     ELSE
005690         STRING "  NO PRIOR RUN DATE ON FILE"
005700             DELIMITED BY SIZE INTO WS-REPORT-LINE
005710             WITH POINTER WS-LINE-POINTER
005720         END-STRING
005730     END-IF
005740     STRING "  PRINTED " WS-RUN-DATE
005750         DELIMITED BY SIZE INTO WS-REPORT-LINE
005760         WITH POINTER WS-LINE-POINTER
005770     END-STRING
005780     MOVE WS-REPORT-LINE TO LEAGUE-REPORT-RECORD
005790     WRITE LEAGUE-REPORT-RECORD
005800     DISPLAY "AOC3L: " WS-REPORT-LINE
005810     MOVE SPACES TO LEAGUE-REPORT-RECORD
005820     STRING "RANK 1 IS THE MOST HAZARDOUS SITE; "
005830         "TIED SITES SHARE A RANK; "
005840         "MOVEMENT UP MEANS MORE HAZARDOUS "
005850         "THAN ON THE PRIOR RUN DATE"
005860         DELIMITED BY SIZE INTO LEAGUE-REPORT-RECORD
005870     END-STRING
005880     WRITE LEAGUE-REPORT-RECORD.
005890 2900-EXIT.
005900     EXIT.
005910
005920*--------------------------------------------------------------*
005930* 3000-FIND-COMMON-SLOPES - A SLOPE OF THE FIRST POSTED SITE   *
005940*                  IS COMMON WHEN EVERY OTHER POSTED SITE      *
005950*                  CARRIES THE SAME RIGHT AND DOWN.            *
005960*--------------------------------------------------------------*
005970 3000-FIND-COMMON-SLOPES.
005980     IF LGR-SITE-COUNT (1) = 0
005990         GO TO 3000-EXIT
006000     END-IF
006010     PERFORM 3010-TRY-ONE-CANDIDATE THRU 3010-EXIT
006020         VARYING WS-SLP-IDX FROM 1 BY 1
006030         UNTIL WS-SLP-IDX > LGE-SLOPE-COUNT (1, 1).
006040 3000-EXIT.
006050     EXIT.
006060
006070 3010-TRY-ONE-CANDIDATE.
006080     MOVE 'Y' TO WS-EVERY-SITE-SWITCH
006090     PERFORM 3020-CHECK-ONE-SITE THRU 3020-EXIT
006100         VARYING WS-ENT-IDX FROM 2 BY 1
006110         UNTIL WS-ENT-IDX > LGR-SITE-COUNT (1)
006120     IF ON-EVERY-SITE
006130         ADD 1 TO WS-COMMON-COUNT
006140         MOVE LGE-RIGHT (1, 1, WS-SLP-IDX)
006150             TO CMS-RIGHT (WS-COMMON-COUNT)
006160         MOVE LGE-DOWN (1, 1, WS-SLP-IDX)
006170             TO CMS-DOWN (WS-COMMON-COUNT)
006180     END-IF.
006190 3010-EXIT.
006200     EXIT.
006210
006220 3020-CHECK-ONE-SITE.
006230     MOVE 'N' TO WS-SLOPE-FOUND-SWITCH
006240     PERFORM 3030-CHECK-ONE-SLOPE THRU 3030-EXIT
006250         VARYING WS-CMP-IDX FROM 1 BY 1
006260         UNTIL WS-CMP-IDX > LGE-SLOPE-COUNT (1, WS-ENT-IDX)
006270     IF NOT SLOPE-FOUND
006280         MOVE 'N' TO WS-EVERY-SITE-SWITCH
006290     END-IF.
006300 3020-EXIT.
006310     EXIT.
006320
006330 3030-CHECK-ONE-SLOPE.
006340     IF LGE-RIGHT (1, WS-ENT-IDX, WS-CMP-IDX)
006350             = LGE-RIGHT (1, 1, WS-SLP-IDX)
006360         AND LGE-DOWN (1, WS-ENT-IDX, WS-CMP-IDX)
006370             = LGE-DOWN (1, 1, WS-SLP-IDX)
006380         MOVE 'Y' TO WS-SLOPE-FOUND-SWITCH
006390     END-IF.
006400 3030-EXIT.
006410     EXIT.
006420
006430*--------------------------------------------------------------*
006440* 3100-RANK-ONE-RUN - SCORE EVERY POSTING OF THE RUN ON THE    *
006450*                  COMMON SLOPES, THEN RANK EACH ONE BY        *
006460*                  COUNTING THE POSTINGS THAT BEAT IT.         *
006470*--------------------------------------------------------------*
006480 3100-RANK-ONE-RUN.
006490     IF LGR-SITE-COUNT (WS-RUN-IDX) = 0
006500         GO TO 3100-EXIT
006510     END-IF
006520     PERFORM 3110-SCORE-ONE-ENTRY THRU 3110-EXIT
006530         VARYING WS-ENT-IDX FROM 1 BY 1
006540         UNTIL WS-ENT-IDX > LGR-SITE-COUNT (WS-RUN-IDX)
006550     PERFORM 3150-COMPARE-ENTRIES THRU 3150-EXIT
006560         VARYING WS-ENT-IDX FROM 1 BY 1
006570         UNTIL WS-ENT-IDX > LGR-SITE-COUNT (WS-RUN-IDX)
006580         AFTER WS-CMP-IDX FROM 1 BY 1
006590         UNTIL WS-CMP-IDX > LGR-SITE-COUNT (WS-RUN-IDX).
006600 3100-EXIT.
006610     EXIT.
006620
006630*--------------------------------------------------------------*
006640* 3110-SCORE-ONE-ENTRY - TREES ON EACH COMMON SLOPE, THEIR     *
006650*                  TOTAL, AND TREES PER ROW SCANNED. A POSTING *
006660*                  MISSING A COMMON SLOPE (ONLY POSSIBLE IN    *
006670*                  THE PRIOR RUN) OR WITH NO ROWS SCANNED ON   *
006680*                  IT HAS NO RATE. EVERY RANK STARTS AT 1.     *
006690*--------------------------------------------------------------*
006700 3110-SCORE-ONE-ENTRY.
006710     MOVE 0 TO LGE-COMMON-TREES (WS-RUN-IDX, WS-ENT-IDX)
006720     MOVE 0 TO LGE-RATE (WS-RUN-IDX, WS-ENT-IDX)
006730     MOVE 'Y' TO LGE-RATE-SWITCH (WS-RUN-IDX, WS-ENT-IDX)
006740     MOVE 1 TO LGE-PRODUCT-RANK (WS-RUN-IDX, WS-ENT-IDX)
006750     MOVE 0 TO LGE-PRIOR-IDX (WS-RUN-IDX, WS-ENT-IDX)
006760     PERFORM 3120-SCORE-COMMON-SLOPE THRU 3120-EXIT
006770         VARYING WS-COM-IDX FROM 1 BY 1
006780         UNTIL WS-COM-IDX > WS-COMMON-COUNT
006790     IF WS-COMMON-COUNT = 0
006800         OR LGE-ROWS (WS-RUN-IDX, WS-ENT-IDX) = 0
006810         MOVE 'N' TO LGE-RATE-SWITCH (WS-RUN-IDX, WS-ENT-IDX)
006820     END-IF
006830     IF LGE-RATE-KNOWN (WS-RUN-IDX, WS-ENT-IDX)
006840         COMPUTE LGE-RATE (WS-RUN-IDX, WS-ENT-IDX) ROUNDED =
006850             LGE-COMMON-TREES (WS-RUN-IDX, WS-ENT-IDX)
006860             / LGE-ROWS (WS-RUN-IDX, WS-ENT-IDX)
006870             ON SIZE ERROR
006880                 MOVE 'N'
006890                     TO LGE-RATE-SWITCH (WS-RUN-IDX, WS-ENT-IDX)
006900         END-COMPUTE
006910     END-IF
006920     IF LGE-RATE-KNOWN (WS-RUN-IDX, WS-ENT-IDX)
006930         MOVE 1 TO LGE-RATE-RANK (WS-RUN-IDX, WS-ENT-IDX)
006940     ELSE
006950         MOVE 0 TO LGE-RATE-RANK (WS-RUN-IDX, WS-ENT-IDX)
006960     END-IF.
006970 3110-EXIT.
006980     EXIT.
006990
007000 3120-SCORE-COMMON-SLOPE.
007010     MOVE 0 TO LGE-C-TREES (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007020     MOVE 'N' TO LGE-C-SWITCH (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007030     MOVE 0 TO LGE-C-RANK (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007040     PERFORM 3130-FIND-POSTED-SLOPE THRU 3130-EXIT
007050         VARYING WS-SLP-IDX FROM 1 BY 1
007060         UNTIL WS-SLP-IDX >
007070             LGE-SLOPE-COUNT (WS-RUN-IDX, WS-ENT-IDX)
007080     IF LGE-C-POSTED (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007090         MOVE 1 TO LGE-C-RANK (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007100         ADD LGE-C-TREES (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007110             TO LGE-COMMON-TREES (WS-RUN-IDX, WS-ENT-IDX)
007120     ELSE
007130         MOVE 'N' TO LGE-RATE-SWITCH (WS-RUN-IDX, WS-ENT-IDX)
007140     END-IF.
007150 3120-EXIT.
007160     EXIT.
007170
007180 3130-FIND-POSTED-SLOPE.
007190     IF LGE-RIGHT (WS-RUN-IDX, WS-ENT-IDX, WS-SLP-IDX)
007200             = CMS-RIGHT (WS-COM-IDX)
007210         AND LGE-DOWN (WS-RUN-IDX, WS-ENT-IDX, WS-SLP-IDX)
007220             = CMS-DOWN (WS-COM-IDX)
007230         MOVE LGE-TREES (WS-RUN-IDX, WS-ENT-IDX, WS-SLP-IDX)
007240             TO LGE-C-TREES (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007250         MOVE 'Y'
007260             TO LGE-C-SWITCH (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007270     END-IF.
007280 3130-EXIT.
007290     EXIT.
007300
007310*--------------------------------------------------------------*
007320* 3150-COMPARE-ENTRIES - EVERY POSTING THAT SCORES HIGHER THAN *
007330*                  THIS ONE PUSHES IT ONE PLACE DOWN THE TABLE.*
007340*--------------------------------------------------------------*
007350 3150-COMPARE-ENTRIES.
007360     IF LGE-PRODUCT (WS-RUN-IDX, WS-CMP-IDX)
007370             > LGE-PRODUCT (WS-RUN-IDX, WS-ENT-IDX)
007380         ADD 1 TO LGE-PRODUCT-RANK (WS-RUN-IDX, WS-ENT-IDX)
007390     END-IF
007400     IF LGE-RATE-KNOWN (WS-RUN-IDX, WS-ENT-IDX)
007410         AND LGE-RATE-KNOWN (WS-RUN-IDX, WS-CMP-IDX)
007420         AND LGE-RATE (WS-RUN-IDX, WS-CMP-IDX)
007430             > LGE-RATE (WS-RUN-IDX, WS-ENT-IDX)
007440         ADD 1 TO LGE-RATE-RANK (WS-RUN-IDX, WS-ENT-IDX)
007450     END-IF
007460     PERFORM 3160-COMPARE-COMMON-SLOPE THRU 3160-EXIT
007470         VARYING WS-COM-IDX FROM 1 BY 1
007480         UNTIL WS-COM-IDX > WS-COMMON-COUNT.
007490 3150-EXIT.
007500     EXIT.
007510
007520 3160-COMPARE-COMMON-SLOPE.
007530     IF LGE-C-POSTED (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007540         AND LGE-C-POSTED (WS-RUN-IDX, WS-CMP-IDX, WS-COM-IDX)
007550         AND LGE-C-TREES (WS-RUN-IDX, WS-CMP-IDX, WS-COM-IDX)
007560             > LGE-C-TREES (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007570         ADD 1 TO LGE-C-RANK (WS-RUN-IDX, WS-ENT-IDX, WS-COM-IDX)
007580     END-IF.
007590 3160-EXIT.
007600     EXIT.
007610
007620*--------------------------------------------------------------*
007630* 3500-MATCH-PRIOR-POSTINGS - POINT EACH LEAGUE-DATE POSTING   *
007640*                  AT THE SAME SITE'S PRIOR-DATE POSTING.      *
007650*--------------------------------------------------------------*
007660 3500-MATCH-PRIOR-POSTINGS.
007670     MOVE 2 TO WS-SEEK-RUN
007680     PERFORM 3510-MATCH-ONE-ENTRY THRU 3510-EXIT
007690         VARYING WS-ENT-IDX FROM 1 BY 1
007700         UNTIL WS-ENT-IDX > LGR-SITE-COUNT (1).
007710 3500-EXIT.
007720     EXIT.
007730
007740 3510-MATCH-ONE-ENTRY.
007750     MOVE LGE-SITE-CODE (1, WS-ENT-IDX) TO WS-SEEK-CODE
007760     PERFORM 6000-FIND-SITE-IN-RUN THRU 6000-EXIT
007770     MOVE WS-FOUND-IDX TO LGE-PRIOR-IDX (1, WS-ENT-IDX).
007780 3510-EXIT.
007790     EXIT.
007800
007810*--------------------------------------------------------------*
007820* 4000-WRITE-PRODUCT-TABLE - THE RANKING BY PRODUCT, PRINTED   *
007830*                  IN RANK ORDER.                              *
007840*--------------------------------------------------------------*
007850 4000-WRITE-PRODUCT-TABLE.
007860     MOVE SPACES TO LEAGUE-REPORT-RECORD
007870     WRITE LEAGUE-REPORT-RECORD
007880     MOVE "RANKING BY PRODUCT" TO LEAGUE-REPORT-RECORD
007890     WRITE LEAGUE-REPORT-RECORD
007900     IF LGR-SITE-COUNT (1) = 0
007910         MOVE "  NO SITES POSTED FOR THE RUN DATE"
007920             TO LEAGUE-REPORT-RECORD
007930         WRITE LEAGUE-REPORT-RECORD
007940         GO TO 4000-EXIT
007950     END-IF
007960     MOVE "  RANK  SITE                 PRODUCT  PRIOR  MOVEMENT"
007970         TO LEAGUE-REPORT-RECORD
007980     WRITE LEAGUE-REPORT-RECORD
007990     PERFORM 4050-WRITE-PRODUCT-ROW THRU 4050-EXIT
008000         VARYING WS-POS-IDX FROM 1 BY 1
008010         UNTIL WS-POS-IDX > LGR-SITE-COUNT (1)
008020         AFTER WS-ENT-IDX FROM 1 BY 1
008030         UNTIL WS-ENT-IDX > LGR-SITE-COUNT (1).
008040 4000-EXIT.
008050     EXIT.
008060
008070 4050-WRITE-PRODUCT-ROW.
008080     IF LGE-PRODUCT-RANK (1, WS-ENT-IDX) NOT = WS-POS-IDX
008090         GO TO 4050-EXIT
008100     END-IF
008110     MOVE WS-POS-IDX TO WS-CURRENT-RANK
008120     MOVE 0 TO WS-PRIOR-RANK
008130     IF LGE-PRIOR-IDX (1, WS-ENT-IDX) > 0
008140         MOVE LGE-PRODUCT-RANK (2, LGE-PRIOR-IDX (1, WS-ENT-IDX))
008150             TO WS-PRIOR-RANK
008160     END-IF
008170     PERFORM 4900-SET-MOVEMENT THRU 4900-EXIT
008180     MOVE LGE-PRODUCT (1, WS-ENT-IDX) TO WS-PRODUCT-DISPLAY
008190     MOVE SPACES TO WS-REPORT-LINE
008200     MOVE 1 TO WS-LINE-POINTER
008210     STRING "   " WS-RANK-DISPLAY
008220         "  " LGE-SITE-CODE (1, WS-ENT-IDX)
008230         "  " WS-PRODUCT-DISPLAY
008240         "    " WS-PRIOR-DISPLAY
008250         "  " WS-MOVEMENT-TEXT
008260         DELIMITED BY SIZE INTO WS-REPORT-LINE
008270         WITH POINTER WS-LINE-POINTER
008280     END-STRING
008290     MOVE WS-REPORT-LINE TO LEAGUE-REPORT-RECORD
008300     WRITE LEAGUE-REPORT-RECORD.
008310 4050-EXIT.
008320     EXIT.
008330
008340*--------------------------------------------------------------*
008350* 4200-WRITE-SLOPE-TABLES - ONE RANKING BY TREE COUNT FOR EACH *
008360*                  COMMON SLOPE.                               *
008370*--------------------------------------------------------------*
008380 4200-WRITE-SLOPE-TABLES.
008390     IF LGR-SITE-COUNT (1) = 0
008400         GO TO 4200-EXIT
008410     END-IF
008420     IF WS-COMMON-COUNT = 0
008430         MOVE SPACES TO LEAGUE-REPORT-RECORD
008440         WRITE LEAGUE-REPORT-RECORD
008450         MOVE SPACES TO LEAGUE-REPORT-RECORD
008460         STRING "NO SLOPE IS COMMON TO EVERY POSTED SITE"
008470             " - NO SLOPE RANKING"
008480             DELIMITED BY SIZE INTO LEAGUE-REPORT-RECORD
008490         END-STRING
008500         WRITE LEAGUE-REPORT-RECORD
008510         GO TO 4200-EXIT
008520     END-IF
008530     PERFORM 4210-WRITE-ONE-SLOPE-TABLE THRU 4210-EXIT
008540         VARYING WS-COM-IDX FROM 1 BY 1
008550         UNTIL WS-COM-IDX > WS-COMMON-COUNT.
008560 4200-EXIT.
008570     EXIT.
008580
008590 4210-WRITE-ONE-SLOPE-TABLE.
008600     MOVE CMS-RIGHT (WS-COM-IDX) TO WS-RIGHT-DISPLAY
008610     MOVE CMS-DOWN (WS-COM-IDX) TO WS-DOWN-DISPLAY
008620     MOVE SPACES TO WS-SLOPE-LABEL
008630     STRING FUNCTION TRIM(WS-RIGHT-DISPLAY) "-"
008640         FUNCTION TRIM(WS-DOWN-DISPLAY)
008650         DELIMITED BY SIZE INTO WS-SLOPE-LABEL
008660     END-STRING
008670     MOVE SPACES TO LEAGUE-REPORT-RECORD
008680     WRITE LEAGUE-REPORT-RECORD
008690     MOVE SPACES TO WS-REPORT-LINE
008700     MOVE 1 TO WS-LINE-POINTER
008710     STRING "RANKING BY TREE COUNT ON SLOPE " WS-SLOPE-LABEL
008720         DELIMITED BY SIZE INTO WS-REPORT-LINE
008730         WITH POINTER WS-LINE-POINTER
008740     END-STRING
008750     MOVE WS-REPORT-LINE TO LEAGUE-REPORT-RECORD
008760     WRITE LEAGUE-REPORT-RECORD
008770     MOVE "  RANK  SITE          TREES  PRIOR  MOVEMENT"
008780         TO LEAGUE-REPORT-RECORD
008790     WRITE LEAGUE-REPORT-RECORD
008800     PERFORM 4250-WRITE-SLOPE-ROW THRU 4250-EXIT
008810         VARYING WS-POS-IDX FROM 1 BY 1
008820         UNTIL WS-POS-IDX > LGR-SITE-COUNT (1)
008830         AFTER WS-ENT-IDX FROM 1 BY 1
008840         UNTIL WS-ENT-IDX > LGR-SITE-COUNT (1).
008850 4210-EXIT.
008860     EXIT.
008870
008880 4250-WRITE-SLOPE-ROW.
008890     IF LGE-C-RANK (1, WS-ENT-IDX, WS-COM-IDX) NOT = WS-POS-IDX
008900         GO TO 4250-EXIT
008910     END-IF
008920     MOVE WS-POS-IDX TO WS-CURRENT-RANK
008930     MOVE 0 TO WS-PRIOR-RANK
008940     IF LGE-PRIOR-IDX (1, WS-ENT-IDX) > 0
008950         MOVE LGE-C-RANK (2, LGE-PRIOR-IDX (1, WS-ENT-IDX),
008960             WS-COM-IDX) TO WS-PRIOR-RANK
008970     END-IF
008980     PERFORM 4900-SET-MOVEMENT THRU 4900-EXIT
008990     MOVE LGE-C-TREES (1, WS-ENT-IDX, WS-COM-IDX)
009000         TO WS-TREE-DISPLAY
009010     MOVE SPACES TO WS-REPORT-LINE
009020     MOVE 1 TO WS-LINE-POINTER
009030     STRING "   " WS-RANK-DISPLAY
009040         "  " LGE-SITE-CODE (1, WS-ENT-IDX)
009050         "  " WS-TREE-DISPLAY
009060         "    " WS-PRIOR-DISPLAY
009070         "  " WS-MOVEMENT-TEXT
009080         DELIMITED BY SIZE INTO WS-REPORT-LINE
009090         WITH POINTER WS-LINE-POINTER
009100     END-STRING
009110     MOVE WS-REPORT-LINE TO LEAGUE-REPORT-RECORD
009120     WRITE LEAGUE-REPORT-RECORD.
009130 4250-EXIT.
009140     EXIT.
009150
009160*--------------------------------------------------------------*
009170* 4400-WRITE-RATE-TABLE - THE RANKING BY TREES PER ROW SCANNED *
009180*                  ON THE COMMON SLOPES. A POSTING WITH NO     *
009190*                  ROWS SCANNED ON IT (ONE POSTED BEFORE THE   *
009200*                  MASTER CARRIED THE FIELD) IS LISTED         *
009210*                  UNRANKED.                                   *
009220*--------------------------------------------------------------*
009230 4400-WRITE-RATE-TABLE.
009240     IF LGR-SITE-COUNT (1) = 0
009250         OR WS-COMMON-COUNT = 0
009260         GO TO 4400-EXIT
009270     END-IF
009280     MOVE SPACES TO LEAGUE-REPORT-RECORD
009290     WRITE LEAGUE-REPORT-RECORD
009300     MOVE "RANKING BY TREES PER ROW SCANNED ON THE COMMON SLOPES"
009310         TO LEAGUE-REPORT-RECORD
009320     WRITE LEAGUE-REPORT-RECORD
009330     MOVE SPACES TO LEAGUE-REPORT-RECORD
009340     STRING "  RANK  SITE          TREES     ROWS   PER ROW"
009350         "  PRIOR  MOVEMENT"
009360         DELIMITED BY SIZE INTO LEAGUE-REPORT-RECORD
009370     END-STRING
009380     WRITE LEAGUE-REPORT-RECORD
009390     PERFORM 4450-WRITE-RATE-ROW THRU 4450-EXIT
009400         VARYING WS-POS-IDX FROM 1 BY 1
009410         UNTIL WS-POS-IDX > LGR-SITE-COUNT (1)
009420         AFTER WS-ENT-IDX FROM 1 BY 1
009430         UNTIL WS-ENT-IDX > LGR-SITE-COUNT (1)
009440     PERFORM 4480-WRITE-UNRANKED-ROW THRU 4480-EXIT
009450         VARYING WS-ENT-IDX FROM 1 BY 1
009460         UNTIL WS-ENT-IDX > LGR-SITE-COUNT (1).
009470 4400-EXIT.
009480     EXIT.
009490
009500 4450-WRITE-RATE-ROW.
009510     IF LGE-RATE-RANK (1, WS-ENT-IDX) NOT = WS-POS-IDX
009520         GO TO 4450-EXIT
009530     END-IF
009540     MOVE WS-POS-IDX TO WS-CURRENT-RANK
009550     MOVE 0 TO WS-PRIOR-RANK
009560     IF LGE-PRIOR-IDX (1, WS-ENT-IDX) > 0
009570         MOVE LGE-RATE-RANK (2, LGE-PRIOR-IDX (1, WS-ENT-IDX))
009580             TO WS-PRIOR-RANK
009590     END-IF
009600     PERFORM 4900-SET-MOVEMENT THRU 4900-EXIT
009610     MOVE LGE-COMMON-TREES (1, WS-ENT-IDX) TO WS-TREE-DISPLAY
009620     MOVE LGE-ROWS (1, WS-ENT-IDX) TO WS-ROWS-DISPLAY
009630     MOVE LGE-RATE (1, WS-ENT-IDX) TO WS-RATE-DISPLAY
009640     MOVE SPACES TO WS-REPORT-LINE
009650     MOVE 1 TO WS-LINE-POINTER
009660     STRING "   " WS-RANK-DISPLAY
009670         "  " LGE-SITE-CODE (1, WS-ENT-IDX)
009680         "  " WS-TREE-DISPLAY
009690         "  " WS-ROWS-DISPLAY
009700         "  " WS-RATE-DISPLAY
009710         "    " WS-PRIOR-DISPLAY
009720         "  " WS-MOVEMENT-TEXT
009730         DELIMITED BY SIZE INTO WS-REPORT-LINE
009740         WITH POINTER WS-LINE-POINTER
009750     END-STRING
009760     MOVE WS-REPORT-LINE TO LEAGUE-REPORT-RECORD
009770     WRITE LEAGUE-REPORT-RECORD.
009780 4450-EXIT.
009790     EXIT.
009800
009810 4480-WRITE-UNRANKED-ROW.
009820     IF LGE-RATE-KNOWN (1, WS-ENT-IDX)
009830         GO TO 4480-EXIT
009840     END-IF
009850     ADD 1 TO WS-UNRANKED-COUNT
009860     MOVE SPACES TO WS-REPORT-LINE
009870     MOVE 1 TO WS-LINE-POINTER
009880     STRING "     -  " LGE-SITE-CODE (1, WS-ENT-IDX)
009890         "  NOT RANKED - NO ROWS SCANNED ON THE POSTING"
009900         DELIMITED BY SIZE INTO WS-REPORT-LINE
009910         WITH POINTER WS-LINE-POINTER
009920     END-STRING
009930     MOVE WS-REPORT-LINE TO LEAGUE-REPORT-RECORD
009940     WRITE LEAGUE-REPORT-RECORD.
009950 4480-EXIT.
009960     EXIT.
009970
009980*--------------------------------------------------------------*
009990* 4600-WRITE-FOOT - THE SITES THAT ARE NOT IN THE TABLE: THOSE *
010000*                  HELD BY THE TOLERANCE CHECK (AND NOT SINCE  *
010010*                  REPOSTED FOR THE DATE), THEN THE ACTIVE     *
010020*                  SITES WITH NO POSTING AT ALL.               *
010030*--------------------------------------------------------------*
010040 4600-WRITE-FOOT.
010050     MOVE SPACES TO LEAGUE-REPORT-RECORD
010060     WRITE LEAGUE-REPORT-RECORD
010070     MOVE "SITES HELD BY THE TOLERANCE CHECK - NOT RANKED"
010080         TO LEAGUE-REPORT-RECORD
010090     WRITE LEAGUE-REPORT-RECORD
010100     MOVE 1 TO WS-SEEK-RUN
010110     PERFORM 4650-WRITE-HELD-SITE THRU 4650-EXIT
010120         VARYING WS-ENT-IDX FROM 1 BY 1
010130         UNTIL WS-ENT-IDX > WS-HELD-COUNT
010140     IF WS-HELD-LISTED = 0
010150         MOVE "  NONE" TO LEAGUE-REPORT-RECORD
010160         WRITE LEAGUE-REPORT-RECORD
010170     END-IF
010180     MOVE "ACTIVE SITES WITH NO POSTING FOR THE RUN DATE"
010190         TO LEAGUE-REPORT-RECORD
010200     WRITE LEAGUE-REPORT-RECORD
010210     PERFORM 4680-WRITE-MISSING-SITE THRU 4680-EXIT
010220         VARYING SITE-IDX FROM 1 BY 1
010230         UNTIL SITE-IDX > WS-SITE-COUNT
010240     IF WS-MISSING-LISTED = 0
010250         MOVE "  NONE" TO LEAGUE-REPORT-RECORD
010260         WRITE LEAGUE-REPORT-RECORD
010270     END-IF
010280     MOVE SPACES TO LEAGUE-REPORT-RECORD
010290     WRITE LEAGUE-REPORT-RECORD
010300     MOVE SPACES TO WS-REPORT-LINE
010310     MOVE 1 TO WS-LINE-POINTER
010320     MOVE LGR-SITE-COUNT (1) TO WS-COUNT-DISPLAY
010330     STRING "SITES RANKED " WS-COUNT-DISPLAY
010340         DELIMITED BY SIZE INTO WS-REPORT-LINE
010350         WITH POINTER WS-LINE-POINTER
010360     END-STRING
010370     MOVE WS-HELD-LISTED TO WS-COUNT-DISPLAY
010380     STRING "  HELD " WS-COUNT-DISPLAY
010390         DELIMITED BY SIZE INTO WS-REPORT-LINE
010400         WITH POINTER WS-LINE-POINTER
010410     END-STRING
010420     MOVE WS-MISSING-LISTED TO WS-COUNT-DISPLAY
010430     STRING "  NO POSTING " WS-COUNT-DISPLAY
010440         DELIMITED BY SIZE INTO WS-REPORT-LINE
010450         WITH POINTER WS-LINE-POINTER
010460     END-STRING
010470     MOVE WS-COMMON-COUNT TO WS-COUNT-DISPLAY
010480     STRING "  COMMON SLOPES " WS-COUNT-DISPLAY
010490         DELIMITED BY SIZE INTO WS-REPORT-LINE
010500         WITH POINTER WS-LINE-POINTER
010510     END-STRING
010520     MOVE WS-REPORT-LINE TO LEAGUE-REPORT-RECORD
010530     WRITE LEAGUE-REPORT-RECORD.
010540 4600-EXIT.
010550     EXIT.
010560
010570 4650-WRITE-HELD-SITE.
010580     MOVE HLD-SITE-CODE (WS-ENT-IDX) TO WS-SEEK-CODE
010590     PERFORM 6000-FIND-SITE-IN-RUN THRU 6000-EXIT
010600     IF WS-FOUND-IDX > 0
010610         GO TO 4650-EXIT
010620     END-IF
010630     ADD 1 TO WS-HELD-LISTED
010640     MOVE SPACES TO LEAGUE-REPORT-RECORD
010650     STRING "  " HLD-SITE-CODE (WS-ENT-IDX)
010660         DELIMITED BY SIZE INTO LEAGUE-REPORT-RECORD
010670     END-STRING
010680     WRITE LEAGUE-REPORT-RECORD.
010690 4650-EXIT.
010700     EXIT.
010710
010720 4680-WRITE-MISSING-SITE.
010730     IF NOT SITE-ACTIVE (SITE-IDX)
010740         GO TO 4680-EXIT
010750     END-IF
010760     MOVE SITE-CODE (SITE-IDX) TO WS-SEEK-CODE
010770     PERFORM 6000-FIND-SITE-IN-RUN THRU 6000-EXIT
010780     IF WS-FOUND-IDX > 0
010790         GO TO 4680-EXIT
010800     END-IF
010810     PERFORM 2560-CHECK-ONE-HELD THRU 2560-EXIT
010820         VARYING WS-SEEK-IDX FROM 1 BY 1
010830         UNTIL WS-SEEK-IDX > WS-HELD-COUNT OR WS-FOUND-IDX > 0
010840     IF WS-FOUND-IDX > 0
010850         GO TO 4680-EXIT
010860     END-IF
010870     ADD 1 TO WS-MISSING-LISTED
010880     MOVE SPACES TO LEAGUE-REPORT-RECORD
010890     STRING "  " SITE-CODE (SITE-IDX)
010900         DELIMITED BY SIZE INTO LEAGUE-REPORT-RECORD
010910     END-STRING
010920     WRITE LEAGUE-REPORT-RECORD.
010930 4680-EXIT.
010940     EXIT.
010950
010960*--------------------------------------------------------------*
010970* 4900-SET-MOVEMENT - EDIT THE CURRENT AND PRIOR RANK AND SAY  *
010980*                  HOW FAR THE SITE MOVED. A PRIOR RANK OF     *
010990*                  ZERO MEANS THE SITE WAS NOT RANKED THAT WAY *
011000*                  ON THE PRIOR RUN DATE.                      *
011010*--------------------------------------------------------------*
011020 4900-SET-MOVEMENT.
011030     MOVE WS-CURRENT-RANK TO WS-RANK-DISPLAY
011040     MOVE SPACES TO WS-MOVEMENT-TEXT
011050     IF WS-PRIOR-RANK = 0
011060         MOVE 0 TO WS-PRIOR-DISPLAY
011070         MOVE "NEW" TO WS-MOVEMENT-TEXT
011080         GO TO 4900-EXIT
011090     END-IF
011100     MOVE WS-PRIOR-RANK TO WS-PRIOR-DISPLAY
011110     IF WS-PRIOR-RANK = WS-CURRENT-RANK
011120         MOVE "SAME" TO WS-MOVEMENT-TEXT
011130         GO TO 4900-EXIT
011140     END-IF
011150     IF WS-PRIOR-RANK > WS-CURRENT-RANK
011160         SUBTRACT WS-CURRENT-RANK FROM WS-PRIOR-RANK
011170             GIVING WS-RANK-MOVE
011180         MOVE WS-RANK-MOVE TO WS-MOVE-DISPLAY
011190         STRING "UP " FUNCTION TRIM(WS-MOVE-DISPLAY)
011200             DELIMITED BY SIZE INTO WS-MOVEMENT-TEXT
011210         END-STRING
011220     ELSE
011230         SUBTRACT WS-PRIOR-RANK FROM WS-CURRENT-RANK
011240             GIVING WS-RANK-MOVE
011250         MOVE WS-RANK-MOVE TO WS-MOVE-DISPLAY
011260         STRING "DOWN " FUNCTION TRIM(WS-MOVE-DISPLAY)
011270             DELIMITED BY SIZE INTO WS-MOVEMENT-TEXT
011280         END-STRING
011290     END-IF.
011300 4900-EXIT.
011310     EXIT.
011320
011330*--------------------------------------------------------------*
011340* 6000-FIND-SITE-IN-RUN - LOOK WS-SEEK-CODE UP AMONG THE       *
011350*                  POSTINGS OF RUN WS-SEEK-RUN. WS-FOUND-IDX   *
011360*                  IS ZERO WHEN THE SITE DID NOT POST.         *
011370*--------------------------------------------------------------*
011380 6000-FIND-SITE-IN-RUN.
011390     MOVE 0 TO WS-FOUND-IDX
011400     PERFORM 6050-CHECK-ONE-POSTING THRU 6050-EXIT
011410         VARYING WS-SEEK-IDX FROM 1 BY 1
011420         UNTIL WS-SEEK-IDX > LGR-SITE-COUNT (WS-SEEK-RUN)
011430         OR WS-FOUND-IDX > 0.
011440 6000-EXIT.
011450     EXIT.
011460
011470 6050-CHECK-ONE-POSTING.
011480     IF LGE-SITE-CODE (WS-SEEK-RUN, WS-SEEK-IDX) = WS-SEEK-CODE
011490         MOVE WS-SEEK-IDX TO WS-FOUND-IDX
011500     END-IF.
011510 6050-EXIT.
011520     EXIT.
011530
011540*--------------------------------------------------------------*
011550* 8000-FINALIZE-RUN - CLOSE THE REPORT AND SET THE RETURN CODE.*
011560*--------------------------------------------------------------*
011570 8000-FINALIZE-RUN.
011580     CLOSE LEAGUE-REPORT-FILE
011590     IF LGR-SITE-COUNT (1) = 0
011600         OR WS-HELD-LISTED > 0
011610         OR WS-MISSING-LISTED > 0
011620         MOVE 4 TO RETURN-CODE
011630     ELSE
011640         MOVE 0 TO RETURN-CODE
011650     END-IF
011660     DISPLAY "AOC3L: RUN DATE " WS-LEAGUE-DATE
011670         " RANKED " LGR-SITE-COUNT (1)
011680         " HELD " WS-HELD-LISTED
011690         " NO POSTING " WS-MISSING-LISTED
011700         " RC " RETURN-CODE.
011710 8000-EXIT.
011720     EXIT.
011730
011740*--------------------------------------------------------------*
011750* 9000-ABEND - A BAD READ LEAVES THE LEAGUE TABLE              *
011760*              UNTRUSTWORTHY; REPORT THE REASON AND GO BACK    *
011770*              WITHOUT ONE.                                    *
011780*--------------------------------------------------------------*
011790 9000-ABEND.
011800     DISPLAY "AOC3L ABEND: " WS-ABEND-MESSAGE
011810     MOVE 12 TO RETURN-CODE
011820     CLOSE SITE-CONTROL-FILE
011830     CLOSE RESULTS-HISTORY-FILE
011840     CLOSE RUN-AUDIT-FILE
011850     CLOSE LEAGUE-REPORT-FILE
011860     GOBACK.
011870 9000-EXIT.
011880     EXIT.
