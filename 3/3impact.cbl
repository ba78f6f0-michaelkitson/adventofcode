000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AdventOfCode3Impact.
000030 AUTHOR.        M. KITSON.
000040 INSTALLATION.  SURVEY-OPS.
000050 DATE-WRITTEN.  15-10-2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*                                                              *
000100* DATE       INIT  DESCRIPTION                                 *
000110* ---------- ----  ------------------------------------------- *
000120* 15-10-2026 MK    ORIGINAL VERSION - SLOPE IMPACT ASSESSMENT. *
000130*                  READS THE TERRAIN CHANGE-DETECTION REPORT   *
000140*                  (diffrpt.txt) AND, FOR EVERY CHANGED CELL   *
000150*                  AND EVERY ROW ADDED OR REMOVED, WORKS OUT   *
000160*                  WHICH OF THE SITE'S CONFIGURED SLOPES (THE  *
000170*                  GLOBAL slopectl.txt OR ITS <SET>.slp) PASS  *
000180*                  THROUGH THAT ROW AND COLUMN, USING THE SAME *
000190*                  DESCENT ARITHMETIC AS THE SURVEY SCAN. PER  *
000200*                  SLOPE IT REPORTS THE PREDICTED CHANGE IN    *
000210*                  TREE COUNT AGAINST THE SITE'S LAST POSTING  *
000220*                  ON THE RESULTS HISTORY, AND THE PREDICTED   *
000230*                  PRODUCT. CELLS NO DESCENT CROSSES ARE       *
000240*                  LISTED SEPARATELY AS NO ROUTE IMPACT. A     *
000250*                  SITE WHOSE RECORD WIDTH CHANGED IS NOT      *
000260*                  PREDICTED - EVERY ROUTE MOVES.              *
000270*--------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DIFF-REPORT-FILE ASSIGN TO "diffrpt.txt"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS DIFF-RPT-STATUS.
000340
000350     SELECT SITE-CONTROL-FILE ASSIGN TO "sitectl.txt"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS SITE-CTL-STATUS.
000380
000390     SELECT SLOPE-CONTROL-FILE ASSIGN TO DYNAMIC WS-SLOPE-CTL-NAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SLOPE-CTL-STATUS.
000420
000430     SELECT RESULTS-HISTORY-FILE ASSIGN TO "treehist.txt"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS HIST-STATUS.
000460
000470     SELECT PRIOR-FILE ASSIGN TO DYNAMIC WS-PRIOR-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PRIOR-STATUS.
000500
000510     SELECT CURRENT-FILE ASSIGN TO DYNAMIC WS-CURRENT-NAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CURR-STATUS.
000540
000550     SELECT IMPACT-REPORT-FILE ASSIGN TO "impactrpt.txt"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS IMPACT-RPT-STATUS.
000580
000590     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RUN-DATE-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  DIFF-REPORT-FILE.
000660 01  DIFF-REPORT-RECORD             PIC X(132).
000670
000680 FD  SITE-CONTROL-FILE.
000690 01  SITE-CONTROL-RECORD.
000700     05  SMR-SITE-CODE              PIC X(08).
000710     05  FILLER                     PIC X(01).
000720     05  SMR-ACTIVE-FLAG            PIC X(01).
000730     05  FILLER                     PIC X(01).
000740     05  SMR-EXPECT-WIDTH           PIC 9(05).
000750     05  FILLER                     PIC X(01).
000760     05  SMR-SLOPE-SET              PIC X(08).
000770     05  FILLER                     PIC X(01).
000780     05  SMR-FILE-NAME              PIC X(80).
000790     05  FILLER                     PIC X(01).
000800     05  SMR-DESCRIPTION            PIC X(30).
000810
000820 FD  SLOPE-CONTROL-FILE.
000830 01  SLOPE-CONTROL-RECORD.
000840     05  SCR-RIGHT                  PIC 9(03).
000850     05  SCR-DOWN                   PIC 9(03).
000860
000870 FD  RESULTS-HISTORY-FILE.
000880 01  RESULTS-HISTORY-RECORD.
000890     05  HIST-RUN-DATE              PIC 9(08).
000900     05  HIST-SITE-NAME             PIC X(80).
000910     05  FILLER                     PIC X(288).
000920
000930 FD  PRIOR-FILE.
000940 01  PRIOR-RECORD                   PIC X(100).
000950
000960 FD  CURRENT-FILE.
000970 01  CURRENT-RECORD                 PIC X(100).
000980
000990 FD  IMPACT-REPORT-FILE.
001000 01  IMPACT-REPORT-RECORD           PIC X(132).
001010
001020 FD  RUN-DATE-FILE.
001030 01  RUN-DATE-RECORD                PIC X(08).
001040
001050 WORKING-STORAGE SECTION.
001060*--------------------------------------------------------------*
001070* FILE STATUS SWITCHES                                         *
001080*--------------------------------------------------------------*
001090 01  DIFF-RPT-STATUS                 PIC 9(02).
001100     88  DIFF-RPT-OK                VALUE 0.
001110     88  DIFF-RPT-EOF               VALUE 10.
001120
001130 01  SITE-CTL-STATUS                 PIC 9(02).
001140     88  SITE-CTL-OK                VALUE 0.
001150     88  SITE-CTL-EOF               VALUE 10.
001160
001170 01  SLOPE-CTL-STATUS                PIC 9(02).
001180     88  SLOPE-CTL-OK               VALUE 0.
001190     88  SLOPE-CTL-EOF              VALUE 10.
001200
001210 01  HIST-STATUS                     PIC 9(02).
001220     88  HIST-OK                    VALUE 0.
001230     88  HIST-EOF                   VALUE 10.
001240
001250 01  PRIOR-STATUS                    PIC 9(02).
001260     88  PRIOR-OK                   VALUE 0.
001270     88  PRIOR-EOF                  VALUE 10.
001280
001290 01  CURR-STATUS                     PIC 9(02).
001300     88  CURR-OK                    VALUE 0.
001310     88  CURR-EOF                   VALUE 10.
001320
001330 01  IMPACT-RPT-STATUS               PIC 9(02).
001340     88  IMPACT-RPT-OK              VALUE 0.
001350
001360 01  RUN-DATE-STATUS                 PIC 9(02).
001370     88  RUN-DATE-OK                VALUE 0.
001380
001390*--------------------------------------------------------------*
001400* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS  *
001410* WITH 0 WHEN NO CHANGE REACHES ANY DESCENT, 4 WHEN ANY SLOPE  *
001420* COUNT IS PREDICTED TO MOVE OR A SITE COULD NOT BE ASSESSED,  *
001430* AND 12 FOR A FILE OR I-O ABEND.                              *
001440*--------------------------------------------------------------*
001450 77  WS-RUN-DATE                     PIC 9(08).
001460 77  WS-SITES-ASSESSED               PIC 9(03) VALUE 0.
001470 77  WS-SITES-NOT-ASSESSED           PIC 9(03) VALUE 0.
001480 77  WS-SITES-IMPACTED               PIC 9(03) VALUE 0.
001490 77  WS-TOTAL-ROUTE-HITS             PIC 9(07) VALUE 0.
001500 77  WS-TOTAL-NO-IMPACT              PIC 9(07) VALUE 0.
001510 01  WS-ABEND-MESSAGE                PIC X(160) VALUE SPACES.
001520
001530*--------------------------------------------------------------*
001540* SITE MASTER SLOPE-SET TABLE - WHICH SLOPE FILE EACH SITE     *
001550* SCANS WITH. A SITE NOT ON THE MASTER USES THE GLOBAL FILE.   *
001560*--------------------------------------------------------------*
001570 77  WS-MAX-SITES                    PIC 9(03) VALUE 50.
001580 77  WS-SITE-COUNT                   PIC 9(03) VALUE 0.
001590 01  SITE-TABLE.
001600     05  SITE-ENTRY OCCURS 50 TIMES INDEXED BY SITE-IDX.
001610         10  SITE-CODE              PIC X(08).
001620         10  SITE-SLOPE-SET         PIC X(08).
001630
001640*--------------------------------------------------------------*
001650* LATEST-POSTING TABLE - EACH SITE'S MOST RECENT RESULTS       *
001660* HISTORY RECORD, THE BASELINE THE PREDICTION STARTS FROM.     *
001670*--------------------------------------------------------------*
001680 77  WS-MAX-POSTINGS                 PIC 9(03) VALUE 100.
001690 77  WS-POSTING-COUNT                PIC 9(03) VALUE 0.
001700 01  POSTING-TABLE.
001710     05  POSTING-ENTRY OCCURS 100 TIMES INDEXED BY PST-IDX.
001720         10  PST-SITE-CODE          PIC X(08).
001730         10  PST-RUN-DATE           PIC 9(08).
001740         10  PST-RECORD             PIC X(376).
001750 01  WS-BASELINE-RECORD.
001760     05  BL-RUN-DATE                PIC 9(08).
001770     05  BL-SITE-NAME               PIC X(80).
001780     05  BL-SLOPE-COUNT             PIC 9(03).
001790     05  BL-SLOPE-RESULT OCCURS 20 TIMES INDEXED BY BL-IDX.
001800         10  BL-SLOPE-RIGHT         PIC 9(03).
001810         10  BL-SLOPE-DOWN          PIC 9(03).
001820         10  BL-TREE-COUNT          PIC 9(07).
001830     05  BL-PRODUCT                 PIC 9(18).
001840     05  BL-ROWS-SCANNED            PIC 9(07).
001850 01  WS-BASELINE-SWITCH              PIC X(01) VALUE 'N'.
001860     88  BASELINE-FOUND             VALUE 'Y'.
001870     88  BASELINE-NOT-FOUND         VALUE 'N'.
001880
001890*--------------------------------------------------------------*
001900* SLOPE TABLE - THE SITE'S DESCENTS, EACH WITH ITS BASELINE    *
001910* COUNT AND THE PREDICTED MOVEMENT ACCUMULATED FROM THE DIFF.  *
001920*--------------------------------------------------------------*
001930 77  WS-MAX-SLOPES                   PIC 9(03) VALUE 20.
001940 77  WS-SLOPE-COUNT                  PIC 9(03) VALUE 0.
001950 01  WS-SLOPE-CTL-NAME               PIC X(80)
001960                                     VALUE "slopectl.txt".
001970 77  WS-SLOPE-POINTER                PIC 9(03) COMP.
001980 01  SLOPE-TABLE.
001990     05  SLOPE-ENTRY OCCURS 20 TIMES INDEXED BY SLP-IDX.
002000         10  SLP-RIGHT              PIC 9(03).
002010         10  SLP-DOWN               PIC 9(03).
002020         10  SLP-BASE-FLAG          PIC X(01).
002030             88  SLP-HAS-BASE       VALUE 'Y'.
002040         10  SLP-BASE-COUNT         PIC 9(07).
002050         10  SLP-DELTA              PIC S9(07).
002060 77  WS-DUP-IDX                      PIC 9(03) COMP.
002070 01  WS-DUP-SWITCH                   PIC X(01) VALUE 'N'.
002080     88  WS-DUP-FOUND               VALUE 'Y'.
002090     88  WS-DUP-NOT-FOUND           VALUE 'N'.
002100
002110*--------------------------------------------------------------*
002120* PER-SITE STATE. A SITE IS ASSESSED ONLY WHEN ITS SLOPES LOAD *
002130* AND BOTH EXTRACTS OPEN WITH THE SAME RECORD WIDTH.           *
002140*--------------------------------------------------------------*
002150 01  WS-SITE-OPEN-SWITCH             PIC X(01) VALUE 'N'.
002160     88  SITE-OPEN                  VALUE 'Y'.
002170     88  NO-SITE-OPEN               VALUE 'N'.
002180 01  WS-ASSESS-SWITCH                PIC X(01) VALUE 'N'.
002190     88  SITE-ASSESSABLE            VALUE 'Y'.
002200     88  SITE-NOT-ASSESSABLE        VALUE 'N'.
002210 01  WS-NOT-ASSESSED-REASON          PIC X(100) VALUE SPACES.
002220 01  WS-SITE-CODE                    PIC X(08) VALUE SPACES.
002230 01  WS-SITE-WORD                    PIC X(08) VALUE SPACES.
002240 01  WS-PRIOR-WORD                   PIC X(08) VALUE SPACES.
002250 01  WS-CURRENT-WORD                 PIC X(08) VALUE SPACES.
002260 01  WS-PRIOR-NAME                   PIC X(100) VALUE SPACES.
002270 01  WS-CURRENT-NAME                 PIC X(100) VALUE SPACES.
002280 01  WS-PRIOR-OPEN-SWITCH            PIC X(01) VALUE 'N'.
002290     88  PRIOR-IS-OPEN              VALUE 'Y'.
002300 01  WS-CURR-OPEN-SWITCH             PIC X(01) VALUE 'N'.
002310     88  CURR-IS-OPEN               VALUE 'Y'.
002320 01  WS-PRIOR-DONE-SWITCH            PIC X(01) VALUE 'N'.
002330     88  PRIOR-SIDE-DONE            VALUE 'Y'.
002340 01  WS-CURR-DONE-SWITCH             PIC X(01) VALUE 'N'.
002350     88  CURR-SIDE-DONE             VALUE 'Y'.
002360 01  WS-PRIOR-FIRST-SWITCH           PIC X(01) VALUE 'Y'.
002370     88  PRIOR-FIRST-ROW            VALUE 'Y'.
002380 01  WS-CURR-FIRST-SWITCH            PIC X(01) VALUE 'Y'.
002390     88  CURR-FIRST-ROW             VALUE 'Y'.
002400 01  WS-PRIOR-CTL-SWITCH             PIC X(01) VALUE 'N'.
002410     88  PRIOR-CTL-PRESENT          VALUE 'Y'.
002420 01  WS-CURR-CTL-SWITCH              PIC X(01) VALUE 'N'.
002430     88  CURR-CTL-PRESENT           VALUE 'Y'.
002440 01  WS-PRIOR-ROW                    PIC X(100) VALUE SPACES.
002450 01  WS-CURR-ROW                     PIC X(100) VALUE SPACES.
002460 77  WS-PRIOR-ROW-NO                 PIC 9(07) COMP.
002470 77  WS-CURR-ROW-NO                  PIC 9(07) COMP.
002480 77  WS-PRIOR-WIDTH                  PIC 9(05) COMP.
002490 77  WS-CURR-WIDTH                   PIC 9(05) COMP.
002500 77  WS-TRIM-IDX                     PIC 9(05) COMP.
002510 77  WS-SITE-ROUTE-HITS              PIC 9(07) COMP.
002520 77  WS-SITE-CHANGES                 PIC 9(07) COMP.
002530
002540*--------------------------------------------------------------*
002550* NO-ROUTE-IMPACT LIST - CHANGES NO DESCENT CROSSES, HELD SO   *
002560* THEY PRINT TOGETHER AFTER THE ROUTE HITS. BEYOND THE TABLE   *
002570* THEY ARE COUNTED ONLY.                                       *
002580*--------------------------------------------------------------*
002590 77  WS-MAX-NO-IMPACT                PIC 9(03) VALUE 200.
002600 77  WS-NO-IMPACT-COUNT              PIC 9(07) COMP.
002610 77  WS-NO-IMPACT-IDX                PIC 9(03) COMP.
002620 01  NO-IMPACT-TABLE.
002630     05  NO-IMPACT-ENTRY OCCURS 200 TIMES.
002640         10  NI-ROW                 PIC 9(07).
002650         10  NI-COL                 PIC 9(05).
002660         10  NI-KIND                PIC X(07).
002670
002680*--------------------------------------------------------------*
002690* DIFF LINE PARSING. THE CHANGE-DETECTION REPORT WRITES EACH   *
002700* CELL AS "  ROW nnnnnnn COL nnnnn 'c' -> 'c'  GROWN|CLEARED"  *
002710* AND EACH UNMATCHED ROW AS "  ROW nnnnnnn ADDED ..." OR       *
002720* "  ROW nnnnnnn REMOVED ..." IN FIXED COLUMNS.                *
002730*--------------------------------------------------------------*
002740 01  WS-DIFF-LINE                    PIC X(132).
002750 01  WS-DIFF-ROW-VIEW REDEFINES WS-DIFF-LINE.
002760     05  FILLER                     PIC X(02).
002770     05  DL-ROW-TAG                 PIC X(04).
002780     05  DL-ROW-TEXT                PIC X(07).
002790     05  FILLER                     PIC X(01).
002800     05  DL-ROW-EVENT               PIC X(07).
002810     05  FILLER                     PIC X(111).
002820 01  WS-DIFF-CELL-VIEW REDEFINES WS-DIFF-LINE.
002830     05  FILLER                     PIC X(14).
002840     05  DL-COL-TAG                 PIC X(04).
002850     05  DL-COL-TEXT                PIC X(05).
002860     05  FILLER                     PIC X(13).
002870     05  DL-CELL-KIND               PIC X(07).
002880     05  FILLER                     PIC X(89).
002890 01  WS-ROW-WORK                     PIC X(07).
002900 01  WS-ROW-NUMBER REDEFINES WS-ROW-WORK
002910                                     PIC 9(07).
002920 01  WS-COL-WORK                     PIC X(05).
002930 01  WS-COL-NUMBER REDEFINES WS-COL-WORK
002940                                     PIC 9(05).
002950 01  WS-CHANGE-KIND                  PIC X(07).
002960 77  WS-CELL-DELTA                   PIC S9(01).
002970 01  WS-CELL-HIT-SWITCH              PIC X(01) VALUE 'N'.
002980     88  CELL-ON-ROUTE              VALUE 'Y'.
002990     88  CELL-OFF-ROUTE             VALUE 'N'.
003000
003010*--------------------------------------------------------------*
003020* DESCENT ARITHMETIC - SLOPE R/D VISITS TERRAIN ROW N WHEN     *
003030* (N - 1) IS A MULTIPLE OF D, AT COLUMN                        *
003040* ((N - 1) / D * R) MOD WIDTH + 1, THE SAME CELL THE SURVEY    *
003050* SCAN'S WRAPPING POSITION LANDS ON.                           *
003060*--------------------------------------------------------------*
003070 77  WS-STEP-BASE                    PIC 9(07) COMP.
003080 77  WS-STEPS                        PIC 9(07) COMP.
003090 77  WS-STEP-REM                     PIC 9(03) COMP.
003100 77  WS-ROUTE-OFFSET                 PIC 9(11) COMP.
003110 77  WS-WRAPS                        PIC 9(11) COMP.
003120 77  WS-ROUTE-COL                    PIC 9(05) COMP.
003130 01  WS-ROUTE-SWITCH                 PIC X(01) VALUE 'N'.
003140     88  SLOPE-VISITS-ROW           VALUE 'Y'.
003150     88  SLOPE-MISSES-ROW           VALUE 'N'.
003160
003170*--------------------------------------------------------------*
003180* PRODUCT PREDICTION WORK AREAS                                *
003190*--------------------------------------------------------------*
003200 77  WS-BASE-PRODUCT                 PIC 9(18).
003210 77  WS-PREDICTED-PRODUCT            PIC 9(18).
003220 77  WS-PRODUCT-CHANGE               PIC S9(18).
003230 77  WS-PREDICTED-COUNT              PIC S9(08).
003240 01  WS-PRODUCT-SWITCH               PIC X(01) VALUE 'Y'.
003250     88  PRODUCT-PREDICTABLE        VALUE 'Y'.
003260     88  PRODUCT-NOT-PREDICTABLE    VALUE 'N'.
003270 01  WS-PRODUCT-REASON               PIC X(60) VALUE SPACES.
003280
003290*--------------------------------------------------------------*
003300* REPORT EDIT FIELDS                                           *
003310*--------------------------------------------------------------*
003320 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
003330 77  WS-LINE-POINTER                 PIC 9(03) COMP VALUE 1.
003340 01  WS-ROW-DISPLAY                  PIC Z(06)9.
003350 01  WS-COL-DISPLAY                  PIC ZZZZ9.
003360 01  WS-SLOPE-RIGHT-DISPLAY          PIC ZZ9.
003370 01  WS-SLOPE-DOWN-DISPLAY           PIC ZZ9.
003380 01  WS-TREE-COUNT-DISPLAY           PIC Z(06)9.
003390 01  WS-DELTA-DISPLAY                PIC +(07)9.
003400 01  WS-PREDICTED-DISPLAY            PIC -(07)9.
003410 01  WS-PRODUCT-DISPLAY              PIC Z(17)9.
003420 01  WS-PRODUCT2-DISPLAY             PIC Z(17)9.
003430 01  WS-PRODUCT-CHANGE-DISPLAY       PIC +(18)9.
003440 01  WS-WIDTH-DISPLAY                PIC ZZZZ9.
003450 01  WS-WIDTH2-DISPLAY               PIC ZZZZ9.
003460 01  WS-COUNT-DISPLAY                PIC Z(06)9.
003470 01  WS-SITE-COUNT-DISPLAY           PIC ZZ9.
003480
003490 PROCEDURE DIVISION.
003500*--------------------------------------------------------------*
003510* 0000-MAINLINE                                                *
003520*--------------------------------------------------------------*
003530 0000-MAINLINE.
003540     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003550     PERFORM 1100-LOAD-SITE-MASTER THRU 1100-EXIT
003560     PERFORM 1200-LOAD-LATEST-POSTINGS THRU 1200-EXIT
003570     PERFORM 2000-PROCESS-DIFF-REPORT THRU 2000-EXIT
003580     PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
003590     GOBACK
003600     .
003610
003620*--------------------------------------------------------------*
003630* 1000-INITIALIZE - OPEN THE IMPACT REPORT AND STAMP ITS       *
003640*                   HEADER.                                    *
003650*--------------------------------------------------------------*
003660 1000-INITIALIZE.
003670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003680     OPEN INPUT RUN-DATE-FILE
003690     IF RUN-DATE-OK
003700         READ RUN-DATE-FILE
003710         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
003720             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
003730         END-IF
003740         CLOSE RUN-DATE-FILE
003750     END-IF
003760     OPEN OUTPUT IMPACT-REPORT-FILE
003770     IF NOT IMPACT-RPT-OK
003780         DISPLAY "Impact report file not okay"
003790         MOVE 12 TO RETURN-CODE
003800         GOBACK
003810     END-IF
003820     MOVE SPACES TO IMPACT-REPORT-RECORD
003830     STRING "SLOPE IMPACT ASSESSMENT - RUN DATE " WS-RUN-DATE
003840         DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
003850     END-STRING
003860     WRITE IMPACT-REPORT-RECORD.
003870 1000-EXIT.
003880     EXIT.
003890
003900*--------------------------------------------------------------*
003910* 1100-LOAD-SITE-MASTER - SITE CODE AND SLOPE SET FOR EVERY    *
003920*                  SITE ON THE MASTER. NO MASTER MEANS EVERY   *
003930*                  SITE USES THE GLOBAL SLOPE FILE.            *
003940*--------------------------------------------------------------*
003950 1100-LOAD-SITE-MASTER.
003960     OPEN INPUT SITE-CONTROL-FILE
003970     IF NOT SITE-CTL-OK
003980         GO TO 1100-EXIT
003990     END-IF
004000     READ SITE-CONTROL-FILE
004010     PERFORM 1150-ADD-SITE-ENTRY THRU 1150-EXIT
004020         UNTIL SITE-CTL-EOF
004030     CLOSE SITE-CONTROL-FILE.
004040 1100-EXIT.
004050     EXIT.
004060
004070 1150-ADD-SITE-ENTRY.
004080     IF NOT SITE-CTL-OK
004090         STRING "BAD READ STATUS " SITE-CTL-STATUS
004100             " ON SITE MASTER"
004110             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004120         END-STRING
004130         GO TO 9000-ABEND
004140     END-IF
004150     IF SMR-SITE-CODE NOT = SPACES
004160         AND WS-SITE-COUNT < WS-MAX-SITES
004170         ADD 1 TO WS-SITE-COUNT
004180         SET SITE-IDX TO WS-SITE-COUNT
004190         MOVE SMR-SITE-CODE TO SITE-CODE (SITE-IDX)
004200         MOVE SMR-SLOPE-SET TO SITE-SLOPE-SET (SITE-IDX)
004210     END-IF
004220     READ SITE-CONTROL-FILE.
004230 1150-EXIT.
004240     EXIT.
004250
004260*--------------------------------------------------------------*
004270* 1200-LOAD-LATEST-POSTINGS - ONE PASS OF THE RESULTS HISTORY  *
004280*                  KEEPING THE LATEST RUN DATE'S POSTING PER   *
004290*                  SITE. NO HISTORY MEANS NO BASELINE - THE    *
004300*                  MOVEMENT IS STILL REPORTED.                 *
004310*--------------------------------------------------------------*
004320 1200-LOAD-LATEST-POSTINGS.
004330     OPEN INPUT RESULTS-HISTORY-FILE
004340     IF NOT HIST-OK
004350         GO TO 1200-EXIT
004360     END-IF
004370     READ RESULTS-HISTORY-FILE
004380     PERFORM 1250-TAKE-ONE-POSTING THRU 1250-EXIT
004390         UNTIL HIST-EOF
004400     CLOSE RESULTS-HISTORY-FILE.
004410 1200-EXIT.
004420     EXIT.
004430
004440 1250-TAKE-ONE-POSTING.
004450     IF NOT HIST-OK
004460         STRING "BAD READ STATUS " HIST-STATUS
004470             " ON RESULTS HISTORY"
004480             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004490         END-STRING
004500         GO TO 9000-ABEND
004510     END-IF
004520     SET PST-IDX TO 1
004530     SEARCH POSTING-ENTRY
004540         AT END
004550             CONTINUE
004560         WHEN PST-IDX > WS-POSTING-COUNT
004570             IF WS-POSTING-COUNT < WS-MAX-POSTINGS
004580                 ADD 1 TO WS-POSTING-COUNT
004590                 MOVE HIST-SITE-NAME TO PST-SITE-CODE (PST-IDX)
004600                 MOVE HIST-RUN-DATE TO PST-RUN-DATE (PST-IDX)
004610                 MOVE RESULTS-HISTORY-RECORD
004620                     TO PST-RECORD (PST-IDX)
004630             END-IF
004640         WHEN PST-SITE-CODE (PST-IDX) = HIST-SITE-NAME
004650             IF HIST-RUN-DATE NOT < PST-RUN-DATE (PST-IDX)
004660                 MOVE HIST-RUN-DATE TO PST-RUN-DATE (PST-IDX)
004670                 MOVE RESULTS-HISTORY-RECORD
004680                     TO PST-RECORD (PST-IDX)
004690             END-IF
004700     END-SEARCH
004710     READ RESULTS-HISTORY-FILE.
004720 1250-EXIT.
004730     EXIT.
004740
004750*--------------------------------------------------------------*
004760* 2000-PROCESS-DIFF-REPORT - ONE PASS OF THE CHANGE-DETECTION  *
004770*                  REPORT. A "SITE:" LINE CLOSES THE SITE      *
004780*                  BEFORE IT AND OPENS THE NEXT. NO DIFF REPORT*
004790*                  MEANS NOTHING TO DO.                        *
004800*--------------------------------------------------------------*
004810 2000-PROCESS-DIFF-REPORT.
004820     OPEN INPUT DIFF-REPORT-FILE
004830     IF NOT DIFF-RPT-OK
004840         MOVE "NO CHANGE-DETECTION REPORT ON HAND - NOTHING TO DO"
004850             TO IMPACT-REPORT-RECORD
004860         WRITE IMPACT-REPORT-RECORD
004870         DISPLAY "AOC3IMP: NO CHANGE-DETECTION REPORT ON HAND"
004880         GO TO 2000-EXIT
004890     END-IF
004900     READ DIFF-REPORT-FILE
004910     PERFORM 2100-TAKE-DIFF-LINE THRU 2100-EXIT
004920         UNTIL DIFF-RPT-EOF
004930     IF SITE-OPEN
004940         PERFORM 3900-FINISH-SITE THRU 3900-EXIT
004950     END-IF
004960     CLOSE DIFF-REPORT-FILE.
004970 2000-EXIT.
004980     EXIT.
004990
005000 2100-TAKE-DIFF-LINE.
005010     IF NOT DIFF-RPT-OK
005020         STRING "BAD READ STATUS " DIFF-RPT-STATUS
005030             " ON CHANGE-DETECTION REPORT"
005040             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
005050         END-STRING
005060         GO TO 9000-ABEND
005070     END-IF
005080     MOVE DIFF-REPORT-RECORD TO WS-DIFF-LINE
005090     IF WS-DIFF-LINE (1:6) = "SITE: "
005100         IF SITE-OPEN
005110             PERFORM 3900-FINISH-SITE THRU 3900-EXIT
005120         END-IF
005130         PERFORM 3000-START-SITE THRU 3000-EXIT
005140         GO TO 2100-NEXT
005150     END-IF
005160     IF NO-SITE-OPEN
005170         GO TO 2100-NEXT
005180     END-IF
005190     IF WS-DIFF-LINE (3:16) = "PRIOR EXTRACT MI"
005200         OR WS-DIFF-LINE (3:16) = "CURRENT EXTRACT "
005210         SET SITE-NOT-ASSESSABLE TO TRUE
005220         MOVE "CHANGE DETECTION COULD NOT COMPARE THIS SITE"
005230             TO WS-NOT-ASSESSED-REASON
005240         GO TO 2100-NEXT
005250     END-IF
005260     IF DL-ROW-TAG NOT = "ROW "
005270         GO TO 2100-NEXT
005280     END-IF
005290     MOVE DL-ROW-TEXT TO WS-ROW-WORK
005300     INSPECT WS-ROW-WORK REPLACING LEADING SPACES BY ZEROS
005310     IF WS-ROW-WORK IS NOT NUMERIC
005320         GO TO 2100-NEXT
005330     END-IF
005340     ADD 1 TO WS-SITE-CHANGES
005350     IF DL-COL-TAG = "COL "
005360         MOVE DL-COL-TEXT TO WS-COL-WORK
005370         INSPECT WS-COL-WORK REPLACING LEADING SPACES BY ZEROS
005380         MOVE DL-CELL-KIND TO WS-CHANGE-KIND
005390         IF WS-COL-WORK IS NUMERIC
005400             PERFORM 4000-ASSESS-CELL THRU 4000-EXIT
005410         END-IF
005420         GO TO 2100-NEXT
005430     END-IF
005440     IF DL-ROW-EVENT (1:5) = "ADDED"
005450         PERFORM 4100-ASSESS-ADDED-ROW THRU 4100-EXIT
005460         GO TO 2100-NEXT
005470     END-IF
005480     IF DL-ROW-EVENT = "REMOVED"
005490         PERFORM 4200-ASSESS-REMOVED-ROW THRU 4200-EXIT
005500     END-IF.
005510 2100-NEXT.
005520     READ DIFF-REPORT-FILE.
005530 2100-EXIT.
005540     EXIT.
005550
005560*--------------------------------------------------------------*
005570* 3000-START-SITE - TAKE THE SITE CODE AND BOTH EXTRACT NAMES  *
005580*                  FROM THE "SITE:" LINE, LOAD THE SITE'S      *
005590*                  SLOPES AND BASELINE, AND OPEN BOTH EXTRACTS *
005600*                  FOR THE ROW LOOK-UPS ADDED AND REMOVED ROWS *
005610*                  NEED.                                       *
005620*--------------------------------------------------------------*
005630 3000-START-SITE.
005640     SET SITE-OPEN TO TRUE
005650     SET SITE-ASSESSABLE TO TRUE
005660     MOVE SPACES TO WS-NOT-ASSESSED-REASON
005670     MOVE SPACES TO WS-SITE-CODE
005680     MOVE SPACES TO WS-PRIOR-NAME
005690     MOVE SPACES TO WS-CURRENT-NAME
005700     MOVE 0 TO WS-SITE-ROUTE-HITS
005710     MOVE 0 TO WS-SITE-CHANGES
005720     MOVE 0 TO WS-NO-IMPACT-COUNT
005730     UNSTRING WS-DIFF-LINE DELIMITED BY ALL SPACE
005740         INTO WS-SITE-WORD WS-SITE-CODE
005750              WS-PRIOR-WORD WS-PRIOR-NAME
005760              WS-CURRENT-WORD WS-CURRENT-NAME
005770     END-UNSTRING
005780     PERFORM 3100-LOAD-SITE-SLOPES THRU 3100-EXIT
005790     PERFORM 3200-FIND-BASELINE THRU 3200-EXIT
005800     PERFORM 3300-OPEN-EXTRACTS THRU 3300-EXIT
005810     PERFORM 3050-WRITE-SITE-HEADER THRU 3050-EXIT.
005820 3000-EXIT.
005830     EXIT.
005840
005850 3050-WRITE-SITE-HEADER.
005860     MOVE SPACES TO IMPACT-REPORT-RECORD
005870     WRITE IMPACT-REPORT-RECORD
005880     MOVE SPACES TO WS-REPORT-LINE
005890     MOVE 1 TO WS-LINE-POINTER
005900     STRING "SITE: " DELIMITED BY SIZE
005910         WS-SITE-CODE DELIMITED BY SPACE
005920         "  SLOPES FROM " DELIMITED BY SIZE
005930         WS-SLOPE-CTL-NAME DELIMITED BY SPACE
005940         INTO WS-REPORT-LINE
005950         WITH POINTER WS-LINE-POINTER
005960     END-STRING
005970     IF SITE-ASSESSABLE
005980         MOVE WS-CURR-WIDTH TO WS-WIDTH-DISPLAY
005990         STRING "  WIDTH " WS-WIDTH-DISPLAY
006000             DELIMITED BY SIZE INTO WS-REPORT-LINE
006010             WITH POINTER WS-LINE-POINTER
006020         END-STRING
006030     END-IF
006040     IF BASELINE-FOUND
006050         STRING "  BASELINE RUN " BL-RUN-DATE
006060             DELIMITED BY SIZE INTO WS-REPORT-LINE
006070             WITH POINTER WS-LINE-POINTER
006080         END-STRING
006090     ELSE
006100         STRING "  NO BASELINE POSTING ON RESULTS HISTORY"
006110             DELIMITED BY SIZE INTO WS-REPORT-LINE
006120             WITH POINTER WS-LINE-POINTER
006130         END-STRING
006140     END-IF
006150     MOVE WS-REPORT-LINE TO IMPACT-REPORT-RECORD
006160     WRITE IMPACT-REPORT-RECORD.
006170 3050-EXIT.
006180     EXIT.
006190
006200*--------------------------------------------------------------*
006210* 3100-LOAD-SITE-SLOPES - THE SITE'S <SET>.slp WHEN ITS MASTER *
006220*                  RECORD NAMES A SLOPE SET, OTHERWISE THE     *
006230*                  GLOBAL slopectl.txt, FALLING BACK TO THE    *
006240*                  ORIGINAL FIVE SLOPES AS THE SURVEY SCAN     *
006250*                  DOES. ENTRIES THE SCAN'S PRE-FLIGHT EDIT    *
006260*                  WOULD REJECT ARE LEFT OUT HERE TOO.         *
006270*--------------------------------------------------------------*
006280 3100-LOAD-SITE-SLOPES.
006290     MOVE 0 TO WS-SLOPE-COUNT
006300     MOVE "slopectl.txt" TO WS-SLOPE-CTL-NAME
006310     SET SITE-IDX TO 1
006320     SEARCH SITE-ENTRY
006330         AT END
006340             CONTINUE
006350         WHEN SITE-IDX > WS-SITE-COUNT
006360             CONTINUE
006370         WHEN SITE-CODE (SITE-IDX) = WS-SITE-CODE
006380             IF SITE-SLOPE-SET (SITE-IDX) NOT = SPACES
006390                 MOVE SPACES TO WS-SLOPE-CTL-NAME
006400                 MOVE 1 TO WS-SLOPE-POINTER
006410                 STRING SITE-SLOPE-SET (SITE-IDX)
006420                     DELIMITED BY SPACE
006430                     ".slp" DELIMITED BY SIZE
006440                     INTO WS-SLOPE-CTL-NAME
006450                     WITH POINTER WS-SLOPE-POINTER
006460                 END-STRING
006470             END-IF
006480     END-SEARCH
006490     OPEN INPUT SLOPE-CONTROL-FILE
006500     IF NOT SLOPE-CTL-OK
006510         IF WS-SLOPE-CTL-NAME = "slopectl.txt"
006520             PERFORM 3190-LOAD-DEFAULT-SLOPES THRU 3190-EXIT
006530         ELSE
006540             SET SITE-NOT-ASSESSABLE TO TRUE
006550             STRING "SLOPE SET FILE " DELIMITED BY SIZE
006560                 WS-SLOPE-CTL-NAME DELIMITED BY SPACE
006570                 " MISSING OR UNREADABLE" DELIMITED BY SIZE
006580                 INTO WS-NOT-ASSESSED-REASON
006590             END-STRING
006600         END-IF
006610         GO TO 3100-EXIT
006620     END-IF
006630     READ SLOPE-CONTROL-FILE
006640     PERFORM 3150-ADD-SLOPE-ENTRY THRU 3150-EXIT
006650         UNTIL SLOPE-CTL-EOF OR WS-SLOPE-COUNT >= WS-MAX-SLOPES
006660     CLOSE SLOPE-CONTROL-FILE
006670     IF WS-SLOPE-COUNT = 0
006680         IF WS-SLOPE-CTL-NAME = "slopectl.txt"
006690             PERFORM 3190-LOAD-DEFAULT-SLOPES THRU 3190-EXIT
006700         ELSE
006710             SET SITE-NOT-ASSESSABLE TO TRUE
006720             STRING "SLOPE SET FILE " DELIMITED BY SIZE
006730                 WS-SLOPE-CTL-NAME DELIMITED BY SPACE
006740                 " HOLDS NO USABLE SLOPE" DELIMITED BY SIZE
006750                 INTO WS-NOT-ASSESSED-REASON
006760             END-STRING
006770         END-IF
006780     END-IF.
006790 3100-EXIT.
006800     EXIT.
006810
006820 3150-ADD-SLOPE-ENTRY.
006830     IF NOT SLOPE-CTL-OK
006840         STRING "BAD READ STATUS " SLOPE-CTL-STATUS
006850             " ON SLOPE FILE " WS-SLOPE-CTL-NAME
006860             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006870         END-STRING
006880         GO TO 9000-ABEND
006890     END-IF
006900     IF SCR-RIGHT IS NOT NUMERIC OR SCR-DOWN IS NOT NUMERIC
006910         GO TO 3150-NEXT
006920     END-IF
006930     IF SCR-RIGHT = 0 OR SCR-DOWN = 0
006940         GO TO 3150-NEXT
006950     END-IF
006960     SET WS-DUP-NOT-FOUND TO TRUE
006970     PERFORM 3160-CHECK-ONE-DUPLICATE THRU 3160-EXIT
006980         VARYING WS-DUP-IDX FROM 1 BY 1
006990         UNTIL WS-DUP-IDX > WS-SLOPE-COUNT
007000             OR WS-DUP-FOUND
007010     IF WS-DUP-FOUND
007020         GO TO 3150-NEXT
007030     END-IF
007040     ADD 1 TO WS-SLOPE-COUNT
007050     SET SLP-IDX TO WS-SLOPE-COUNT
007060     MOVE SCR-RIGHT TO SLP-RIGHT (SLP-IDX)
007070     MOVE SCR-DOWN TO SLP-DOWN (SLP-IDX).
007080 3150-NEXT.
007090     READ SLOPE-CONTROL-FILE.
007100 3150-EXIT.
007110     EXIT.
007120
007130 3160-CHECK-ONE-DUPLICATE.
007140     IF SLP-RIGHT (WS-DUP-IDX) = SCR-RIGHT
007150         AND SLP-DOWN (WS-DUP-IDX) = SCR-DOWN
007160         SET WS-DUP-FOUND TO TRUE
007170     END-IF.
007180 3160-EXIT.
007190     EXIT.
007200
007210 3190-LOAD-DEFAULT-SLOPES.
007220     MOVE 5 TO WS-SLOPE-COUNT
007230     MOVE 1 TO SLP-RIGHT (1)
007240     MOVE 1 TO SLP-DOWN (1)
007250     MOVE 3 TO SLP-RIGHT (2)
007260     MOVE 1 TO SLP-DOWN (2)
007270     MOVE 5 TO SLP-RIGHT (3)
007280     MOVE 1 TO SLP-DOWN (3)
007290     MOVE 7 TO SLP-RIGHT (4)
007300     MOVE 1 TO SLP-DOWN (4)
007310     MOVE 1 TO SLP-RIGHT (5)
007320     MOVE 2 TO SLP-DOWN (5)
007330     MOVE "*DEFAULTS" TO WS-SLOPE-CTL-NAME.
007340 3190-EXIT.
007350     EXIT.
007360
007370*--------------------------------------------------------------*
007380* 3200-FIND-BASELINE - THE SITE'S LATEST POSTING, AND FROM IT  *
007390*                  EACH SLOPE'S LAST COUNTED TREES. A SLOPE    *
007400*                  THE POSTING DOES NOT CARRY HAS NO BASELINE. *
007410*--------------------------------------------------------------*
007420 3200-FIND-BASELINE.
007430     SET BASELINE-NOT-FOUND TO TRUE
007440     PERFORM 3250-RESET-ONE-SLOPE THRU 3250-EXIT
007450         VARYING SLP-IDX FROM 1 BY 1
007460         UNTIL SLP-IDX > WS-SLOPE-COUNT
007470     SET PST-IDX TO 1
007480     SEARCH POSTING-ENTRY
007490         AT END
007500             CONTINUE
007510         WHEN PST-IDX > WS-POSTING-COUNT
007520             CONTINUE
007530         WHEN PST-SITE-CODE (PST-IDX) = WS-SITE-CODE
007540             SET BASELINE-FOUND TO TRUE
007550             MOVE PST-RECORD (PST-IDX) TO WS-BASELINE-RECORD
007560     END-SEARCH
007570     IF BASELINE-NOT-FOUND
007580         GO TO 3200-EXIT
007590     END-IF
007600     IF BL-SLOPE-COUNT IS NOT NUMERIC OR BL-SLOPE-COUNT > 20
007610         MOVE 0 TO BL-SLOPE-COUNT
007620     END-IF
007630     PERFORM 3260-MATCH-BASELINE-SLOPE THRU 3260-EXIT
007640         VARYING SLP-IDX FROM 1 BY 1
007650         UNTIL SLP-IDX > WS-SLOPE-COUNT.
007660 3200-EXIT.
007670     EXIT.
007680
007690 3250-RESET-ONE-SLOPE.
007700     MOVE 'N' TO SLP-BASE-FLAG (SLP-IDX)
007710     MOVE 0 TO SLP-BASE-COUNT (SLP-IDX)
007720     MOVE 0 TO SLP-DELTA (SLP-IDX).
007730 3250-EXIT.
007740     EXIT.
007750
007760 3260-MATCH-BASELINE-SLOPE.
007770     PERFORM 3270-MATCH-ONE-POSTED-SLOPE THRU 3270-EXIT
007780         VARYING BL-IDX FROM 1 BY 1
007790         UNTIL BL-IDX > BL-SLOPE-COUNT
007800             OR SLP-HAS-BASE (SLP-IDX).
007810 3260-EXIT.
007820     EXIT.
007830
007840 3270-MATCH-ONE-POSTED-SLOPE.
007850     IF BL-SLOPE-RIGHT (BL-IDX) = SLP-RIGHT (SLP-IDX)
007860         AND BL-SLOPE-DOWN (BL-IDX) = SLP-DOWN (SLP-IDX)
007870         MOVE 'Y' TO SLP-BASE-FLAG (SLP-IDX)
007880         MOVE BL-TREE-COUNT (BL-IDX) TO SLP-BASE-COUNT (SLP-IDX)
007890     END-IF.
007900 3270-EXIT.
007910     EXIT.
007920
007930*--------------------------------------------------------------*
007940* 3300-OPEN-EXTRACTS - OPEN BOTH EXTRACTS AND READ THE FIRST   *
007950*                  TERRAIN ROW OF EACH FOR ITS RECORD WIDTH.   *
007960*                  DIFFERING WIDTHS MOVE EVERY ROUTE, SO THE   *
007970*                  SITE IS NOT PREDICTED.                      *
007980*--------------------------------------------------------------*
007990 3300-OPEN-EXTRACTS.
008000     MOVE 'N' TO WS-PRIOR-OPEN-SWITCH
008010     MOVE 'N' TO WS-CURR-OPEN-SWITCH
008020     MOVE 'N' TO WS-PRIOR-DONE-SWITCH
008030     MOVE 'N' TO WS-CURR-DONE-SWITCH
008040     MOVE 'Y' TO WS-PRIOR-FIRST-SWITCH
008050     MOVE 'Y' TO WS-CURR-FIRST-SWITCH
008060     MOVE 'N' TO WS-PRIOR-CTL-SWITCH
008070     MOVE 'N' TO WS-CURR-CTL-SWITCH
008080     MOVE 0 TO WS-PRIOR-ROW-NO
008090     MOVE 0 TO WS-CURR-ROW-NO
008100     MOVE 0 TO WS-PRIOR-WIDTH
008110     MOVE 0 TO WS-CURR-WIDTH
008120     IF SITE-NOT-ASSESSABLE
008130         GO TO 3300-EXIT
008140     END-IF
008150     OPEN INPUT PRIOR-FILE
008160     IF NOT PRIOR-OK
008170         SET SITE-NOT-ASSESSABLE TO TRUE
008180         MOVE "PRIOR EXTRACT MISSING OR UNREADABLE"
008190             TO WS-NOT-ASSESSED-REASON
008200         GO TO 3300-EXIT
008210     END-IF
008220     SET PRIOR-IS-OPEN TO TRUE
008230     OPEN INPUT CURRENT-FILE
008240     IF NOT CURR-OK
008250         SET SITE-NOT-ASSESSABLE TO TRUE
008260         MOVE "CURRENT EXTRACT MISSING OR UNREADABLE"
008270             TO WS-NOT-ASSESSED-REASON
008280         GO TO 3300-EXIT
008290     END-IF
008300     SET CURR-IS-OPEN TO TRUE
008310     PERFORM 3400-READ-PRIOR-ROW THRU 3400-EXIT
008320     PERFORM 3500-READ-CURRENT-ROW THRU 3500-EXIT
008330     IF WS-PRIOR-WIDTH NOT = WS-CURR-WIDTH
008340         SET SITE-NOT-ASSESSABLE TO TRUE
008350         MOVE WS-PRIOR-WIDTH TO WS-WIDTH-DISPLAY
008360         MOVE WS-CURR-WIDTH TO WS-WIDTH2-DISPLAY
008370         STRING "RECORD WIDTH CHANGED FROM " WS-WIDTH-DISPLAY
008380             " TO " WS-WIDTH2-DISPLAY
008390             " - EVERY ROUTE MOVES, RESCAN REQUIRED"
008400             DELIMITED BY SIZE INTO WS-NOT-ASSESSED-REASON
008410         END-STRING
008420         GO TO 3300-EXIT
008430     END-IF
008440     IF WS-CURR-WIDTH = 0
008450         SET SITE-NOT-ASSESSABLE TO TRUE
008460         MOVE "EXTRACTS HOLD NO TERRAIN ROWS"
008470             TO WS-NOT-ASSESSED-REASON
008480     END-IF.
008490 3300-EXIT.
008500     EXIT.
008510
008520*--------------------------------------------------------------*
008530* 3400-READ-PRIOR-ROW - NEXT TERRAIN ROW OF THE PRIOR EXTRACT. *
008540*                  A LEADING HDR IS PASSED OVER; A TRL OR EOF  *
008550*                  ENDS THE TERRAIN. THE FIRST ROW SETS THE    *
008560*                  WIDTH.                                      *
008570*--------------------------------------------------------------*
008580 3400-READ-PRIOR-ROW.
008590     IF PRIOR-SIDE-DONE
008600         GO TO 3400-EXIT
008610     END-IF
008620     READ PRIOR-FILE
008630     IF PRIOR-EOF
008640         SET PRIOR-SIDE-DONE TO TRUE
008650         GO TO 3400-EXIT
008660     END-IF
008670     IF NOT PRIOR-OK
008680         STRING "BAD READ STATUS " PRIOR-STATUS
008690             " ON PRIOR EXTRACT " WS-PRIOR-NAME
008700             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008710         END-STRING
008720         GO TO 9000-ABEND
008730     END-IF
008740     IF PRIOR-FIRST-ROW AND PRIOR-RECORD (1:3) = "HDR"
008750         SET PRIOR-CTL-PRESENT TO TRUE
008760         MOVE 'N' TO WS-PRIOR-FIRST-SWITCH
008770         GO TO 3400-READ-PRIOR-ROW
008780     END-IF
008790     IF PRIOR-CTL-PRESENT AND PRIOR-RECORD (1:3) = "TRL"
008800         SET PRIOR-SIDE-DONE TO TRUE
008810         GO TO 3400-EXIT
008820     END-IF
008830     IF WS-PRIOR-WIDTH = 0
008840         MOVE LENGTH OF PRIOR-RECORD TO WS-TRIM-IDX
008850         PERFORM 3450-TRIM-WIDTH THRU 3450-EXIT
008860             UNTIL WS-TRIM-IDX = 0
008870             OR PRIOR-RECORD (WS-TRIM-IDX:1) NOT = SPACE
008880         MOVE WS-TRIM-IDX TO WS-PRIOR-WIDTH
008890     END-IF
008900     MOVE 'N' TO WS-PRIOR-FIRST-SWITCH
008910     MOVE PRIOR-RECORD TO WS-PRIOR-ROW
008920     ADD 1 TO WS-PRIOR-ROW-NO.
008930 3400-EXIT.
008940     EXIT.
008950
008960 3450-TRIM-WIDTH.
008970     SUBTRACT 1 FROM WS-TRIM-IDX.
008980 3450-EXIT.
008990     EXIT.
009000
009010 3500-READ-CURRENT-ROW.
009020     IF CURR-SIDE-DONE
009030         GO TO 3500-EXIT
009040     END-IF
009050     READ CURRENT-FILE
009060     IF CURR-EOF
009070         SET CURR-SIDE-DONE TO TRUE
009080         GO TO 3500-EXIT
009090     END-IF
009100     IF NOT CURR-OK
009110         STRING "BAD READ STATUS " CURR-STATUS
009120             " ON CURRENT EXTRACT " WS-CURRENT-NAME
009130             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
009140         END-STRING
009150         GO TO 9000-ABEND
009160     END-IF
009170     IF CURR-FIRST-ROW AND CURRENT-RECORD (1:3) = "HDR"
009180         SET CURR-CTL-PRESENT TO TRUE
009190         MOVE 'N' TO WS-CURR-FIRST-SWITCH
009200         GO TO 3500-READ-CURRENT-ROW
009210     END-IF
009220     IF CURR-CTL-PRESENT AND CURRENT-RECORD (1:3) = "TRL"
009230         SET CURR-SIDE-DONE TO TRUE
009240         GO TO 3500-EXIT
009250     END-IF
009260     IF WS-CURR-WIDTH = 0
009270         MOVE LENGTH OF CURRENT-RECORD TO WS-TRIM-IDX
009280         PERFORM 3450-TRIM-WIDTH THRU 3450-EXIT
009290             UNTIL WS-TRIM-IDX = 0
009300             OR CURRENT-RECORD (WS-TRIM-IDX:1) NOT = SPACE
009310         MOVE WS-TRIM-IDX TO WS-CURR-WIDTH
009320     END-IF
009330     MOVE 'N' TO WS-CURR-FIRST-SWITCH
009340     MOVE CURRENT-RECORD TO WS-CURR-ROW
009350     ADD 1 TO WS-CURR-ROW-NO.
009360 3500-EXIT.
009370     EXIT.
009380
009390*--------------------------------------------------------------*
009400* 3600-LOCATE-ROUTE - DOES SLOPE SLP-IDX VISIT TERRAIN ROW     *
009410*                  WS-ROW-NUMBER, AND IF SO AT WHICH COLUMN.   *
009420*--------------------------------------------------------------*
009430 3600-LOCATE-ROUTE.
009440     SET SLOPE-MISSES-ROW TO TRUE
009450     COMPUTE WS-STEP-BASE = WS-ROW-NUMBER - 1
009460     DIVIDE WS-STEP-BASE BY SLP-DOWN (SLP-IDX)
009470         GIVING WS-STEPS REMAINDER WS-STEP-REM
009480     IF WS-STEP-REM NOT = 0
009490         GO TO 3600-EXIT
009500     END-IF
009510     COMPUTE WS-ROUTE-OFFSET = WS-STEPS * SLP-RIGHT (SLP-IDX)
009520     DIVIDE WS-ROUTE-OFFSET BY WS-CURR-WIDTH
009530         GIVING WS-WRAPS REMAINDER WS-ROUTE-COL
009540     ADD 1 TO WS-ROUTE-COL
009550     SET SLOPE-VISITS-ROW TO TRUE.
009560 3600-EXIT.
009570     EXIT.
009580
009590*--------------------------------------------------------------*
009600* 3900-FINISH-SITE - CLOSE THE EXTRACTS AND WRITE THE SITE'S   *
009610*                  NO-ROUTE-IMPACT LIST, THE PER-SLOPE         *
009620*                  PREDICTION AND THE PREDICTED PRODUCT.       *
009630*--------------------------------------------------------------*
009640 3900-FINISH-SITE.
009650     IF PRIOR-IS-OPEN
009660         CLOSE PRIOR-FILE
009670         MOVE 'N' TO WS-PRIOR-OPEN-SWITCH
009680     END-IF
009690     IF CURR-IS-OPEN
009700         CLOSE CURRENT-FILE
009710         MOVE 'N' TO WS-CURR-OPEN-SWITCH
009720     END-IF
009730     SET NO-SITE-OPEN TO TRUE
009740     IF SITE-NOT-ASSESSABLE
009750         ADD 1 TO WS-SITES-NOT-ASSESSED
009760         MOVE SPACES TO WS-REPORT-LINE
009770         STRING "  NOT ASSESSED - " WS-NOT-ASSESSED-REASON
009780             DELIMITED BY SIZE INTO WS-REPORT-LINE
009790         END-STRING
009800         MOVE WS-REPORT-LINE TO IMPACT-REPORT-RECORD
009810         WRITE IMPACT-REPORT-RECORD
009820         DISPLAY "AOC3IMP: SITE " WS-SITE-CODE " NOT ASSESSED"
009830         GO TO 3900-EXIT
009840     END-IF
009850     ADD 1 TO WS-SITES-ASSESSED
009860     IF WS-SITE-CHANGES = 0
009870         MOVE "  NO TERRAIN CHANGES - NO ROUTE IMPACT"
009880             TO IMPACT-REPORT-RECORD
009890         WRITE IMPACT-REPORT-RECORD
009900         GO TO 3900-EXIT
009910     END-IF
009920     IF WS-NO-IMPACT-COUNT > 0
009930         PERFORM 3910-WRITE-NO-IMPACT-LIST THRU 3910-EXIT
009940     END-IF
009950     IF WS-SITE-ROUTE-HITS > 0
009960         ADD 1 TO WS-SITES-IMPACTED
009970     END-IF
009980     MOVE "  SLOPE  RIGHT DOWN   BASELINE     CHANGE  PREDICTED"
009990         TO IMPACT-REPORT-RECORD
010000     WRITE IMPACT-REPORT-RECORD
010010     MOVE 1 TO WS-BASE-PRODUCT
010020     MOVE 1 TO WS-PREDICTED-PRODUCT
010030     SET PRODUCT-PREDICTABLE TO TRUE
010040     MOVE SPACES TO WS-PRODUCT-REASON
010050     PERFORM 3920-WRITE-ONE-SLOPE THRU 3920-EXIT
010060         VARYING SLP-IDX FROM 1 BY 1
010070         UNTIL SLP-IDX > WS-SLOPE-COUNT
010080     PERFORM 3950-WRITE-PRODUCT-LINE THRU 3950-EXIT
010090     MOVE WS-SITE-ROUTE-HITS TO WS-COUNT-DISPLAY
010100     DISPLAY "AOC3IMP: SITE " WS-SITE-CODE
010110         " ROUTE HITS " WS-COUNT-DISPLAY.
010120 3900-EXIT.
010130     EXIT.
010140
010150 3910-WRITE-NO-IMPACT-LIST.
010160     MOVE "  NO ROUTE IMPACT:" TO IMPACT-REPORT-RECORD
010170     WRITE IMPACT-REPORT-RECORD
010180     PERFORM 3915-WRITE-ONE-NO-IMPACT THRU 3915-EXIT
010190         VARYING WS-NO-IMPACT-IDX FROM 1 BY 1
010200         UNTIL WS-NO-IMPACT-IDX > WS-NO-IMPACT-COUNT
010210             OR WS-NO-IMPACT-IDX > WS-MAX-NO-IMPACT
010220     IF WS-NO-IMPACT-COUNT > WS-MAX-NO-IMPACT
010230         COMPUTE WS-COUNT-DISPLAY =
010240             WS-NO-IMPACT-COUNT - WS-MAX-NO-IMPACT
010250         MOVE SPACES TO WS-REPORT-LINE
010260         STRING "    AND " WS-COUNT-DISPLAY " MORE NOT LISTED"
010270             DELIMITED BY SIZE INTO WS-REPORT-LINE
010280         END-STRING
010290         MOVE WS-REPORT-LINE TO IMPACT-REPORT-RECORD
010300         WRITE IMPACT-REPORT-RECORD
010310     END-IF.
010320 3910-EXIT.
010330     EXIT.
010340
010350 3915-WRITE-ONE-NO-IMPACT.
010360     MOVE NI-ROW (WS-NO-IMPACT-IDX) TO WS-ROW-DISPLAY
010370     MOVE SPACES TO WS-REPORT-LINE
010380     MOVE 1 TO WS-LINE-POINTER
010390     IF NI-COL (WS-NO-IMPACT-IDX) = 0
010400         STRING "    ROW " WS-ROW-DISPLAY " "
010410             NI-KIND (WS-NO-IMPACT-IDX)
010420             " - NO DESCENT MEETS A TREE IN THIS ROW"
010430             DELIMITED BY SIZE INTO WS-REPORT-LINE
010440             WITH POINTER WS-LINE-POINTER
010450         END-STRING
010460     ELSE
010470         MOVE NI-COL (WS-NO-IMPACT-IDX) TO WS-COL-DISPLAY
010480         STRING "    ROW " WS-ROW-DISPLAY
010490             " COL " WS-COL-DISPLAY " "
010500             NI-KIND (WS-NO-IMPACT-IDX)
010510             DELIMITED BY SIZE INTO WS-REPORT-LINE
010520             WITH POINTER WS-LINE-POINTER
010530         END-STRING
010540     END-IF
010550     MOVE WS-REPORT-LINE TO IMPACT-REPORT-RECORD
010560     WRITE IMPACT-REPORT-RECORD.
010570 3915-EXIT.
010580     EXIT.
010590
010600*--------------------------------------------------------------*
010610* 3920-WRITE-ONE-SLOPE - BASELINE, PREDICTED CHANGE AND        *
010620*                  PREDICTED COUNT FOR ONE SLOPE, FOLDING THE  *
010630*                  TWO COUNTS INTO THE PRODUCTS AS IT GOES.    *
010640*--------------------------------------------------------------*
010650 3920-WRITE-ONE-SLOPE.
010660     MOVE SLP-RIGHT (SLP-IDX) TO WS-SLOPE-RIGHT-DISPLAY
010670     MOVE SLP-DOWN (SLP-IDX) TO WS-SLOPE-DOWN-DISPLAY
010680     MOVE SLP-DELTA (SLP-IDX) TO WS-DELTA-DISPLAY
010690     MOVE SPACES TO WS-REPORT-LINE
010700     MOVE 1 TO WS-LINE-POINTER
010710     IF NOT SLP-HAS-BASE (SLP-IDX)
010720         SET PRODUCT-NOT-PREDICTABLE TO TRUE
010730         MOVE "A SLOPE HAS NO BASELINE COUNT" TO WS-PRODUCT-REASON
010740         STRING "         " WS-SLOPE-RIGHT-DISPLAY "  "
010750             WS-SLOPE-DOWN-DISPLAY "  NO BASELINE "
010760             WS-DELTA-DISPLAY
010770             DELIMITED BY SIZE INTO WS-REPORT-LINE
010780             WITH POINTER WS-LINE-POINTER
010790         END-STRING
010800         GO TO 3920-WRITE
010810     END-IF
010820     COMPUTE WS-PREDICTED-COUNT =
010830         SLP-BASE-COUNT (SLP-IDX) + SLP-DELTA (SLP-IDX)
010840     MOVE SLP-BASE-COUNT (SLP-IDX) TO WS-TREE-COUNT-DISPLAY
010850     MOVE WS-PREDICTED-COUNT TO WS-PREDICTED-DISPLAY
010860     STRING "         " WS-SLOPE-RIGHT-DISPLAY "  "
010870         WS-SLOPE-DOWN-DISPLAY "     " WS-TREE-COUNT-DISPLAY
010880         "   " WS-DELTA-DISPLAY "   " WS-PREDICTED-DISPLAY
010890         DELIMITED BY SIZE INTO WS-REPORT-LINE
010900         WITH POINTER WS-LINE-POINTER
010910     END-STRING
010920     IF WS-PREDICTED-COUNT < 0
010930         SET PRODUCT-NOT-PREDICTABLE TO TRUE
010940         MOVE "A PREDICTED COUNT IS BELOW ZERO - STALE BASELINE"
010950             TO WS-PRODUCT-REASON
010960         GO TO 3920-WRITE
010970     END-IF
010980     IF PRODUCT-PREDICTABLE
010990         COMPUTE WS-BASE-PRODUCT =
011000             WS-BASE-PRODUCT * SLP-BASE-COUNT (SLP-IDX)
011010             ON SIZE ERROR
011020                 SET PRODUCT-NOT-PREDICTABLE TO TRUE
011030                 MOVE "PRODUCT EXCEEDS 18 DIGITS"
011040                     TO WS-PRODUCT-REASON
011050         END-COMPUTE
011060     END-IF
011070     IF PRODUCT-PREDICTABLE
011080         COMPUTE WS-PREDICTED-PRODUCT =
011090             WS-PREDICTED-PRODUCT * WS-PREDICTED-COUNT
011100             ON SIZE ERROR
011110                 SET PRODUCT-NOT-PREDICTABLE TO TRUE
011120                 MOVE "PRODUCT EXCEEDS 18 DIGITS"
011130                     TO WS-PRODUCT-REASON
011140         END-COMPUTE
011150     END-IF.
011160 3920-WRITE.
011170     MOVE WS-REPORT-LINE TO IMPACT-REPORT-RECORD
011180     WRITE IMPACT-REPORT-RECORD.
011190 3920-EXIT.
011200     EXIT.
011210
011220 3950-WRITE-PRODUCT-LINE.
011230     MOVE SPACES TO WS-REPORT-LINE
011240     MOVE 1 TO WS-LINE-POINTER
011250     IF PRODUCT-NOT-PREDICTABLE
011260         STRING "  PRODUCT NOT PREDICTED - " WS-PRODUCT-REASON
011270             DELIMITED BY SIZE INTO WS-REPORT-LINE
011280             WITH POINTER WS-LINE-POINTER
011290         END-STRING
011300     ELSE
011310         COMPUTE WS-PRODUCT-CHANGE =
011320             WS-PREDICTED-PRODUCT - WS-BASE-PRODUCT
011330         MOVE WS-BASE-PRODUCT TO WS-PRODUCT-DISPLAY
011340         MOVE WS-PREDICTED-PRODUCT TO WS-PRODUCT2-DISPLAY
011350         MOVE WS-PRODUCT-CHANGE TO WS-PRODUCT-CHANGE-DISPLAY
011360         STRING "  PRODUCT BASELINE " WS-PRODUCT-DISPLAY
011370             "  PREDICTED " WS-PRODUCT2-DISPLAY
011380             "  CHANGE " WS-PRODUCT-CHANGE-DISPLAY
011390             DELIMITED BY SIZE INTO WS-REPORT-LINE
011400             WITH POINTER WS-LINE-POINTER
011410         END-STRING
011420     END-IF
011430     MOVE WS-REPORT-LINE TO IMPACT-REPORT-RECORD
011440     WRITE IMPACT-REPORT-RECORD.
011450 3950-EXIT.
011460     EXIT.
011470
011480*--------------------------------------------------------------*
011490* 4000-ASSESS-CELL - ONE CHANGED CELL. EVERY SLOPE WHOSE ROUTE *
011500*                  LANDS ON IT MOVES BY ONE TREE: UP WHEN THE  *
011510*                  CELL GREW A TREE, DOWN WHEN ONE WAS CLEARED.*
011520*--------------------------------------------------------------*
011530 4000-ASSESS-CELL.
011540     IF SITE-NOT-ASSESSABLE
011550         GO TO 4000-EXIT
011560     END-IF
011570     IF WS-CHANGE-KIND = "GROWN"
011580         MOVE 1 TO WS-CELL-DELTA
011590     ELSE
011600         MOVE -1 TO WS-CELL-DELTA
011610     END-IF
011620     SET CELL-OFF-ROUTE TO TRUE
011630     PERFORM 4050-TRY-ONE-SLOPE THRU 4050-EXIT
011640         VARYING SLP-IDX FROM 1 BY 1
011650         UNTIL SLP-IDX > WS-SLOPE-COUNT
011660     IF CELL-OFF-ROUTE
011670         PERFORM 4900-HOLD-NO-IMPACT THRU 4900-EXIT
011680     END-IF.
011690 4000-EXIT.
011700     EXIT.
011710
011720 4050-TRY-ONE-SLOPE.
011730     PERFORM 3600-LOCATE-ROUTE THRU 3600-EXIT
011740     IF SLOPE-MISSES-ROW OR WS-ROUTE-COL NOT = WS-COL-NUMBER
011750         GO TO 4050-EXIT
011760     END-IF
011770     SET CELL-ON-ROUTE TO TRUE
011780     PERFORM 4800-RECORD-ROUTE-HIT THRU 4800-EXIT.
011790 4050-EXIT.
011800     EXIT.
011810
011820*--------------------------------------------------------------*
011830* 4100-ASSESS-ADDED-ROW - A ROW ONLY THE CURRENT EXTRACT HAS.  *
011840*                  EACH SLOPE VISITING IT GAINS A TREE WHERE   *
011850*                  ITS ROUTE CELL HOLDS ONE.                   *
011860*--------------------------------------------------------------*
011870 4100-ASSESS-ADDED-ROW.
011880     IF SITE-NOT-ASSESSABLE
011890         GO TO 4100-EXIT
011900     END-IF
011910     PERFORM 3500-READ-CURRENT-ROW THRU 3500-EXIT
011920         UNTIL WS-CURR-ROW-NO >= WS-ROW-NUMBER
011930             OR CURR-SIDE-DONE
011940     IF WS-CURR-ROW-NO NOT = WS-ROW-NUMBER
011950         GO TO 4100-EXIT
011960     END-IF
011970     MOVE "ADDED" TO WS-CHANGE-KIND
011980     MOVE 1 TO WS-CELL-DELTA
011990     SET CELL-OFF-ROUTE TO TRUE
012000     PERFORM 4150-TRY-ONE-ADDED-SLOPE THRU 4150-EXIT
012010         VARYING SLP-IDX FROM 1 BY 1
012020         UNTIL SLP-IDX > WS-SLOPE-COUNT
012030     IF CELL-OFF-ROUTE
012040         MOVE 0 TO WS-COL-NUMBER
012050         PERFORM 4900-HOLD-NO-IMPACT THRU 4900-EXIT
012060     END-IF.
012070 4100-EXIT.
012080     EXIT.
012090
012100 4150-TRY-ONE-ADDED-SLOPE.
012110     PERFORM 3600-LOCATE-ROUTE THRU 3600-EXIT
012120     IF SLOPE-MISSES-ROW
012130         GO TO 4150-EXIT
012140     END-IF
012150     IF WS-CURR-ROW (WS-ROUTE-COL:1) NOT = '#'
012160         GO TO 4150-EXIT
012170     END-IF
012180     MOVE WS-ROUTE-COL TO WS-COL-NUMBER
012190     SET CELL-ON-ROUTE TO TRUE
012200     PERFORM 4800-RECORD-ROUTE-HIT THRU 4800-EXIT.
012210 4150-EXIT.
012220     EXIT.
012230
012240*--------------------------------------------------------------*
012250* 4200-ASSESS-REMOVED-ROW - A ROW ONLY THE PRIOR EXTRACT HAS.  *
012260*                  EACH SLOPE VISITING IT LOSES THE TREE ITS   *
012270*                  ROUTE CELL HELD.                            *
012280*--------------------------------------------------------------*
012290 4200-ASSESS-REMOVED-ROW.
012300     IF SITE-NOT-ASSESSABLE
012310         GO TO 4200-EXIT
012320     END-IF
012330     PERFORM 3400-READ-PRIOR-ROW THRU 3400-EXIT
012340         UNTIL WS-PRIOR-ROW-NO >= WS-ROW-NUMBER
012350             OR PRIOR-SIDE-DONE
012360     IF WS-PRIOR-ROW-NO NOT = WS-ROW-NUMBER
012370         GO TO 4200-EXIT
012380     END-IF
012390     MOVE "REMOVED" TO WS-CHANGE-KIND
012400     MOVE -1 TO WS-CELL-DELTA
012410     SET CELL-OFF-ROUTE TO TRUE
012420     PERFORM 4250-TRY-ONE-REMOVED-SLOPE THRU 4250-EXIT
012430         VARYING SLP-IDX FROM 1 BY 1
012440         UNTIL SLP-IDX > WS-SLOPE-COUNT
012450     IF CELL-OFF-ROUTE
012460         MOVE 0 TO WS-COL-NUMBER
012470         PERFORM 4900-HOLD-NO-IMPACT THRU 4900-EXIT
012480     END-IF.
012490 4200-EXIT.
012500     EXIT.
012510
012520 4250-TRY-ONE-REMOVED-SLOPE.
012530     PERFORM 3600-LOCATE-ROUTE THRU 3600-EXIT
012540     IF SLOPE-MISSES-ROW
012550         GO TO 4250-EXIT
012560     END-IF
012570     IF WS-PRIOR-ROW (WS-ROUTE-COL:1) NOT = '#'
012580         GO TO 4250-EXIT
012590     END-IF
012600     MOVE WS-ROUTE-COL TO WS-COL-NUMBER
012610     SET CELL-ON-ROUTE TO TRUE
012620     PERFORM 4800-RECORD-ROUTE-HIT THRU 4800-EXIT.
012630 4250-EXIT.
012640     EXIT.
012650
012660*--------------------------------------------------------------*
012670* 4800-RECORD-ROUTE-HIT - MOVE THE SLOPE'S PREDICTED COUNT AND *
012680*                  LIST THE CELL AGAINST IT.                   *
012690*--------------------------------------------------------------*
012700 4800-RECORD-ROUTE-HIT.
012710     ADD WS-CELL-DELTA TO SLP-DELTA (SLP-IDX)
012720     ADD 1 TO WS-SITE-ROUTE-HITS
012730     ADD 1 TO WS-TOTAL-ROUTE-HITS
012740     MOVE WS-ROW-NUMBER TO WS-ROW-DISPLAY
012750     MOVE WS-COL-NUMBER TO WS-COL-DISPLAY
012760     MOVE SLP-RIGHT (SLP-IDX) TO WS-SLOPE-RIGHT-DISPLAY
012770     MOVE SLP-DOWN (SLP-IDX) TO WS-SLOPE-DOWN-DISPLAY
012780     MOVE SPACES TO WS-REPORT-LINE
012790     MOVE 1 TO WS-LINE-POINTER
012800     STRING "  ROW " WS-ROW-DISPLAY
012810         " COL " WS-COL-DISPLAY
012820         " " WS-CHANGE-KIND
012830         "  ON SLOPE RIGHT " WS-SLOPE-RIGHT-DISPLAY
012840         " DOWN " WS-SLOPE-DOWN-DISPLAY
012850         DELIMITED BY SIZE INTO WS-REPORT-LINE
012860         WITH POINTER WS-LINE-POINTER
012870     END-STRING
012880     IF WS-CELL-DELTA > 0
012890         STRING "  +1 TREE"
012900             DELIMITED BY SIZE INTO WS-REPORT-LINE
012910             WITH POINTER WS-LINE-POINTER
012920         END-STRING
012930     ELSE
012940         STRING "  -1 TREE"
012950             DELIMITED BY SIZE INTO WS-REPORT-LINE
012960             WITH POINTER WS-LINE-POINTER
012970         END-STRING
012980     END-IF
012990     MOVE WS-REPORT-LINE TO IMPACT-REPORT-RECORD
013000     WRITE IMPACT-REPORT-RECORD.
013010 4800-EXIT.
013020     EXIT.
013030
013040 4900-HOLD-NO-IMPACT.
013050     ADD 1 TO WS-NO-IMPACT-COUNT
013060     ADD 1 TO WS-TOTAL-NO-IMPACT
013070     IF WS-NO-IMPACT-COUNT > WS-MAX-NO-IMPACT
013080         GO TO 4900-EXIT
013090     END-IF
013100     MOVE WS-NO-IMPACT-COUNT TO WS-NO-IMPACT-IDX
013110     MOVE WS-ROW-NUMBER TO NI-ROW (WS-NO-IMPACT-IDX)
013120     MOVE WS-COL-NUMBER TO NI-COL (WS-NO-IMPACT-IDX)
013130     MOVE WS-CHANGE-KIND TO NI-KIND (WS-NO-IMPACT-IDX).
013140 4900-EXIT.
013150     EXIT.
013160
013170*--------------------------------------------------------------*
013180* 8000-FINALIZE-RUN - RUN TOTALS AND THE RETURN CODE.          *
013190*--------------------------------------------------------------*
013200 8000-FINALIZE-RUN.
013210     MOVE SPACES TO IMPACT-REPORT-RECORD
013220     WRITE IMPACT-REPORT-RECORD
013230     MOVE WS-SITES-ASSESSED TO WS-SITE-COUNT-DISPLAY
013240     MOVE SPACES TO WS-REPORT-LINE
013250     MOVE 1 TO WS-LINE-POINTER
013260     STRING "SITES ASSESSED " WS-SITE-COUNT-DISPLAY
013270         DELIMITED BY SIZE INTO WS-REPORT-LINE
013280         WITH POINTER WS-LINE-POINTER
013290     END-STRING
013300     MOVE WS-SITES-IMPACTED TO WS-SITE-COUNT-DISPLAY
013310     STRING "  WITH ROUTE IMPACT " WS-SITE-COUNT-DISPLAY
013320         DELIMITED BY SIZE INTO WS-REPORT-LINE
013330         WITH POINTER WS-LINE-POINTER
013340     END-STRING
013350     MOVE WS-SITES-NOT-ASSESSED TO WS-SITE-COUNT-DISPLAY
013360     STRING "  NOT ASSESSED " WS-SITE-COUNT-DISPLAY
013370         DELIMITED BY SIZE INTO WS-REPORT-LINE
013380         WITH POINTER WS-LINE-POINTER
013390     END-STRING
013400     MOVE WS-TOTAL-ROUTE-HITS TO WS-COUNT-DISPLAY
013410     STRING "  ROUTE HITS " WS-COUNT-DISPLAY
013420         DELIMITED BY SIZE INTO WS-REPORT-LINE
013430         WITH POINTER WS-LINE-POINTER
013440     END-STRING
013450     MOVE WS-TOTAL-NO-IMPACT TO WS-COUNT-DISPLAY
013460     STRING "  NO ROUTE IMPACT " WS-COUNT-DISPLAY
013470         DELIMITED BY SIZE INTO WS-REPORT-LINE
013480         WITH POINTER WS-LINE-POINTER
013490     END-STRING
013500     MOVE WS-REPORT-LINE TO IMPACT-REPORT-RECORD
013510     WRITE IMPACT-REPORT-RECORD
013520     IF WS-TOTAL-ROUTE-HITS > 0 OR WS-SITES-NOT-ASSESSED > 0
013530         MOVE 4 TO RETURN-CODE
013540     ELSE
013550         MOVE 0 TO RETURN-CODE
013560     END-IF
013570     CLOSE IMPACT-REPORT-FILE
013580     DISPLAY "AOC3IMP: " WS-REPORT-LINE
013590     DISPLAY "AOC3IMP: RC " RETURN-CODE.
013600 8000-EXIT.
013610     EXIT.
013620
013630*--------------------------------------------------------------*
013640* 9000-ABEND - A BAD FILE STATUS PART-WAY THROUGH LEAVES THE   *
013650*              ASSESSMENT UNTRUSTWORTHY; SAY WHY AND GO BACK   *
013660*              WITH THE ABEND CLASS IN THE RETURN CODE.        *
013670*--------------------------------------------------------------*
013680 9000-ABEND.
013690     DISPLAY "AOC3IMP ABEND: " WS-ABEND-MESSAGE
013700     MOVE 12 TO RETURN-CODE
013710     CLOSE DIFF-REPORT-FILE
013720     CLOSE PRIOR-FILE
013730     CLOSE CURRENT-FILE
013740     CLOSE IMPACT-REPORT-FILE
013750     GOBACK.
013760 9000-EXIT.
013770     EXIT.
