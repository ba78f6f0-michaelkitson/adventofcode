000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AdventOfCode3Bal.
000030 AUTHOR.        M. KITSON.
000040 INSTALLATION.  SURVEY-OPS.
000050 DATE-WRITTEN.  15-10-2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*                                                              *
000100* DATE       INIT  DESCRIPTION                                 *
000110* ---------- ----  ------------------------------------------- *
000120* 15-10-2026 MK    ORIGINAL VERSION - THREE-WAY BALANCE OF ONE *
000130*                  RUN DATE ACROSS THE SURVEY RUN'S THREE      *
000140*                  OUTPUTS: THE "SITE:" SUMMARY LINES OF THE   *
000150*                  TREE REPORT, THE D AND P RECORDS OF THE     *
000160*                  RESULTS EXTRACT AND THE RESULTS-HISTORY     *
000170*                  POSTINGS. PROVES THE SLOPE COUNTS, TREE     *
000180*                  COUNTS, ROWS SCANNED AND PRODUCT AGREE,     *
000190*                  AND NAMES ANY SITE PRESENT IN ONE OUTPUT    *
000200*                  BUT MISSING FROM ANOTHER. A SITE HELD BY    *
000210*                  THE TOLERANCE CHECK IS EXPECTED ON THE      *
000220*                  REPORT ONLY; THE SITE'S LATEST SUMMARY ON   *
000230*                  THE REPORT DECIDES WHETHER IT IS HELD. ENDS *
000240*                  RC 8 WHEN OUT OF BALANCE.                   *
000250*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT BALANCE-CONTROL-FILE ASSIGN TO "balctl.txt"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS BCT-STATUS.
000320
000330     SELECT TREE-REPORT-FILE ASSIGN TO "treerpt.txt"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS TREE-RPT-STATUS.
000360
000370     SELECT RESULTS-EXTRACT-FILE ASSIGN TO "treeext.txt"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS EXT-STATUS.
000400
000410     SELECT RESULTS-HISTORY-FILE ASSIGN TO "treehist.txt"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS HIST-STATUS.
000440
000450     SELECT RUN-AUDIT-FILE ASSIGN TO "runaudit.txt"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AUDIT-STATUS.
000480
000490     SELECT BALANCE-REPORT-FILE ASSIGN TO "balrpt.txt"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS BAL-RPT-STATUS.
000520
000530     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS RUN-DATE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590*--------------------------------------------------------------*
000600* BALANCE CONTROL - ONE LINE HOLDING THE RUN DATE TO BALANCE   *
000610* (YYYYMMDD). WITHOUT IT THE RUN DATE OF THE TREE REPORT ON    *
000620* DISK IS BALANCED.                                            *
000630*--------------------------------------------------------------*
000640 FD  BALANCE-CONTROL-FILE.
000650 01  BALANCE-CONTROL-RECORD.
000660     05  BCT-RUN-DATE               PIC X(08).
000670     05  BCT-RUN-DATE-NUM REDEFINES BCT-RUN-DATE
000680                                    PIC 9(08).
000690
000700 FD  TREE-REPORT-FILE.
000710 01  TREE-REPORT-RECORD             PIC X(400).
000720
000730*--------------------------------------------------------------*
000740* RESULTS-EXTRACT RECORD VIEWS - THE SAME FIXED POSITIONS THE  *
000750* SURVEY PROGRAM WRITES, ONE D RECORD PER SITE/SLOPE AND ONE P *
000760* RECORD PER SITE.                                             *
000770*--------------------------------------------------------------*
000780 FD  RESULTS-EXTRACT-FILE.
000790 01  EXT-DETAIL-RECORD.
000800     05  EXT-RECORD-TYPE            PIC X(01).
000810     05  FILLER                     PIC X(01).
000820     05  EXT-D-RUN-DATE             PIC X(08).
000830     05  FILLER                     PIC X(01).
000840     05  EXT-D-SITE                 PIC X(80).
000850     05  FILLER                     PIC X(01).
000860     05  EXT-D-RIGHT                PIC 9(03).
000870     05  FILLER                     PIC X(01).
000880     05  EXT-D-DOWN                 PIC 9(03).
000890     05  FILLER                     PIC X(01).
000900     05  EXT-D-TREES                PIC 9(07).
000910     05  FILLER                     PIC X(01).
000920     05  EXT-D-ROWS                 PIC 9(07).
000930     05  FILLER                     PIC X(17).
000940 01  EXT-PRODUCT-RECORD.
000950     05  FILLER                     PIC X(02).
000960     05  EXT-P-RUN-DATE             PIC X(08).
000970     05  FILLER                     PIC X(01).
000980     05  EXT-P-SITE                 PIC X(80).
000990     05  FILLER                     PIC X(01).
001000     05  EXT-P-PRODUCT              PIC 9(18).
001010     05  FILLER                     PIC X(22).
001020
001030*--------------------------------------------------------------*
001040* THE RESULTS-HISTORY RECORD LAYOUT MUST STAY IN STEP WITH THE *
001050* ONE THE TREE SURVEY PROGRAM WRITES.                          *
001060*--------------------------------------------------------------*
001070 FD  RESULTS-HISTORY-FILE.
001080 01  RESULTS-HISTORY-RECORD.
001090     05  HIST-RUN-DATE              PIC 9(08).
001100     05  HIST-SITE-NAME             PIC X(80).
001110     05  HIST-SLOPE-COUNT           PIC 9(03).
001120     05  HIST-SLOPE-RESULT OCCURS 20 TIMES
001130             INDEXED BY HIST-IDX.
001140         10  HIST-SLOPE-RIGHT       PIC 9(03).
001150         10  HIST-SLOPE-DOWN        PIC 9(03).
001160         10  HIST-TREE-COUNT        PIC 9(07).
001170     05  HIST-PRODUCT               PIC 9(18).
001180     05  HIST-ROWS-SCANNED          PIC 9(07).
001190
001200 FD  RUN-AUDIT-FILE.
001210 01  RUN-AUDIT-RECORD               PIC X(200).
001220
001230 FD  BALANCE-REPORT-FILE.
001240 01  BALANCE-REPORT-RECORD          PIC X(132).
001250
001260 FD  RUN-DATE-FILE.
001270 01  RUN-DATE-RECORD                PIC X(08).
001280
001290 WORKING-STORAGE SECTION.
001300*--------------------------------------------------------------*
001310* FILE STATUS SWITCHES                                         *
001320*--------------------------------------------------------------*
001330 01  BCT-STATUS                      PIC 9(02).
001340     88  BCT-OK                     VALUE 0.
001350
001360 01  TREE-RPT-STATUS                 PIC 9(02).
001370     88  TREE-RPT-OK                VALUE 0.
001380     88  TREE-RPT-EOF               VALUE 10.
001390
001400 01  EXT-STATUS                      PIC 9(02).
001410     88  EXT-OK                     VALUE 0.
001420     88  EXT-EOF                    VALUE 10.
001430
001440 01  HIST-STATUS                     PIC 9(02).
001450     88  HIST-OK                    VALUE 0.
001460     88  HIST-EOF                   VALUE 10.
001470
001480 01  AUDIT-STATUS                    PIC 9(02).
001490     88  AUDIT-OK                   VALUE 0.
001500     88  AUDIT-EOF                  VALUE 10.
001510
001520 01  BAL-RPT-STATUS                  PIC 9(02).
001530     88  BAL-RPT-OK                 VALUE 0.
001540
001550 01  RUN-DATE-STATUS                 PIC 9(02).
001560     88  RUN-DATE-OK                VALUE 0.
001570
001580*--------------------------------------------------------------*
001590* RUN IDENTIFICATION AND RETURN-CODE CLASSES. THE RUN ENDS     *
001600* WITH 0 WHEN THE THREE OUTPUTS BALANCE, 4 WHEN NO OUTPUT      *
001610* CARRIES ANYTHING FOR THE RUN DATE, 8 WHEN ANY SITE IS        *
001620* MISSING FROM AN OUTPUT IT BELONGS ON OR ANY FIGURE DISAGREES *
001630* (SO THE SCHEDULER CAN PAGE BEFORE MIS LOADS THE EXTRACT),    *
001640* AND 12 FOR A FILE OR I-O ABEND.                              *
001650*--------------------------------------------------------------*
001660 77  WS-RUN-DATE                     PIC 9(08).
001670 77  WS-BALANCE-DATE                 PIC 9(08) VALUE 0.
001680 77  WS-REPORT-DATE                  PIC 9(08) VALUE 0.
001690 77  WS-AUDIT-RUN-DATE               PIC 9(08) VALUE 0.
001700 77  WS-OUT-OF-BALANCE-SITES         PIC 9(05) VALUE 0.
001710 77  WS-DIFFERENCE-COUNT             PIC 9(05) VALUE 0.
001720 77  WS-HELD-COUNT                   PIC 9(05) VALUE 0.
001730 01  WS-ABEND-MESSAGE                PIC X(160) VALUE SPACES.
001740
001750*--------------------------------------------------------------*
001760* SOURCE NAMES - SUBSCRIPT 1 IS THE TREE REPORT, 2 THE RESULTS *
001770* EXTRACT AND 3 THE RESULTS HISTORY THROUGHOUT.                *
001780*--------------------------------------------------------------*
001790 01  SOURCE-NAME-VALUES.
001800     05  FILLER                     PIC X(07) VALUE "REPORT".
001810     05  FILLER                     PIC X(07) VALUE "EXTRACT".
001820     05  FILLER                     PIC X(07) VALUE "HISTORY".
001830 01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
001840     05  SOURCE-NAME OCCURS 3 TIMES PIC X(07).
001850
001860*--------------------------------------------------------------*
001870* BALANCE TABLE - ONE ENTRY PER SITE SEEN ON ANY OUTPUT FOR    *
001880* THE RUN DATE, HOLDING WHAT EACH OUTPUT SAYS ABOUT IT. A SITE *
001890* POSTED MORE THAN ONCE FOR THE DATE ON ONE OUTPUT (A RERUN OR *
001900* RESCAN REPOST) IS BALANCED ON ITS LATEST POSTING, AS THE     *
001910* NIGHTLY HISTORY REORGANIZATION KEEPS IT. THE REPORT CARRIES  *
001920* NO ROWS-SCANNED FIGURE, SO ROWS ARE PROVED BETWEEN THE       *
001930* EXTRACT AND THE HISTORY.                                     *
001940*--------------------------------------------------------------*
001950 77  WS-MAX-SITES                    PIC 9(03) VALUE 100.
001960 77  WS-SITE-COUNT                   PIC 9(03) VALUE 0.
001970 01  BALANCE-TABLE.
001980     05  BAL-ENTRY OCCURS 100 TIMES.
001990         10  BAL-SITE-CODE          PIC X(08).
002000         10  BAL-HELD-FLAG          PIC X(01).
002010             88  BAL-HELD           VALUE 'Y'.
002020         10  BAL-DIFF-COUNT         PIC 9(03).
002030         10  BAL-SOURCE OCCURS 3 TIMES.
002040             15  BAL-PRESENT-FLAG   PIC X(01).
002050                 88  BAL-PRESENT    VALUE 'Y'.
002060             15  BAL-SET-FLAG       PIC X(01).
002070                 88  BAL-SET-CLOSED VALUE 'Y'.
002080             15  BAL-POSTINGS       PIC 9(03).
002090             15  BAL-SLOPE-COUNT    PIC 9(03).
002100             15  BAL-ROWS-FLAG      PIC X(01).
002110                 88  BAL-ROWS-KNOWN VALUE 'Y'.
002120                 88  BAL-ROWS-UNEVEN
002130                                    VALUE 'X'.
002140             15  BAL-ROWS           PIC 9(07).
002150             15  BAL-PRODUCT-FLAG   PIC X(01).
002160                 88  BAL-PRODUCT-KNOWN
002170                                    VALUE 'Y'.
002180             15  BAL-PRODUCT        PIC 9(18).
002190             15  BAL-SLOPE OCCURS 20 TIMES.
002200                 20  BAL-RIGHT      PIC 9(03).
002210                 20  BAL-DOWN       PIC 9(03).
002220                 20  BAL-TREES      PIC 9(07).
002230
002240*--------------------------------------------------------------*
002250* CONTROL TOTALS PER SOURCE                                    *
002260*--------------------------------------------------------------*
002270 01  CONTROL-TOTAL-TABLE.
002280     05  CTL-TOTAL OCCURS 3 TIMES.
002290         10  CTL-SITES              PIC 9(05).
002300         10  CTL-SLOPES             PIC 9(05).
002310         10  CTL-TREES              PIC 9(11).
002320         10  CTL-ROWS               PIC 9(09).
002330
002340*--------------------------------------------------------------*
002350* SUMMARY-LINE PARSE WORK AREAS. A SUMMARY LINE READS          *
002360* "SITE: <CODE> <R>-<D>=<TREES> ... PRODUCT=<PRODUCT>" WITH    *
002370* THE COUNTS EDITED, SO A COUNT MAY FOLLOW ITS "=" AS THE NEXT *
002380* WORD. A NUMBER IS RIGHT-JUSTIFIED AND ZERO-FILLED BEFORE IT  *
002390* IS TAKEN.                                                    *
002400*--------------------------------------------------------------*
002410 77  WS-TOKEN-POINTER                PIC 9(03) COMP.
002420 01  WS-TOKEN                        PIC X(40).
002430 01  WS-TOKEN-KEY                    PIC X(40).
002440 01  WS-TOKEN-VALUE                  PIC X(40).
002450 01  WS-PENDING-KEY                  PIC X(40).
002460 01  WS-KEY-RIGHT-TEXT               PIC X(20).
002470 01  WS-KEY-DOWN-TEXT                PIC X(20).
002480 01  WS-HEAD-TEXT                    PIC X(80).
002490 01  WS-DATE-TEXT                    PIC X(80).
002500 01  WS-NUM-SOURCE                   PIC X(40).
002510 01  WS-NUM-TEXT                     PIC X(18) JUSTIFIED RIGHT.
002520 01  WS-NUM-VALUE REDEFINES WS-NUM-TEXT
002530                                     PIC 9(18).
002540 01  WS-NUM-SWITCH                   PIC X(01).
002550     88  NUMBER-OK                  VALUE 'Y'.
002560 01  WS-AUDIT-WORDS.
002570     05  WS-AUDIT-WORD-1            PIC X(20).
002580     05  WS-AUDIT-WORD-2            PIC X(20).
002590     05  WS-AUDIT-WORD-3            PIC X(20).
002600     05  WS-AUDIT-WORD-4            PIC X(20).
002610
002620*--------------------------------------------------------------*
002630* TABLE SUBSCRIPTS AND SLOPE WORK AREAS                        *
002640*--------------------------------------------------------------*
002650 77  WS-SITE-IDX                     PIC 9(03) COMP.
002660 77  WS-SEEK-IDX                     PIC 9(03) COMP.
002670 77  WS-FOUND-IDX                    PIC 9(03) COMP.
002680 77  WS-LAST-SUMMARY-IDX             PIC 9(03) COMP VALUE 0.
002690 77  WS-SRC                          PIC 9(01) COMP.
002700 77  WS-SRC-A                        PIC 9(01) COMP.
002710 77  WS-SRC-B                        PIC 9(01) COMP.
002720 77  WS-SLP-IDX                      PIC 9(03) COMP.
002730 77  WS-MATCH-SLP                    PIC 9(03) COMP.
002740 77  WS-SLOPE-SUB                    PIC 9(03) COMP.
002750 01  WS-SEEK-CODE                    PIC X(08).
002760 77  WS-NEW-RIGHT                    PIC 9(03).
002770 77  WS-NEW-DOWN                     PIC 9(03).
002780 77  WS-NEW-TREES                    PIC 9(07).
002790 01  WS-WRITE-SWITCH                 PIC X(01).
002800     88  WRITING-DIFFERENCES        VALUE 'Y'.
002810
002820*--------------------------------------------------------------*
002830* REPORT WORK AREAS                                            *
002840*--------------------------------------------------------------*
002850 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
002860 77  WS-LINE-POINTER                 PIC 9(03) COMP VALUE 1.
002870 01  WS-DIFF-FIELD                   PIC X(32).
002880 01  WS-DIFF-A-TEXT                  PIC X(18).
002890 01  WS-DIFF-B-TEXT                  PIC X(18).
002900 01  WS-AMOUNT-DISPLAY               PIC Z(17)9.
002910 01  WS-AMOUNT-TEXT REDEFINES WS-AMOUNT-DISPLAY
002920                                     PIC X(18).
002930 01  WS-COUNT-DISPLAY                PIC ZZZZ9.
002940 01  WS-TREES-DISPLAY                PIC Z(10)9.
002950 01  WS-ROWS-DISPLAY                 PIC Z(08)9.
002960 01  WS-RIGHT-DISPLAY                PIC ZZ9.
002970 01  WS-DOWN-DISPLAY                 PIC ZZ9.
002980 01  WS-PRESENT-TEXT                 PIC X(07).
002990 01  WS-STATUS-TEXT                  PIC X(20).
003000
003010 PROCEDURE DIVISION.
003020*--------------------------------------------------------------*
003030* 0000-MAINLINE                                                *
003040*--------------------------------------------------------------*
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003070     PERFORM 2000-LOAD-REPORT THRU 2000-EXIT
003080     PERFORM 2300-LOAD-EXTRACT THRU 2300-EXIT
003090     PERFORM 2400-LOAD-HISTORY THRU 2400-EXIT
003100     PERFORM 2200-LOAD-HELD-SITES THRU 2200-EXIT
003110     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT
003120     PERFORM 3100-BALANCE-ONE-SITE THRU 3100-EXIT
003130         VARYING WS-SITE-IDX FROM 1 BY 1
003140         UNTIL WS-SITE-IDX > WS-SITE-COUNT
003150     PERFORM 4000-WRITE-CONTROL-TOTALS THRU 4000-EXIT
003160     PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
003170     GOBACK
003180     .
003190
003200*--------------------------------------------------------------*
003210* 1000-INITIALIZE - OPEN THE BALANCE REPORT AND SETTLE THE RUN *
003220*                   DATE: THE BALANCE CONTROL DATE, ELSE THE   *
003230*                   LATEST RUN DATE ON THE TREE REPORT.        *
003240*--------------------------------------------------------------*
003250 1000-INITIALIZE.
003260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003270     OPEN INPUT RUN-DATE-FILE
003280     IF RUN-DATE-OK
003290         READ RUN-DATE-FILE
003300         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
003310             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
003320         END-IF
003330         CLOSE RUN-DATE-FILE
003340     END-IF
003350     INITIALIZE CONTROL-TOTAL-TABLE
003360     OPEN OUTPUT BALANCE-REPORT-FILE
003370     IF NOT BAL-RPT-OK
003380         DISPLAY "Balance report file not okay"
003390         MOVE 12 TO RETURN-CODE
003400         GOBACK
003410     END-IF
003420     OPEN INPUT BALANCE-CONTROL-FILE
003430     IF BCT-OK
003440         READ BALANCE-CONTROL-FILE
003450         IF BCT-OK AND BCT-RUN-DATE IS NUMERIC
003460             MOVE BCT-RUN-DATE-NUM TO WS-BALANCE-DATE
003470         END-IF
003480         CLOSE BALANCE-CONTROL-FILE
003490     END-IF
003500     IF WS-BALANCE-DATE = 0
003510         PERFORM 1100-FIND-REPORT-DATE THRU 1100-EXIT
003520     END-IF
003530     IF WS-BALANCE-DATE = 0
003540         STRING "NO RUN DATE TO BALANCE - NO BALANCE CONTROL "
003550             "AND NO DATED TREE REPORT"
003560             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003570         END-STRING
003580         GO TO 9000-ABEND
003590     END-IF.
003600 1000-EXIT.
003610     EXIT.
003620
003630 1100-FIND-REPORT-DATE.
003640     OPEN INPUT TREE-REPORT-FILE
003650     IF NOT TREE-RPT-OK
003660         GO TO 1100-EXIT
003670     END-IF
003680     READ TREE-REPORT-FILE
003690     PERFORM 1150-NOTE-REPORT-HEADER THRU 1150-EXIT
003700         UNTIL TREE-RPT-EOF
003710     CLOSE TREE-REPORT-FILE
003720     MOVE WS-REPORT-DATE TO WS-BALANCE-DATE
003730     MOVE 0 TO WS-REPORT-DATE.
003740 1100-EXIT.
003750     EXIT.
003760
003770 1150-NOTE-REPORT-HEADER.
003780     IF NOT TREE-RPT-OK
003790         STRING "BAD READ STATUS " TREE-RPT-STATUS
003800             " ON TREE REPORT"
003810             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003820         END-STRING
003830         GO TO 9000-ABEND
003840     END-IF
003850     PERFORM 2070-TAKE-REPORT-HEADER THRU 2070-EXIT
003860     READ TREE-REPORT-FILE.
003870 1150-EXIT.
003880     EXIT.
003890
003900*--------------------------------------------------------------*
003910* 2000-LOAD-REPORT - EVERY "SITE:" SUMMARY LINE UNDER A REPORT *
003920*                  HEADER FOR THE RUN DATE. A RERUN APPENDS A  *
003930*                  FRESH HEADER AND ITS OWN SUMMARY LINES.     *
003940*--------------------------------------------------------------*
003950 2000-LOAD-REPORT.
003960     MOVE 0 TO WS-REPORT-DATE
003970     OPEN INPUT TREE-REPORT-FILE
003980     IF NOT TREE-RPT-OK
003990         DISPLAY "AOC3B WARNING: NO TREE REPORT - EVERY SITE IS "
004000             "MISSING FROM THE REPORT"
004010         GO TO 2000-EXIT
004020     END-IF
004030     READ TREE-REPORT-FILE
004040     PERFORM 2050-TAKE-REPORT-LINE THRU 2050-EXIT
004050         UNTIL TREE-RPT-EOF
004060     CLOSE TREE-REPORT-FILE.
004070 2000-EXIT.
004080     EXIT.
004090
004100*--------------------------------------------------------------*
004110* 2050-TAKE-REPORT-LINE - A HELD SITE'S SUMMARY LINE IS        *
004120*                  FOLLOWED BY "SITE HELD BY TOLERANCE CHECK". *
004130*                  THE SITE'S LATEST SUMMARY LINE DECIDES THE  *
004140*                  HOLD, SO A SITE HELD BY AN EARLY RUN AND    *
004150*                  POSTED BY A RERUN IS NOT HELD.              *
004160*--------------------------------------------------------------*
004170 2050-TAKE-REPORT-LINE.
004180     IF NOT TREE-RPT-OK
004190         STRING "BAD READ STATUS " TREE-RPT-STATUS
004200             " ON TREE REPORT"
004210             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004220         END-STRING
004230         GO TO 9000-ABEND
004240     END-IF
004250     PERFORM 2070-TAKE-REPORT-HEADER THRU 2070-EXIT
004260     IF TREE-REPORT-RECORD (1:6) = "SITE: "
004270         AND WS-REPORT-DATE = WS-BALANCE-DATE
004280         PERFORM 2100-PARSE-SUMMARY THRU 2100-EXIT
004290         GO TO 2050-NEXT
004300     END-IF
004310     IF TREE-REPORT-RECORD (1:28) = "SITE HELD BY TOLERANCE CHECK"
004320         AND WS-REPORT-DATE = WS-BALANCE-DATE
004330         AND WS-LAST-SUMMARY-IDX > 0
004340         IF NOT BAL-HELD (WS-LAST-SUMMARY-IDX)
004350             MOVE 'Y' TO BAL-HELD-FLAG (WS-LAST-SUMMARY-IDX)
004360             ADD 1 TO WS-HELD-COUNT
004370         END-IF
004380     END-IF
004390     MOVE 0 TO WS-LAST-SUMMARY-IDX.
004400 2050-NEXT.
004410     READ TREE-REPORT-FILE.
004420 2050-EXIT.
004430     EXIT.
004440
004450 2070-TAKE-REPORT-HEADER.
004460     IF TREE-REPORT-RECORD (1:18) NOT = "TREE SURVEY REPORT"
004470         GO TO 2070-EXIT
004480     END-IF
004490     MOVE SPACES TO WS-HEAD-TEXT
004500     MOVE SPACES TO WS-DATE-TEXT
004510     UNSTRING TREE-REPORT-RECORD DELIMITED BY "RUN DATE "
004520         INTO WS-HEAD-TEXT WS-DATE-TEXT
004530     END-UNSTRING
004540     IF WS-DATE-TEXT (1:8) IS NUMERIC
004550         MOVE WS-DATE-TEXT (1:8) TO WS-REPORT-DATE
004560     END-IF.
004570 2070-EXIT.
004580     EXIT.
004590
004600*--------------------------------------------------------------*
004610* 2100-PARSE-SUMMARY - WALK THE SUMMARY LINE A WORD AT A TIME. *
004620*                  A FRESH SUMMARY CLEARS ANY EARLIER HOLD ON  *
004630*                  THE SITE UNTIL ITS OWN HOLD LINE FOLLOWS.   *
004640*--------------------------------------------------------------*
004650 2100-PARSE-SUMMARY.
004660     MOVE 0 TO WS-LAST-SUMMARY-IDX
004670     MOVE 7 TO WS-TOKEN-POINTER
004680     MOVE SPACES TO WS-TOKEN
004690     UNSTRING TREE-REPORT-RECORD DELIMITED BY ALL SPACE
004700         INTO WS-TOKEN WITH POINTER WS-TOKEN-POINTER
004710     END-UNSTRING
004720     IF WS-TOKEN = SPACES
004730         GO TO 2100-EXIT
004740     END-IF
004750     MOVE WS-TOKEN TO WS-SEEK-CODE
004760     MOVE 1 TO WS-SRC
004770     PERFORM 2600-FIND-SITE THRU 2600-EXIT
004780     IF BAL-HELD (WS-FOUND-IDX)
004790         MOVE 'N' TO BAL-HELD-FLAG (WS-FOUND-IDX)
004800         SUBTRACT 1 FROM WS-HELD-COUNT
004810     END-IF
004820     MOVE WS-FOUND-IDX TO WS-LAST-SUMMARY-IDX
004830     PERFORM 2700-START-SOURCE-SET THRU 2700-EXIT
004840     MOVE SPACES TO WS-PENDING-KEY
004850     PERFORM 2150-TAKE-ONE-TOKEN THRU 2150-EXIT
004860         UNTIL WS-TOKEN-POINTER > 400.
004870 2100-EXIT.
004880     EXIT.
004890
004900 2150-TAKE-ONE-TOKEN.
004910     MOVE SPACES TO WS-TOKEN
004920     UNSTRING TREE-REPORT-RECORD DELIMITED BY ALL SPACE
004930         INTO WS-TOKEN WITH POINTER WS-TOKEN-POINTER
004940     END-UNSTRING
004950     IF WS-TOKEN = SPACES
004960         GO TO 2150-EXIT
004970     END-IF
004980     IF WS-PENDING-KEY NOT = SPACES
004990         MOVE WS-PENDING-KEY TO WS-TOKEN-KEY
005000         MOVE WS-TOKEN TO WS-TOKEN-VALUE
005010         MOVE SPACES TO WS-PENDING-KEY
005020         PERFORM 2170-APPLY-KEY-VALUE THRU 2170-EXIT
005030         GO TO 2150-EXIT
005040     END-IF
005050     MOVE SPACES TO WS-TOKEN-KEY
005060     MOVE SPACES TO WS-TOKEN-VALUE
005070     UNSTRING WS-TOKEN DELIMITED BY "="
005080         INTO WS-TOKEN-KEY WS-TOKEN-VALUE
005090     END-UNSTRING
005100     IF WS-TOKEN-VALUE = SPACES
005110         MOVE WS-TOKEN-KEY TO WS-PENDING-KEY
005120     ELSE
005130         PERFORM 2170-APPLY-KEY-VALUE THRU 2170-EXIT
005140     END-IF.
005150 2150-EXIT.
005160     EXIT.
005170
005180*--------------------------------------------------------------*
005190* 2170-APPLY-KEY-VALUE - "PRODUCT" CARRIES THE PRODUCT; ANY    *
005200*                  OTHER KEY IS A SLOPE "<RIGHT>-<DOWN>".      *
005210*--------------------------------------------------------------*
005220 2170-APPLY-KEY-VALUE.
005230     MOVE WS-TOKEN-VALUE TO WS-NUM-SOURCE
005240     PERFORM 2190-CONVERT-NUMBER THRU 2190-EXIT
005250     IF NOT NUMBER-OK
005260         GO TO 2170-EXIT
005270     END-IF
005280     IF WS-TOKEN-KEY = "PRODUCT"
005290         MOVE WS-NUM-VALUE TO BAL-PRODUCT (WS-FOUND-IDX, WS-SRC)
005300         MOVE 'Y' TO BAL-PRODUCT-FLAG (WS-FOUND-IDX, WS-SRC)
005310         GO TO 2170-EXIT
005320     END-IF
005330     MOVE WS-NUM-VALUE TO WS-NEW-TREES
005340     MOVE SPACES TO WS-KEY-RIGHT-TEXT
005350     MOVE SPACES TO WS-KEY-DOWN-TEXT
005360     UNSTRING WS-TOKEN-KEY DELIMITED BY "-"
005370         INTO WS-KEY-RIGHT-TEXT WS-KEY-DOWN-TEXT
005380     END-UNSTRING
005390     MOVE WS-KEY-RIGHT-TEXT TO WS-NUM-SOURCE
005400     PERFORM 2190-CONVERT-NUMBER THRU 2190-EXIT
005410     IF NOT NUMBER-OK
005420         GO TO 2170-EXIT
005430     END-IF
005440     MOVE WS-NUM-VALUE TO WS-NEW-RIGHT
005450     MOVE WS-KEY-DOWN-TEXT TO WS-NUM-SOURCE
005460     PERFORM 2190-CONVERT-NUMBER THRU 2190-EXIT
005470     IF NOT NUMBER-OK
005480         GO TO 2170-EXIT
005490     END-IF
005500     MOVE WS-NUM-VALUE TO WS-NEW-DOWN
005510     PERFORM 2750-STORE-SLOPE THRU 2750-EXIT.
005520 2170-EXIT.
005530     EXIT.
005540
005550 2190-CONVERT-NUMBER.
005560     MOVE 'N' TO WS-NUM-SWITCH
005570     MOVE SPACES TO WS-NUM-TEXT
005580     IF WS-NUM-SOURCE = SPACES
005590         GO TO 2190-EXIT
005600     END-IF
005610     UNSTRING WS-NUM-SOURCE DELIMITED BY SPACE
005620         INTO WS-NUM-TEXT
005630     END-UNSTRING
005640     INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY ZERO
005650     IF WS-NUM-TEXT IS NUMERIC
005660         MOVE 'Y' TO WS-NUM-SWITCH
005670     END-IF.
005680 2190-EXIT.
005690     EXIT.
005700
005710*--------------------------------------------------------------*
005720* 2200-LOAD-HELD-SITES - THE RUN AUDIT TRAIL IS APPENDED BY    *
005730*                  EVERY SURVEY RUN. EACH RUN OPENS WITH "RUN  *
005740*                  START <DATE>"; A HOLD IS POSTED AS "SITE    *
005750*                  <CODE> HELD BY TOLERANCE CHECK ...". A HELD *
005760*                  SITE IS ON THE REPORT BUT ITS HISTORY AND   *
005770*                  EXTRACT POSTINGS ARE WITHHELD. THE TRAIL    *
005780*                  NAMES NO POSTED SITES, SO IT IS TAKEN ONLY  *
005790*                  FOR A SITE WITH NO SUMMARY ON THE REPORT;   *
005800*                  FOR THE REST THE REPORT HAS DECIDED.        *
005810*--------------------------------------------------------------*
005820 2200-LOAD-HELD-SITES.
005830     OPEN INPUT RUN-AUDIT-FILE
005840     IF NOT AUDIT-OK
005850         DISPLAY "AOC3B WARNING: NO RUN AUDIT TRAIL - HELD SITES "
005860             "CANNOT BE NAMED"
005870         GO TO 2200-EXIT
005880     END-IF
005890     READ RUN-AUDIT-FILE
005900     PERFORM 2250-TAKE-AUDIT-LINE THRU 2250-EXIT
005910         UNTIL AUDIT-EOF
005920     CLOSE RUN-AUDIT-FILE.
005930 2200-EXIT.
005940     EXIT.
005950
005960 2250-TAKE-AUDIT-LINE.
005970     IF NOT AUDIT-OK
005980         STRING "BAD READ STATUS " AUDIT-STATUS
005990             " ON RUN AUDIT TRAIL"
006000             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006010         END-STRING
006020         GO TO 9000-ABEND
006030     END-IF
006040     MOVE SPACES TO WS-AUDIT-WORDS
006050     UNSTRING RUN-AUDIT-RECORD DELIMITED BY ALL SPACE
006060         INTO WS-AUDIT-WORD-1 WS-AUDIT-WORD-2
006070              WS-AUDIT-WORD-3 WS-AUDIT-WORD-4
006080     END-UNSTRING
006090     IF WS-AUDIT-WORD-1 = "RUN"
006100         AND WS-AUDIT-WORD-2 = "START"
006110         AND WS-AUDIT-WORD-3 (1:8) IS NUMERIC
006120         MOVE WS-AUDIT-WORD-3 (1:8) TO WS-AUDIT-RUN-DATE
006130         GO TO 2250-NEXT
006140     END-IF
006150     IF WS-AUDIT-WORD-1 NOT = "SITE"
006160         OR WS-AUDIT-WORD-3 NOT = "HELD"
006170         OR WS-AUDIT-WORD-4 NOT = "BY"
006180         OR WS-AUDIT-RUN-DATE NOT = WS-BALANCE-DATE
006190         GO TO 2250-NEXT
006200     END-IF
006210     MOVE WS-AUDIT-WORD-2 TO WS-SEEK-CODE
006220     PERFORM 2600-FIND-SITE THRU 2600-EXIT
006230     IF BAL-PRESENT (WS-FOUND-IDX, 1)
006240         GO TO 2250-NEXT
006250     END-IF
006260     IF NOT BAL-HELD (WS-FOUND-IDX)
006270         MOVE 'Y' TO BAL-HELD-FLAG (WS-FOUND-IDX)
006280         ADD 1 TO WS-HELD-COUNT
006290     END-IF.
006300 2250-NEXT.
006310     READ RUN-AUDIT-FILE.
006320 2250-EXIT.
006330     EXIT.
006340
006350*--------------------------------------------------------------*
006360* 2300-LOAD-EXTRACT - THE D AND P RECORDS FOR THE RUN DATE. A  *
006370*                  SITE'S D RECORDS ARE CLOSED BY ITS P        *
006380*                  RECORD, SO A D RECORD FOR A SITE WHOSE SET  *
006390*                  IS ALREADY CLOSED STARTS A REPOST.          *
006400*--------------------------------------------------------------*
006410 2300-LOAD-EXTRACT.
006420     OPEN INPUT RESULTS-EXTRACT-FILE
006430     IF NOT EXT-OK
006440         DISPLAY "AOC3B WARNING: NO RESULTS EXTRACT - EVERY SITE "
006450             "IS MISSING FROM THE EXTRACT"
006460         GO TO 2300-EXIT
006470     END-IF
006480     MOVE 2 TO WS-SRC
006490     READ RESULTS-EXTRACT-FILE
006500     PERFORM 2350-TAKE-EXTRACT-RECORD THRU 2350-EXIT
006510         UNTIL EXT-EOF
006520     CLOSE RESULTS-EXTRACT-FILE.
006530 2300-EXIT.
006540     EXIT.
006550
006560 2350-TAKE-EXTRACT-RECORD.
006570     IF NOT EXT-OK
006580         STRING "BAD READ STATUS " EXT-STATUS
006590             " ON RESULTS EXTRACT"
006600             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006610         END-STRING
006620         GO TO 9000-ABEND
006630     END-IF
006640     IF EXT-D-RUN-DATE NOT = WS-BALANCE-DATE
006650         GO TO 2350-NEXT
006660     END-IF
006670     IF EXT-RECORD-TYPE = "D"
006680         MOVE EXT-D-SITE TO WS-SEEK-CODE
006690         PERFORM 2600-FIND-SITE THRU 2600-EXIT
006700         IF BAL-SET-CLOSED (WS-FOUND-IDX, WS-SRC)
006710             OR NOT BAL-PRESENT (WS-FOUND-IDX, WS-SRC)
006720             PERFORM 2700-START-SOURCE-SET THRU 2700-EXIT
006730         END-IF
006740         MOVE EXT-D-RIGHT TO WS-NEW-RIGHT
006750         MOVE EXT-D-DOWN TO WS-NEW-DOWN
006760         MOVE EXT-D-TREES TO WS-NEW-TREES
006770         PERFORM 2750-STORE-SLOPE THRU 2750-EXIT
006780         PERFORM 2370-TAKE-EXTRACT-ROWS THRU 2370-EXIT
006790     END-IF
006800     IF EXT-RECORD-TYPE = "P"
006810         MOVE EXT-P-SITE TO WS-SEEK-CODE
006820         PERFORM 2600-FIND-SITE THRU 2600-EXIT
006830         IF BAL-SET-CLOSED (WS-FOUND-IDX, WS-SRC)
006840             OR NOT BAL-PRESENT (WS-FOUND-IDX, WS-SRC)
006850             PERFORM 2700-START-SOURCE-SET THRU 2700-EXIT
006860         END-IF
006870         MOVE EXT-P-PRODUCT TO BAL-PRODUCT (WS-FOUND-IDX, WS-SRC)
006880         MOVE 'Y' TO BAL-PRODUCT-FLAG (WS-FOUND-IDX, WS-SRC)
006890         MOVE 'Y' TO BAL-SET-FLAG (WS-FOUND-IDX, WS-SRC)
006900     END-IF.
006910 2350-NEXT.
006920     READ RESULTS-EXTRACT-FILE.
006930 2350-EXIT.
006940     EXIT.
006950
006960*--------------------------------------------------------------*
006970* 2370-TAKE-EXTRACT-ROWS - EVERY D RECORD OF A SITE CARRIES    *
006980*                  THE SAME ROWS-SCANNED FIGURE; A SITE WHOSE  *
006990*                  D RECORDS DISAGREE IS MARKED UNEVEN.        *
007000*--------------------------------------------------------------*
007010 2370-TAKE-EXTRACT-ROWS.
007020     IF BAL-ROWS-UNEVEN (WS-FOUND-IDX, WS-SRC)
007030         GO TO 2370-EXIT
007040     END-IF
007050     IF BAL-ROWS-KNOWN (WS-FOUND-IDX, WS-SRC)
007060         IF BAL-ROWS (WS-FOUND-IDX, WS-SRC) NOT = EXT-D-ROWS
007070             MOVE 'X' TO BAL-ROWS-FLAG (WS-FOUND-IDX, WS-SRC)
007080         END-IF
007090         GO TO 2370-EXIT
007100     END-IF
007110     MOVE EXT-D-ROWS TO BAL-ROWS (WS-FOUND-IDX, WS-SRC)
007120     MOVE 'Y' TO BAL-ROWS-FLAG (WS-FOUND-IDX, WS-SRC).
007130 2370-EXIT.
007140     EXIT.
007150
007160*--------------------------------------------------------------*
007170* 2400-LOAD-HISTORY - THE RESULTS-HISTORY POSTINGS FOR THE RUN *
007180*                  DATE; A LATER POSTING FOR THE SAME SITE     *
007190*                  REPLACES AN EARLIER ONE.                    *
007200*--------------------------------------------------------------*
007210 2400-LOAD-HISTORY.
007220     OPEN INPUT RESULTS-HISTORY-FILE
007230     IF NOT HIST-OK
007240         DISPLAY "AOC3B WARNING: NO RESULTS HISTORY - EVERY SITE "
007250             "IS MISSING FROM THE HISTORY"
007260         GO TO 2400-EXIT
007270     END-IF
007280     MOVE 3 TO WS-SRC
007290     READ RESULTS-HISTORY-FILE
007300     PERFORM 2450-TAKE-ONE-POSTING THRU 2450-EXIT
007310         UNTIL HIST-EOF
007320     CLOSE RESULTS-HISTORY-FILE.
007330 2400-EXIT.
007340     EXIT.
007350
007360 2450-TAKE-ONE-POSTING.
007370     IF NOT HIST-OK
007380         STRING "BAD READ STATUS " HIST-STATUS
007390             " ON RESULTS HISTORY"
007400             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007410         END-STRING
007420         GO TO 9000-ABEND
007430     END-IF
007440     IF HIST-RUN-DATE NOT = WS-BALANCE-DATE
007450         GO TO 2450-NEXT
007460     END-IF
007470     MOVE HIST-SITE-NAME TO WS-SEEK-CODE
007480     PERFORM 2600-FIND-SITE THRU 2600-EXIT
007490     PERFORM 2700-START-SOURCE-SET THRU 2700-EXIT
007500     MOVE HIST-PRODUCT TO BAL-PRODUCT (WS-FOUND-IDX, WS-SRC)
007510     MOVE 'Y' TO BAL-PRODUCT-FLAG (WS-FOUND-IDX, WS-SRC)
007520     IF HIST-ROWS-SCANNED IS NUMERIC
007530         MOVE HIST-ROWS-SCANNED TO BAL-ROWS (WS-FOUND-IDX, WS-SRC)
007540         MOVE 'Y' TO BAL-ROWS-FLAG (WS-FOUND-IDX, WS-SRC)
007550     END-IF
007560     MOVE HIST-SLOPE-COUNT TO WS-SLOPE-SUB
007570     IF WS-SLOPE-SUB > 20
007580         MOVE 20 TO WS-SLOPE-SUB
007590     END-IF
007600     PERFORM 2470-COPY-ONE-SLOPE THRU 2470-EXIT
007610         VARYING HIST-IDX FROM 1 BY 1
007620         UNTIL HIST-IDX > WS-SLOPE-SUB.
007630 2450-NEXT.
007640     READ RESULTS-HISTORY-FILE.
007650 2450-EXIT.
007660     EXIT.
007670
007680 2470-COPY-ONE-SLOPE.
007690     MOVE HIST-SLOPE-RIGHT (HIST-IDX) TO WS-NEW-RIGHT
007700     MOVE HIST-SLOPE-DOWN (HIST-IDX) TO WS-NEW-DOWN
007710     MOVE HIST-TREE-COUNT (HIST-IDX) TO WS-NEW-TREES
007720     PERFORM 2750-STORE-SLOPE THRU 2750-EXIT.
007730 2470-EXIT.
007740     EXIT.
007750
007760*--------------------------------------------------------------*
007770* 2600-FIND-SITE - LOCATE WS-SEEK-CODE IN THE BALANCE TABLE,   *
007780*                  ADDING IT WHEN FIRST SEEN.                  *
007790*--------------------------------------------------------------*
007800 2600-FIND-SITE.
007810     MOVE 0 TO WS-FOUND-IDX
007820     PERFORM 2650-CHECK-ONE-SITE THRU 2650-EXIT
007830         VARYING WS-SEEK-IDX FROM 1 BY 1
007840         UNTIL WS-SEEK-IDX > WS-SITE-COUNT OR WS-FOUND-IDX > 0
007850     IF WS-FOUND-IDX > 0
007860         GO TO 2600-EXIT
007870     END-IF
007880     IF WS-SITE-COUNT NOT < WS-MAX-SITES
007890         STRING "MORE SITES FOR RUN DATE " WS-BALANCE-DATE
007900             " THAN THE BALANCE TABLE HOLDS"
007910             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007920         END-STRING
007930         GO TO 9000-ABEND
007940     END-IF
007950     ADD 1 TO WS-SITE-COUNT
007960     MOVE WS-SITE-COUNT TO WS-FOUND-IDX
007970     INITIALIZE BAL-ENTRY (WS-FOUND-IDX)
007980     MOVE WS-SEEK-CODE TO BAL-SITE-CODE (WS-FOUND-IDX).
007990 2600-EXIT.
008000     EXIT.
008010
008020 2650-CHECK-ONE-SITE.
008030     IF BAL-SITE-CODE (WS-SEEK-IDX) = WS-SEEK-CODE
008040         MOVE WS-SEEK-IDX TO WS-FOUND-IDX
008050     END-IF.
008060 2650-EXIT.
008070     EXIT.
008080
008090*--------------------------------------------------------------*
008100* 2700-START-SOURCE-SET - CLEAR WHAT SOURCE WS-SRC HOLDS FOR   *
008110*                  THE SITE AND COUNT A FRESH POSTING.         *
008120*--------------------------------------------------------------*
008130 2700-START-SOURCE-SET.
008140     MOVE 'Y' TO BAL-PRESENT-FLAG (WS-FOUND-IDX, WS-SRC)
008150     MOVE 'N' TO BAL-SET-FLAG (WS-FOUND-IDX, WS-SRC)
008160     ADD 1 TO BAL-POSTINGS (WS-FOUND-IDX, WS-SRC)
008170     MOVE 0 TO BAL-SLOPE-COUNT (WS-FOUND-IDX, WS-SRC)
008180     MOVE 'N' TO BAL-ROWS-FLAG (WS-FOUND-IDX, WS-SRC)
008190     MOVE 0 TO BAL-ROWS (WS-FOUND-IDX, WS-SRC)
008200     MOVE 'N' TO BAL-PRODUCT-FLAG (WS-FOUND-IDX, WS-SRC)
008210     MOVE 0 TO BAL-PRODUCT (WS-FOUND-IDX, WS-SRC).
008220 2700-EXIT.
008230     EXIT.
008240
008250*--------------------------------------------------------------*
008260* 2750-STORE-SLOPE - ADD THE SLOPE IN WS-NEW-RIGHT/DOWN/TREES  *
008270*                  TO SOURCE WS-SRC OF THE SITE.               *
008280*--------------------------------------------------------------*
008290 2750-STORE-SLOPE.
008300     IF BAL-SLOPE-COUNT (WS-FOUND-IDX, WS-SRC) NOT < 20
008310         GO TO 2750-EXIT
008320     END-IF
008330     ADD 1 TO BAL-SLOPE-COUNT (WS-FOUND-IDX, WS-SRC)
008340     MOVE BAL-SLOPE-COUNT (WS-FOUND-IDX, WS-SRC) TO WS-SLP-IDX
008350     MOVE WS-NEW-RIGHT TO BAL-RIGHT (WS-FOUND-IDX, WS-SRC,
008360         WS-SLP-IDX)
008370     MOVE WS-NEW-DOWN TO BAL-DOWN (WS-FOUND-IDX, WS-SRC,
008380         WS-SLP-IDX)
008390     MOVE WS-NEW-TREES TO BAL-TREES (WS-FOUND-IDX, WS-SRC,
008400         WS-SLP-IDX).
008410 2750-EXIT.
008420     EXIT.
008430
008440*--------------------------------------------------------------*
008450* 3000-WRITE-HEADER                                            *
008460*--------------------------------------------------------------*
008470 3000-WRITE-HEADER.
008480     MOVE SPACES TO BALANCE-REPORT-RECORD
008490     STRING "THREE-WAY BALANCE - RUN DATE " WS-BALANCE-DATE
008500         "  PRINTED " WS-RUN-DATE
008510         DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
008520     END-STRING
008530     WRITE BALANCE-REPORT-RECORD
008540     DISPLAY "AOC3B: " BALANCE-REPORT-RECORD
008550     MOVE SPACES TO BALANCE-REPORT-RECORD
008560     STRING "TREE REPORT SUMMARY LINES, RESULTS EXTRACT D/P "
008570         "RECORDS AND RESULTS-HISTORY POSTINGS"
008580         DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
008590     END-STRING
008600     WRITE BALANCE-REPORT-RECORD
008610     MOVE SPACES TO BALANCE-REPORT-RECORD
008620     WRITE BALANCE-REPORT-RECORD
008630     MOVE SPACES TO BALANCE-REPORT-RECORD
008640     STRING "SITE      REPORT  EXTRACT HISTORY STATUS"
008650         DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
008660     END-STRING
008670     WRITE BALANCE-REPORT-RECORD.
008680 3000-EXIT.
008690     EXIT.
008700
008710*--------------------------------------------------------------*
008720* 3100-BALANCE-ONE-SITE - A FIRST PASS COUNTS THE SITE'S       *
008730*                  DIFFERENCES SO ITS STATUS CAN BE PRINTED    *
008740*                  FIRST; A SECOND PASS PRINTS THEM UNDER IT.  *
008750*--------------------------------------------------------------*
008760 3100-BALANCE-ONE-SITE.
008770     MOVE 'N' TO WS-WRITE-SWITCH
008780     PERFORM 3200-CHECK-SITE THRU 3200-EXIT
008790     PERFORM 3150-WRITE-SITE-LINE THRU 3150-EXIT
008800     IF BAL-DIFF-COUNT (WS-SITE-IDX) > 0
008810         ADD 1 TO WS-OUT-OF-BALANCE-SITES
008820         ADD BAL-DIFF-COUNT (WS-SITE-IDX) TO WS-DIFFERENCE-COUNT
008830         MOVE 'Y' TO WS-WRITE-SWITCH
008840         PERFORM 3200-CHECK-SITE THRU 3200-EXIT
008850     END-IF
008860     PERFORM 3170-WRITE-REPOST-NOTE THRU 3170-EXIT
008870         VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 3
008880     PERFORM 3180-ADD-TO-TOTALS THRU 3180-EXIT
008890         VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 3.
008900 3100-EXIT.
008910     EXIT.
008920
008930 3150-WRITE-SITE-LINE.
008940     MOVE SPACES TO WS-REPORT-LINE
008950     MOVE 1 TO WS-LINE-POINTER
008960     STRING BAL-SITE-CODE (WS-SITE-IDX) "  "
008970         DELIMITED BY SIZE INTO WS-REPORT-LINE
008980         WITH POINTER WS-LINE-POINTER
008990     END-STRING
009000     PERFORM 3160-APPEND-PRESENCE THRU 3160-EXIT
009010         VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 3
009020     IF BAL-DIFF-COUNT (WS-SITE-IDX) > 0
009030         MOVE "OUT OF BALANCE" TO WS-STATUS-TEXT
009040     ELSE
009050         IF BAL-HELD (WS-SITE-IDX)
009060             MOVE "HELD - REPORT ONLY" TO WS-STATUS-TEXT
009070         ELSE
009080             MOVE "IN BALANCE" TO WS-STATUS-TEXT
009090         END-IF
009100     END-IF
009110     STRING WS-STATUS-TEXT
009120         DELIMITED BY SIZE INTO WS-REPORT-LINE
009130         WITH POINTER WS-LINE-POINTER
009140     END-STRING
009150     MOVE WS-REPORT-LINE TO BALANCE-REPORT-RECORD
009160     WRITE BALANCE-REPORT-RECORD.
009170 3150-EXIT.
009180     EXIT.
009190
009200 3160-APPEND-PRESENCE.
009210     IF BAL-PRESENT (WS-SITE-IDX, WS-SRC)
009220         MOVE "YES" TO WS-PRESENT-TEXT
009230     ELSE
009240         MOVE "NO" TO WS-PRESENT-TEXT
009250     END-IF
009260     STRING WS-PRESENT-TEXT " "
009270         DELIMITED BY SIZE INTO WS-REPORT-LINE
009280         WITH POINTER WS-LINE-POINTER
009290     END-STRING.
009300 3160-EXIT.
009310     EXIT.
009320
009330 3170-WRITE-REPOST-NOTE.
009340     IF BAL-POSTINGS (WS-SITE-IDX, WS-SRC) NOT > 1
009350         GO TO 3170-EXIT
009360     END-IF
009370     MOVE BAL-POSTINGS (WS-SITE-IDX, WS-SRC) TO WS-COUNT-DISPLAY
009380     MOVE SPACES TO BALANCE-REPORT-RECORD
009390     STRING "          NOTE: POSTED " WS-COUNT-DISPLAY
009400         " TIMES ON THE " SOURCE-NAME (WS-SRC)
009410         " - LATEST POSTING BALANCED"
009420         DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
009430     END-STRING
009440     WRITE BALANCE-REPORT-RECORD.
009450 3170-EXIT.
009460     EXIT.
009470
009480 3180-ADD-TO-TOTALS.
009490     IF NOT BAL-PRESENT (WS-SITE-IDX, WS-SRC)
009500         GO TO 3180-EXIT
009510     END-IF
009520     ADD 1 TO CTL-SITES (WS-SRC)
009530     ADD BAL-SLOPE-COUNT (WS-SITE-IDX, WS-SRC)
009540         TO CTL-SLOPES (WS-SRC)
009550     ADD BAL-ROWS (WS-SITE-IDX, WS-SRC) TO CTL-ROWS (WS-SRC)
009560     PERFORM 3190-ADD-SLOPE-TREES THRU 3190-EXIT
009570         VARYING WS-SLP-IDX FROM 1 BY 1
009580         UNTIL WS-SLP-IDX > BAL-SLOPE-COUNT (WS-SITE-IDX, WS-SRC).
009590 3180-EXIT.
009600     EXIT.
009610
009620 3190-ADD-SLOPE-TREES.
009630     ADD BAL-TREES (WS-SITE-IDX, WS-SRC, WS-SLP-IDX)
009640         TO CTL-TREES (WS-SRC).
009650 3190-EXIT.
009660     EXIT.
009670
009680*--------------------------------------------------------------*
009690* 3200-CHECK-SITE - PRESENCE ON EACH OUTPUT, THEN EVERY PAIR   *
009700*                  OF OUTPUTS THE SITE IS ON, FIELD BY FIELD.  *
009710*--------------------------------------------------------------*
009720 3200-CHECK-SITE.
009730     MOVE 0 TO BAL-DIFF-COUNT (WS-SITE-IDX)
009740     PERFORM 3250-CHECK-PRESENCE THRU 3250-EXIT
009750         VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 3
009760     MOVE 2 TO WS-SRC
009770     IF BAL-PRESENT (WS-SITE-IDX, WS-SRC)
009780         AND BAL-ROWS-UNEVEN (WS-SITE-IDX, WS-SRC)
009790         MOVE "ROWS DIFFER BETWEEN D RECORDS" TO WS-DIFF-FIELD
009800         MOVE SPACES TO WS-DIFF-A-TEXT
009810         MOVE SPACES TO WS-DIFF-B-TEXT
009820         MOVE 2 TO WS-SRC-A
009830         MOVE 2 TO WS-SRC-B
009840         PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT
009850     END-IF
009860     MOVE 1 TO WS-SRC-A
009870     MOVE 2 TO WS-SRC-B
009880     PERFORM 3300-COMPARE-PAIR THRU 3300-EXIT
009890     MOVE 1 TO WS-SRC-A
009900     MOVE 3 TO WS-SRC-B
009910     PERFORM 3300-COMPARE-PAIR THRU 3300-EXIT
009920     MOVE 2 TO WS-SRC-A
009930     MOVE 3 TO WS-SRC-B
009940     PERFORM 3300-COMPARE-PAIR THRU 3300-EXIT.
009950 3200-EXIT.
009960     EXIT.
009970
009980*--------------------------------------------------------------*
009990* 3250-CHECK-PRESENCE - A HELD SITE BELONGS ON THE REPORT      *
010000*                  ONLY; ANY OTHER SITE ON ONE OUTPUT BELONGS  *
010010*                  ON ALL THREE.                               *
010020*--------------------------------------------------------------*
010030 3250-CHECK-PRESENCE.
010040     MOVE SPACES TO WS-DIFF-A-TEXT
010050     MOVE SPACES TO WS-DIFF-B-TEXT
010060     MOVE WS-SRC TO WS-SRC-A
010070     MOVE WS-SRC TO WS-SRC-B
010080     IF BAL-HELD (WS-SITE-IDX)
010090         IF WS-SRC = 1 AND NOT BAL-PRESENT (WS-SITE-IDX, WS-SRC)
010100             MOVE "HELD SITE MISSING FROM" TO WS-DIFF-FIELD
010110             PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT
010120         END-IF
010130         IF WS-SRC > 1 AND BAL-PRESENT (WS-SITE-IDX, WS-SRC)
010140             MOVE "HELD SITE POSTED TO" TO WS-DIFF-FIELD
010150             PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT
010160         END-IF
010170         GO TO 3250-EXIT
010180     END-IF
010190     IF NOT BAL-PRESENT (WS-SITE-IDX, WS-SRC)
010200         MOVE "SITE MISSING FROM" TO WS-DIFF-FIELD
010210         PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT
010220     END-IF.
010230 3250-EXIT.
010240     EXIT.
010250
010260*--------------------------------------------------------------*
010270* 3300-COMPARE-PAIR - SLOPE COUNT, EACH SLOPE'S TREES, ROWS    *
010280*                  SCANNED AND PRODUCT BETWEEN OUTPUTS         *
010290*                  WS-SRC-A AND WS-SRC-B, WHEN THE SITE IS ON  *
010300*                  BOTH.                                       *
010310*--------------------------------------------------------------*
010320 3300-COMPARE-PAIR.
010330     IF NOT BAL-PRESENT (WS-SITE-IDX, WS-SRC-A)
010340         OR NOT BAL-PRESENT (WS-SITE-IDX, WS-SRC-B)
010350         GO TO 3300-EXIT
010360     END-IF
010370     IF BAL-SLOPE-COUNT (WS-SITE-IDX, WS-SRC-A)
010380         NOT = BAL-SLOPE-COUNT (WS-SITE-IDX, WS-SRC-B)
010390         MOVE "SLOPE COUNT" TO WS-DIFF-FIELD
010400         MOVE BAL-SLOPE-COUNT (WS-SITE-IDX, WS-SRC-A)
010410             TO WS-AMOUNT-DISPLAY
010420         MOVE WS-AMOUNT-TEXT TO WS-DIFF-A-TEXT
010430         MOVE BAL-SLOPE-COUNT (WS-SITE-IDX, WS-SRC-B)
010440             TO WS-AMOUNT-DISPLAY
010450         MOVE WS-AMOUNT-TEXT TO WS-DIFF-B-TEXT
010460         PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT
010470     END-IF
010480     PERFORM 3350-COMPARE-A-SLOPE THRU 3350-EXIT
010490         VARYING WS-SLP-IDX FROM 1 BY 1
010500         UNTIL WS-SLP-IDX >
010510             BAL-SLOPE-COUNT (WS-SITE-IDX, WS-SRC-A)
010520     PERFORM 3370-FIND-B-SLOPE-IN-A THRU 3370-EXIT
010530         VARYING WS-SLP-IDX FROM 1 BY 1
010540         UNTIL WS-SLP-IDX >
010550             BAL-SLOPE-COUNT (WS-SITE-IDX, WS-SRC-B)
010560     PERFORM 3400-COMPARE-ROWS THRU 3400-EXIT
010570     PERFORM 3450-COMPARE-PRODUCT THRU 3450-EXIT.
010580 3300-EXIT.
010590     EXIT.
010600
010610*--------------------------------------------------------------*
010620* 3350-COMPARE-A-SLOPE - FIND SLOPE WS-SLP-IDX OF OUTPUT A ON  *
010630*                  OUTPUT B BY RIGHT/DOWN AND COMPARE TREES.   *
010640*--------------------------------------------------------------*
010650 3350-COMPARE-A-SLOPE.
010660     MOVE BAL-RIGHT (WS-SITE-IDX, WS-SRC-A, WS-SLP-IDX)
010670         TO WS-NEW-RIGHT
010680     MOVE BAL-DOWN (WS-SITE-IDX, WS-SRC-A, WS-SLP-IDX)
010690         TO WS-NEW-DOWN
010700     MOVE WS-SRC-B TO WS-SRC
010710     PERFORM 3380-FIND-SLOPE THRU 3380-EXIT
010720     PERFORM 3390-SET-SLOPE-FIELD THRU 3390-EXIT
010730     MOVE BAL-TREES (WS-SITE-IDX, WS-SRC-A, WS-SLP-IDX)
010740         TO WS-AMOUNT-DISPLAY
010750     MOVE WS-AMOUNT-TEXT TO WS-DIFF-A-TEXT
010760     IF WS-MATCH-SLP = 0
010770         MOVE "NOT PRESENT" TO WS-DIFF-B-TEXT
010780         PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT
010790         GO TO 3350-EXIT
010800     END-IF
010810     IF BAL-TREES (WS-SITE-IDX, WS-SRC-A, WS-SLP-IDX)
010820         NOT = BAL-TREES (WS-SITE-IDX, WS-SRC-B, WS-MATCH-SLP)
010830         MOVE BAL-TREES (WS-SITE-IDX, WS-SRC-B, WS-MATCH-SLP)
010840             TO WS-AMOUNT-DISPLAY
010850         MOVE WS-AMOUNT-TEXT TO WS-DIFF-B-TEXT
010860         PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT
010870     END-IF.
010880 3350-EXIT.
010890     EXIT.
010900
010910 3370-FIND-B-SLOPE-IN-A.
010920     MOVE BAL-RIGHT (WS-SITE-IDX, WS-SRC-B, WS-SLP-IDX)
010930         TO WS-NEW-RIGHT
010940     MOVE BAL-DOWN (WS-SITE-IDX, WS-SRC-B, WS-SLP-IDX)
010950         TO WS-NEW-DOWN
010960     MOVE WS-SRC-A TO WS-SRC
010970     PERFORM 3380-FIND-SLOPE THRU 3380-EXIT
010980     IF WS-MATCH-SLP > 0
010990         GO TO 3370-EXIT
011000     END-IF
011010     PERFORM 3390-SET-SLOPE-FIELD THRU 3390-EXIT
011020     MOVE "NOT PRESENT" TO WS-DIFF-A-TEXT
011030     MOVE BAL-TREES (WS-SITE-IDX, WS-SRC-B, WS-SLP-IDX)
011040         TO WS-AMOUNT-DISPLAY
011050     MOVE WS-AMOUNT-TEXT TO WS-DIFF-B-TEXT
011060     PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT.
011070 3370-EXIT.
011080     EXIT.
011090
011100 3380-FIND-SLOPE.
011110     MOVE 0 TO WS-MATCH-SLP
011120     PERFORM 3385-CHECK-ONE-SLOPE THRU 3385-EXIT
011130         VARYING WS-SLOPE-SUB FROM 1 BY 1
011140         UNTIL WS-SLOPE-SUB >
011150             BAL-SLOPE-COUNT (WS-SITE-IDX, WS-SRC)
011160         OR WS-MATCH-SLP > 0.
011170 3380-EXIT.
011180     EXIT.
011190
011200 3385-CHECK-ONE-SLOPE.
011210     IF BAL-RIGHT (WS-SITE-IDX, WS-SRC, WS-SLOPE-SUB)
011220             = WS-NEW-RIGHT
011230         AND BAL-DOWN (WS-SITE-IDX, WS-SRC, WS-SLOPE-SUB)
011240             = WS-NEW-DOWN
011250         MOVE WS-SLOPE-SUB TO WS-MATCH-SLP
011260     END-IF.
011270 3385-EXIT.
011280     EXIT.
011290
011300 3390-SET-SLOPE-FIELD.
011310     MOVE WS-NEW-RIGHT TO WS-RIGHT-DISPLAY
011320     MOVE WS-NEW-DOWN TO WS-DOWN-DISPLAY
011330     MOVE SPACES TO WS-DIFF-FIELD
011340     STRING "SLOPE " FUNCTION TRIM(WS-RIGHT-DISPLAY) "-"
011350         FUNCTION TRIM(WS-DOWN-DISPLAY) " TREES"
011360         DELIMITED BY SIZE INTO WS-DIFF-FIELD
011370     END-STRING.
011380 3390-EXIT.
011390     EXIT.
011400
011410 3400-COMPARE-ROWS.
011420     IF NOT BAL-ROWS-KNOWN (WS-SITE-IDX, WS-SRC-A)
011430         OR NOT BAL-ROWS-KNOWN (WS-SITE-IDX, WS-SRC-B)
011440         GO TO 3400-EXIT
011450     END-IF
011460     IF BAL-ROWS (WS-SITE-IDX, WS-SRC-A)
011470         NOT = BAL-ROWS (WS-SITE-IDX, WS-SRC-B)
011480         MOVE "ROWS SCANNED" TO WS-DIFF-FIELD
011490         MOVE BAL-ROWS (WS-SITE-IDX, WS-SRC-A)
011500             TO WS-AMOUNT-DISPLAY
011510         MOVE WS-AMOUNT-TEXT TO WS-DIFF-A-TEXT
011520         MOVE BAL-ROWS (WS-SITE-IDX, WS-SRC-B)
011530             TO WS-AMOUNT-DISPLAY
011540         MOVE WS-AMOUNT-TEXT TO WS-DIFF-B-TEXT
011550         PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT
011560     END-IF.
011570 3400-EXIT.
011580     EXIT.
011590
011600 3450-COMPARE-PRODUCT.
011610     MOVE "PRODUCT" TO WS-DIFF-FIELD
011620     IF BAL-PRODUCT-KNOWN (WS-SITE-IDX, WS-SRC-A)
011630         MOVE BAL-PRODUCT (WS-SITE-IDX, WS-SRC-A)
011640             TO WS-AMOUNT-DISPLAY
011650         MOVE WS-AMOUNT-TEXT TO WS-DIFF-A-TEXT
011660     ELSE
011670         MOVE "NOT PRESENT" TO WS-DIFF-A-TEXT
011680     END-IF
011690     IF BAL-PRODUCT-KNOWN (WS-SITE-IDX, WS-SRC-B)
011700         MOVE BAL-PRODUCT (WS-SITE-IDX, WS-SRC-B)
011710             TO WS-AMOUNT-DISPLAY
011720         MOVE WS-AMOUNT-TEXT TO WS-DIFF-B-TEXT
011730     ELSE
011740         MOVE "NOT PRESENT" TO WS-DIFF-B-TEXT
011750     END-IF
011760     IF WS-DIFF-A-TEXT NOT = WS-DIFF-B-TEXT
011770         PERFORM 3900-RECORD-DIFFERENCE THRU 3900-EXIT
011780     END-IF.
011790 3450-EXIT.
011800     EXIT.
011810
011820*--------------------------------------------------------------*
011830* 3900-RECORD-DIFFERENCE - COUNT ONE DIFFERENCE, AND ON THE    *
011840*                  PRINTING PASS WRITE IT: THE FIELD, THEN THE *
011850*                  VALUE ON EACH OUTPUT (ONE OUTPUT NAMED FOR  *
011860*                  A PRESENCE DIFFERENCE).                     *
011870*--------------------------------------------------------------*
011880 3900-RECORD-DIFFERENCE.
011890     ADD 1 TO BAL-DIFF-COUNT (WS-SITE-IDX)
011900     IF NOT WRITING-DIFFERENCES
011910         GO TO 3900-EXIT
011920     END-IF
011930     MOVE SPACES TO WS-REPORT-LINE
011940     MOVE 1 TO WS-LINE-POINTER
011950     STRING "          " WS-DIFF-FIELD " "
011960         DELIMITED BY SIZE INTO WS-REPORT-LINE
011970         WITH POINTER WS-LINE-POINTER
011980     END-STRING
011990     IF WS-SRC-A = WS-SRC-B
012000         STRING SOURCE-NAME (WS-SRC-A)
012010             DELIMITED BY SIZE INTO WS-REPORT-LINE
012020             WITH POINTER WS-LINE-POINTER
012030         END-STRING
012040     ELSE
012050         STRING SOURCE-NAME (WS-SRC-A) " " WS-DIFF-A-TEXT
012060             "   " SOURCE-NAME (WS-SRC-B) " " WS-DIFF-B-TEXT
012070             DELIMITED BY SIZE INTO WS-REPORT-LINE
012080             WITH POINTER WS-LINE-POINTER
012090         END-STRING
012100     END-IF
012110     MOVE WS-REPORT-LINE TO BALANCE-REPORT-RECORD
012120     WRITE BALANCE-REPORT-RECORD
012130     DISPLAY "AOC3B: " BAL-SITE-CODE (WS-SITE-IDX) " "
012140         WS-REPORT-LINE (11:100).
012150 3900-EXIT.
012160     EXIT.
012170
012180*--------------------------------------------------------------*
012190* 4000-WRITE-CONTROL-TOTALS - SITES, SLOPES, TREES AND ROWS AS *
012200*                  EACH OUTPUT CARRIES THEM FOR THE RUN DATE.  *
012210*--------------------------------------------------------------*
012220 4000-WRITE-CONTROL-TOTALS.
012230     MOVE SPACES TO BALANCE-REPORT-RECORD
012240     WRITE BALANCE-REPORT-RECORD
012250     MOVE SPACES TO BALANCE-REPORT-RECORD
012260     STRING "CONTROL TOTALS     SITES  SLOPES        TREES"
012270         "      ROWS"
012280         DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
012290     END-STRING
012300     WRITE BALANCE-REPORT-RECORD
012310     PERFORM 4050-WRITE-ONE-TOTAL THRU 4050-EXIT
012320         VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 3
012330     MOVE SPACES TO BALANCE-REPORT-RECORD
012340     STRING "  (THE TREE REPORT CARRIES NO ROWS-SCANNED FIGURE; "
012350         "ITS TOTALS INCLUDE HELD SITES)"
012360         DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
012370     END-STRING
012380     WRITE BALANCE-REPORT-RECORD.
012390 4000-EXIT.
012400     EXIT.
012410
012420 4050-WRITE-ONE-TOTAL.
012430     MOVE SPACES TO WS-REPORT-LINE
012440     MOVE 1 TO WS-LINE-POINTER
012450     MOVE CTL-SITES (WS-SRC) TO WS-COUNT-DISPLAY
012460     STRING "  " SOURCE-NAME (WS-SRC) "        " WS-COUNT-DISPLAY
012470         DELIMITED BY SIZE INTO WS-REPORT-LINE
012480         WITH POINTER WS-LINE-POINTER
012490     END-STRING
012500     MOVE CTL-SLOPES (WS-SRC) TO WS-COUNT-DISPLAY
012510     MOVE CTL-TREES (WS-SRC) TO WS-TREES-DISPLAY
012520     MOVE CTL-ROWS (WS-SRC) TO WS-ROWS-DISPLAY
012530     STRING "   " WS-COUNT-DISPLAY " " WS-TREES-DISPLAY
012540         " " WS-ROWS-DISPLAY
012550         DELIMITED BY SIZE INTO WS-REPORT-LINE
012560         WITH POINTER WS-LINE-POINTER
012570     END-STRING
012580     MOVE WS-REPORT-LINE TO BALANCE-REPORT-RECORD
012590     WRITE BALANCE-REPORT-RECORD.
012600 4050-EXIT.
012610     EXIT.
012620
012630*--------------------------------------------------------------*
012640* 8000-FINALIZE-RUN - THE BALANCE VERDICT AND THE RETURN CODE. *
012650*--------------------------------------------------------------*
012660 8000-FINALIZE-RUN.
012670     MOVE SPACES TO WS-REPORT-LINE
012680     MOVE 1 TO WS-LINE-POINTER
012690     MOVE WS-SITE-COUNT TO WS-COUNT-DISPLAY
012700     STRING "SITES " WS-COUNT-DISPLAY
012710         DELIMITED BY SIZE INTO WS-REPORT-LINE
012720         WITH POINTER WS-LINE-POINTER
012730     END-STRING
012740     MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
012750     STRING "  HELD " WS-COUNT-DISPLAY
012760         DELIMITED BY SIZE INTO WS-REPORT-LINE
012770         WITH POINTER WS-LINE-POINTER
012780     END-STRING
012790     MOVE WS-OUT-OF-BALANCE-SITES TO WS-COUNT-DISPLAY
012800     STRING "  OUT OF BALANCE " WS-COUNT-DISPLAY
012810         DELIMITED BY SIZE INTO WS-REPORT-LINE
012820         WITH POINTER WS-LINE-POINTER
012830     END-STRING
012840     MOVE WS-DIFFERENCE-COUNT TO WS-COUNT-DISPLAY
012850     STRING "  DIFFERENCES " WS-COUNT-DISPLAY
012860         DELIMITED BY SIZE INTO WS-REPORT-LINE
012870         WITH POINTER WS-LINE-POINTER
012880     END-STRING
012890     IF WS-OUT-OF-BALANCE-SITES > 0
012900         STRING "  - RUN " WS-BALANCE-DATE " IS OUT OF BALANCE"
012910             DELIMITED BY SIZE INTO WS-REPORT-LINE
012920             WITH POINTER WS-LINE-POINTER
012930         END-STRING
012940     ELSE
012950         IF WS-SITE-COUNT = 0
012960             STRING "  - NOTHING ON ANY OUTPUT FOR RUN "
012970                 WS-BALANCE-DATE
012980                 DELIMITED BY SIZE INTO WS-REPORT-LINE
012990                 WITH POINTER WS-LINE-POINTER
013000             END-STRING
013010         ELSE
013020             STRING "  - RUN " WS-BALANCE-DATE " BALANCES"
013030                 DELIMITED BY SIZE INTO WS-REPORT-LINE
013040                 WITH POINTER WS-LINE-POINTER
013050             END-STRING
013060         END-IF
013070     END-IF
013080     MOVE SPACES TO BALANCE-REPORT-RECORD
013090     WRITE BALANCE-REPORT-RECORD
013100     MOVE WS-REPORT-LINE TO BALANCE-REPORT-RECORD
013110     WRITE BALANCE-REPORT-RECORD
013120     DISPLAY "AOC3B: " WS-REPORT-LINE
013130     CLOSE BALANCE-REPORT-FILE
013140     IF WS-OUT-OF-BALANCE-SITES > 0
013150         MOVE 8 TO RETURN-CODE
013160     ELSE
013170         IF WS-SITE-COUNT = 0
013180             MOVE 4 TO RETURN-CODE
013190         ELSE
013200             MOVE 0 TO RETURN-CODE
013210         END-IF
013220     END-IF.
013230 8000-EXIT.
013240     EXIT.
013250
013260*--------------------------------------------------------------*
013270* 9000-ABEND - A BAD FILE STATUS LEAVES THE BALANCE            *
013280*              UNTRUSTWORTHY; REPORT THE REASON AND GO BACK    *
013290*              WITH THE ABEND CLASS IN THE RETURN CODE.        *
013300*--------------------------------------------------------------*
013310 9000-ABEND.
013320     DISPLAY "AOC3B ABEND: " WS-ABEND-MESSAGE
013330     MOVE 12 TO RETURN-CODE
013340     CLOSE BALANCE-CONTROL-FILE
013350     CLOSE TREE-REPORT-FILE
013360     CLOSE RESULTS-EXTRACT-FILE
013370     CLOSE RESULTS-HISTORY-FILE
013380     CLOSE RUN-AUDIT-FILE
013390     CLOSE BALANCE-REPORT-FILE
013400     GOBACK.
013410 9000-EXIT.
013420     EXIT.
