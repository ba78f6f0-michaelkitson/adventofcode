000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AdventOfCode3Period.
000030 AUTHOR.        M. KITSON.
000040 INSTALLATION.  SURVEY-OPS.
000050 DATE-WRITTEN.  15-10-2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*                                                              *
000100* DATE       INIT  DESCRIPTION                                 *
000110* ---------- ----  ------------------------------------------- *
000120* 15-10-2026 MK    ORIGINAL VERSION - PERIOD-END SUMMARY. FOR  *
000130*                  A MONTH OR A QUARTER (FROM THE PERIOD-      *
000140*                  CONTROL FILE, OR THE PREVIOUS CALENDAR      *
000150*                  MONTH WHEN NONE IS GIVEN) EVERY SITE ON THE *
000160*                  SITE MASTER IS SUMMARISED FROM THE RESULTS- *
000170*                  HISTORY MASTER: RUNS POSTED AND DAYS        *
000180*                  MISSED, MINIMUM/MAXIMUM/AVERAGE PRODUCT,    *
000190*                  AVERAGE TREE COUNT PER SLOPE AND THE FIRST- *
000200*                  TO-LAST CHANGE OVER THE PERIOD. WRITES THE  *
000210*                  PRINTED SUMMARY AND A PIPE-DELIMITED PERIOD *
000220*                  FILE FOR THE MIS LOAD WHICH, LIKE A         *
000230*                  CONTROLLED TERRAIN EXTRACT, OPENS WITH A    *
000240*                  HEADER AND ENDS WITH A CONTROL TRAILER      *
000250*                  CARRYING ITS RECORD COUNT AND TREE TOTAL.   *
000260*--------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PERIOD-CONTROL-FILE ASSIGN TO "perdctl.txt"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS PCT-STATUS.
000330
000340     SELECT SITE-CONTROL-FILE ASSIGN TO "sitectl.txt"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS SITE-CTL-STATUS.
000370
000380     SELECT RESULTS-HISTORY-FILE ASSIGN TO "treehist.txt"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS HIST-STATUS.
000410
000420     SELECT PERIOD-REPORT-FILE ASSIGN TO "perdrpt.txt"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PERIOD-RPT-STATUS.
000450
000460     SELECT PERIOD-EXTRACT-FILE ASSIGN TO "perdext.txt"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PERIOD-EXT-STATUS.
000490
000500     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS RUN-DATE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*--------------------------------------------------------------*
000570* PERIOD CONTROL - ONE LINE: "M YYYYMM" FOR A CALENDAR MONTH   *
000580* OR "Q YYYYQN" FOR A CALENDAR QUARTER (N = 1 THRU 4). NO      *
000590* CONTROL FILE, OR A BLANK ONE, SUMMARISES THE PREVIOUS        *
000600* CALENDAR MONTH.                                              *
000610*--------------------------------------------------------------*
000620 FD  PERIOD-CONTROL-FILE.
000630 01  PERIOD-CONTROL-RECORD.
000640     05  PCT-PERIOD-TYPE            PIC X(01).
000650         88  PCT-MONTH              VALUE 'M'.
000660         88  PCT-QUARTER            VALUE 'Q'.
000670     05  FILLER                     PIC X(01).
000680     05  PCT-PERIOD                 PIC X(06).
000690     05  PCT-MONTH-VIEW REDEFINES PCT-PERIOD.
000700         10  PCT-M-YEAR             PIC 9(04).
000710         10  PCT-M-MONTH            PIC 9(02).
000720     05  PCT-QUARTER-VIEW REDEFINES PCT-PERIOD.
000730         10  PCT-Q-YEAR             PIC 9(04).
000740         10  PCT-Q-LETTER           PIC X(01).
000750         10  PCT-Q-QUARTER          PIC 9(01).
000760
000770 FD  SITE-CONTROL-FILE.
000780 01  SITE-CONTROL-RECORD.
000790     05  SMR-SITE-CODE              PIC X(08).
000800     05  FILLER                     PIC X(01).
000810     05  SMR-ACTIVE-FLAG            PIC X(01).
000820     05  FILLER                     PIC X(01).
000830     05  SMR-EXPECT-WIDTH           PIC 9(05).
000840     05  FILLER                     PIC X(01).
000850     05  SMR-SLOPE-SET              PIC X(08).
000860     05  FILLER                     PIC X(01).
000870     05  SMR-FILE-NAME              PIC X(80).
000880     05  FILLER                     PIC X(01).
000890     05  SMR-DESCRIPTION            PIC X(30).
000900
000910*--------------------------------------------------------------*
000920* THE RESULTS-HISTORY RECORD LAYOUT MUST STAY IN STEP WITH THE *
000930* ONE THE TREE SURVEY PROGRAM WRITES.                          *
000940*--------------------------------------------------------------*
000950 FD  RESULTS-HISTORY-FILE.
000960 01  RESULTS-HISTORY-RECORD.
000970     05  HIST-RUN-DATE              PIC 9(08).
000980     05  HIST-SITE-NAME             PIC X(80).
000990     05  HIST-SLOPE-COUNT           PIC 9(03).
001000     05  HIST-SLOPE-RESULT OCCURS 20 TIMES
001010             INDEXED BY HIST-IDX.
001020         10  HIST-SLOPE-RIGHT       PIC 9(03).
001030         10  HIST-SLOPE-DOWN        PIC 9(03).
001040         10  HIST-TREE-COUNT        PIC 9(07).
001050     05  HIST-PRODUCT               PIC 9(18).
001060     05  HIST-ROWS-SCANNED          PIC 9(07).
001070
001080 FD  PERIOD-REPORT-FILE.
001090 01  PERIOD-REPORT-RECORD           PIC X(132).
001100
001110 FD  PERIOD-EXTRACT-FILE.
001120 01  PERIOD-EXTRACT-RECORD          PIC X(250).
001130
001140 FD  RUN-DATE-FILE.
001150 01  RUN-DATE-RECORD                PIC X(08).
001160
001170 WORKING-STORAGE SECTION.
001180*--------------------------------------------------------------*
001190* FILE STATUS SWITCHES                                         *
001200*--------------------------------------------------------------*
001210 01  PCT-STATUS                      PIC 9(02).
001220     88  PCT-OK                     VALUE 0.
001230     88  PCT-EOF                    VALUE 10.
001240
001250 01  SITE-CTL-STATUS                 PIC 9(02).
001260     88  SITE-CTL-OK                VALUE 0.
001270     88  SITE-CTL-EOF               VALUE 10.
001280
001290 01  HIST-STATUS                     PIC 9(02).
001300     88  HIST-OK                    VALUE 0.
001310     88  HIST-EOF                   VALUE 10.
001320
001330 01  PERIOD-RPT-STATUS               PIC 9(02).
001340     88  PERIOD-RPT-OK              VALUE 0.
001350
001360 01  PERIOD-EXT-STATUS               PIC 9(02).
001370     88  PERIOD-EXT-OK              VALUE 0.
001380
001390 01  RUN-DATE-STATUS                 PIC 9(02).
001400     88  RUN-DATE-OK                VALUE 0.
001410
001420*--------------------------------------------------------------*
001430* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS  *
001440* WITH 0 WHEN EVERY ACTIVE SITE POSTED ON EVERY DAY OF THE     *
001450* PERIOD, 4 WHEN ANY ACTIVE SITE MISSED A DAY (OR THE PERIOD   *
001460* HAS NO DAYS YET), AND 12 FOR A BAD PERIOD OR A FILE OR I-O   *
001470* ABEND.                                                       *
001480*--------------------------------------------------------------*
001490 77  WS-RUN-DATE                     PIC 9(08).
001500 77  WS-HIST-RECNO                   PIC 9(07) COMP VALUE 0.
001510 77  WS-SITES-SHORT                  PIC 9(03) VALUE 0.
001520 77  WS-RUNS-TOTAL                   PIC 9(05) VALUE 0.
001530 77  WS-MISSED-TOTAL                 PIC 9(05) VALUE 0.
001540 01  WS-ABEND-MESSAGE                PIC X(160) VALUE SPACES.
001550
001560*--------------------------------------------------------------*
001570* PERIOD WORK AREAS. THE PERIOD RUNS FROM THE FIRST DAY OF ITS *
001580* FIRST MONTH TO THE LAST DAY OF ITS LAST MONTH; A PERIOD      *
001590* STILL IN PROGRESS IS COUNTED ONLY UP TO TODAY'S DATE, SO A   *
001600* DAY NOT YET RUN IS NEVER COUNTED AS MISSED.                  *
001610*--------------------------------------------------------------*
001620 01  WS-PERIOD-ID                    PIC X(06).
001630 01  WS-PERIOD-NAME                  PIC X(07).
001640 77  WS-PERIOD-YEAR                  PIC 9(04).
001650 77  WS-FIRST-MONTH                  PIC 9(02).
001660 77  WS-LAST-MONTH                   PIC 9(02).
001670 77  WS-PERIOD-FROM                  PIC 9(08).
001680 77  WS-PERIOD-THRU                  PIC 9(08).
001690 77  WS-COUNT-THRU                   PIC 9(08).
001700 01  WS-RUN-DATE-PARTS.
001710     05  WS-RUN-YEAR                PIC 9(04).
001720     05  WS-RUN-MONTH               PIC 9(02).
001730     05  WS-RUN-DAY                 PIC 9(02).
001740 01  WS-WORK-DATE                    PIC 9(08).
001750 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001760     05  WS-WORK-YEAR               PIC 9(04).
001770     05  WS-WORK-MONTH              PIC 9(02).
001780     05  WS-WORK-DAY                PIC 9(02).
001790 77  WS-MONTH-DAYS                   PIC 9(02).
001800 77  WS-LEAP-QUOTIENT                PIC 9(04).
001810 77  WS-LEAP-REM-4                   PIC 9(04).
001820 77  WS-LEAP-REM-100                 PIC 9(04).
001830 77  WS-LEAP-REM-400                 PIC 9(04).
001840 01  WS-DAYS-IN-MONTH-VALUES.
001850     05  FILLER                     PIC X(24)
001860             VALUE "312831303130313130313031".
001870 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001880     05  WS-DIM                     PIC 9(02) OCCURS 12 TIMES.
001890
001900*--------------------------------------------------------------*
001910* DAY TABLE - EVERY CALENDAR DAY OF THE PERIOD THAT A RUN WAS  *
001920* DUE (AT MOST 92 FOR A QUARTER).                              *
001930*--------------------------------------------------------------*
001940 77  WS-DAY-COUNT                    PIC 9(03) COMP VALUE 0.
001950 01  DAY-TABLE.
001960     05  DAY-ENTRY OCCURS 92 TIMES.
001970         10  DAY-DATE               PIC 9(08).
001980
001990*--------------------------------------------------------------*
002000* SITE TABLE - EVERY SITE ON THE SITE MASTER. SITE-DAY-RECNO   *
002010* HOLDS, FOR EACH DAY OF THE PERIOD, THE RECORD NUMBER OF THE  *
002020* SITE'S LATEST POSTING FOR THAT DAY ON THE RESULTS HISTORY    *
002030* (ZERO = NO POSTING), SO A RERUN OR A RESCAN REPOST REPLACES  *
002040* THE EARLIER POSTING RATHER THAN COUNTING AS A SECOND RUN.    *
002050* SLOPES ARE MATCHED BY RIGHT AND DOWN, SO A SLOPE ADDED OR    *
002060* DROPPED PART WAY THROUGH THE PERIOD IS AVERAGED ONLY OVER    *
002070* THE RUNS THAT CARRIED IT.                                    *
002080*--------------------------------------------------------------*
002090 77  WS-MAX-SITES                    PIC 9(03) VALUE 50.
002100 77  WS-SITE-COUNT                   PIC 9(03) VALUE 0.
002110 01  SITE-TABLE.
002120     05  SITE-ENTRY OCCURS 50 TIMES.
002130         10  SITE-CODE              PIC X(08).
002140         10  SITE-ACTIVE-FLAG       PIC X(01).
002150             88  SITE-ACTIVE        VALUE 'A'.
002160         10  SITE-DAY-RECNO         PIC 9(07) COMP
002170                 OCCURS 92 TIMES.
002180         10  SITE-RUNS              PIC 9(03) COMP.
002190         10  SITE-MISSED            PIC 9(03) COMP.
002200         10  SITE-MIN-PRODUCT       PIC 9(18).
002210         10  SITE-MAX-PRODUCT       PIC 9(18).
002220         10  SITE-PRODUCT-TOTAL     PIC 9(18).
002230         10  SITE-AVG-PRODUCT       PIC 9(18).
002240         10  SITE-FIRST-DATE        PIC 9(08).
002250         10  SITE-FIRST-PRODUCT     PIC 9(18).
002260         10  SITE-LAST-DATE         PIC 9(08).
002270         10  SITE-LAST-PRODUCT      PIC 9(18).
002280         10  SITE-SLOPE-COUNT       PIC 9(03) COMP.
002290         10  SITE-SLOPE OCCURS 20 TIMES.
002300             15  SSL-RIGHT          PIC 9(03).
002310             15  SSL-DOWN           PIC 9(03).
002320             15  SSL-RUNS           PIC 9(03) COMP.
002330             15  SSL-TREE-TOTAL     PIC 9(11).
002340             15  SSL-FIRST-DATE     PIC 9(08).
002350             15  SSL-FIRST-TREES    PIC 9(07).
002360             15  SSL-LAST-DATE      PIC 9(08).
002370             15  SSL-LAST-TREES     PIC 9(07).
002380
002390*--------------------------------------------------------------*
002400* TABLE SUBSCRIPTS AND SWITCHES                                *
002410*--------------------------------------------------------------*
002420 77  WS-SITE-SUB                     PIC 9(03) COMP.
002430 77  WS-DAY-SUB                      PIC 9(03) COMP.
002440 77  WS-SLP-SUB                      PIC 9(03) COMP.
002450 77  WS-HIST-SUB                     PIC 9(03) COMP.
002460 77  WS-SEEK-SUB                     PIC 9(03) COMP.
002470 77  WS-FOUND-SITE                   PIC 9(03) COMP.
002480 77  WS-FOUND-DAY                    PIC 9(03) COMP.
002490 77  WS-FOUND-SLOPE                  PIC 9(03) COMP.
002500 77  WS-POSTED-SLOPES                PIC 9(03) COMP.
002510 77  WS-MISSED-ON-LINE               PIC 9(03) COMP.
002520 01  WS-SEEK-CODE                    PIC X(08).
002530 01  WS-OVERFLOW-SWITCH              PIC X(01) VALUE 'N'.
002540     88  PRODUCT-OVERFLOW           VALUE 'Y'.
002550
002560*--------------------------------------------------------------*
002570* PERIOD EXTRACT RECORD LAYOUTS - PIPE-DELIMITED AND ZERO-     *
002580* FILLED LIKE THE RESULTS EXTRACT. ONE H HEADER; ONE S RECORD  *
002590* PER SITE ON THE SITE MASTER; ONE L RECORD PER SITE/SLOPE     *
002600* POSTED IN THE PERIOD; ONE T TRAILER CARRYING THE COUNT OF S  *
002610* AND L RECORDS AND THE SUM OF THE L RECORD TREE TOTALS, SO    *
002620* THE LOAD CAN BE RECONCILED THE WAY THE NIGHTLY EXTRACT IS.   *
002630* AN S OR L RECORD'S KEY RUNS THROUGH ITS SITE FIELD (AND, ON  *
002640* AN L RECORD, ITS DOWN FIELD). CHANGES ARE SIGNED, SIGN       *
002650* LEADING. AN AVERAGE TREE COUNT CARRIES TWO DECIMALS.         *
002660*--------------------------------------------------------------*
002670 01  WS-PERIOD-HEADER.
002680     05  FILLER                     PIC X(02) VALUE "H|".
002690     05  WS-PER-H-PERIOD            PIC X(06).
002700     05  FILLER                     PIC X(01) VALUE "|".
002710     05  WS-PER-H-FROM              PIC 9(08).
002720     05  FILLER                     PIC X(01) VALUE "|".
002730     05  WS-PER-H-THRU              PIC 9(08).
002740     05  FILLER                     PIC X(01) VALUE "|".
002750     05  WS-PER-H-DAYS              PIC 9(03).
002760     05  FILLER                     PIC X(01) VALUE "|".
002770     05  WS-PER-H-CREATED           PIC 9(08).
002780 01  WS-PERIOD-SITE.
002790     05  FILLER                     PIC X(02) VALUE "S|".
002800     05  WS-PER-S-PERIOD            PIC X(06).
002810     05  FILLER                     PIC X(01) VALUE "|".
002820     05  WS-PER-S-SITE              PIC X(80).
002830     05  FILLER                     PIC X(01) VALUE "|".
002840     05  WS-PER-S-ACTIVE-FLAG       PIC X(01).
002850     05  FILLER                     PIC X(01) VALUE "|".
002860     05  WS-PER-S-RUNS              PIC 9(03).
002870     05  FILLER                     PIC X(01) VALUE "|".
002880     05  WS-PER-S-MISSED            PIC 9(03).
002890     05  FILLER                     PIC X(01) VALUE "|".
002900     05  WS-PER-S-MIN-PRODUCT       PIC 9(18).
002910     05  FILLER                     PIC X(01) VALUE "|".
002920     05  WS-PER-S-MAX-PRODUCT       PIC 9(18).
002930     05  FILLER                     PIC X(01) VALUE "|".
002940     05  WS-PER-S-AVG-PRODUCT       PIC 9(18).
002950     05  FILLER                     PIC X(01) VALUE "|".
002960     05  WS-PER-S-FIRST-DATE        PIC 9(08).
002970     05  FILLER                     PIC X(01) VALUE "|".
002980     05  WS-PER-S-FIRST-PRODUCT     PIC 9(18).
002990     05  FILLER                     PIC X(01) VALUE "|".
003000     05  WS-PER-S-LAST-DATE         PIC 9(08).
003010     05  FILLER                     PIC X(01) VALUE "|".
003020     05  WS-PER-S-LAST-PRODUCT      PIC 9(18).
003030     05  FILLER                     PIC X(01) VALUE "|".
003040     05  WS-PER-S-CHANGE            PIC S9(18)
003050             SIGN LEADING SEPARATE.
003060 01  WS-PERIOD-SLOPE.
003070     05  FILLER                     PIC X(02) VALUE "L|".
003080     05  WS-PER-L-PERIOD            PIC X(06).
003090     05  FILLER                     PIC X(01) VALUE "|".
003100     05  WS-PER-L-SITE              PIC X(80).
003110     05  FILLER                     PIC X(01) VALUE "|".
003120     05  WS-PER-L-RIGHT             PIC 9(03).
003130     05  FILLER                     PIC X(01) VALUE "|".
003140     05  WS-PER-L-DOWN              PIC 9(03).
003150     05  FILLER                     PIC X(01) VALUE "|".
003160     05  WS-PER-L-RUNS              PIC 9(03).
003170     05  FILLER                     PIC X(01) VALUE "|".
003180     05  WS-PER-L-TREE-TOTAL        PIC 9(11).
003190     05  FILLER                     PIC X(01) VALUE "|".
003200     05  WS-PER-L-AVG-TREES         PIC 9(07).99.
003210     05  FILLER                     PIC X(01) VALUE "|".
003220     05  WS-PER-L-FIRST-TREES       PIC 9(07).
003230     05  FILLER                     PIC X(01) VALUE "|".
003240     05  WS-PER-L-LAST-TREES        PIC 9(07).
003250     05  FILLER                     PIC X(01) VALUE "|".
003260     05  WS-PER-L-CHANGE            PIC S9(07)
003270             SIGN LEADING SEPARATE.
003280 01  WS-PERIOD-TRAILER.
003290     05  FILLER                     PIC X(02) VALUE "T|".
003300     05  WS-PER-T-PERIOD            PIC X(06).
003310     05  FILLER                     PIC X(01) VALUE "|".
003320     05  WS-PER-T-RECORD-COUNT      PIC 9(07).
003330     05  FILLER                     PIC X(01) VALUE "|".
003340     05  WS-PER-T-TREE-TOTAL        PIC 9(13).
003350 77  WS-PER-RECORD-COUNT             PIC 9(07) VALUE 0.
003360 77  WS-PER-TREE-TOTAL               PIC 9(13) VALUE 0.
003370 77  WS-AVG-TREES                    PIC 9(07)V9(02).
003380 77  WS-PRODUCT-CHANGE               PIC S9(18).
003390 77  WS-TREE-CHANGE                  PIC S9(07).
003400
003410*--------------------------------------------------------------*
003420* REPORT EDIT FIELDS                                           *
003430*--------------------------------------------------------------*
003440 01  WS-COUNT-DISPLAY                PIC ZZ9.
003450 01  WS-DAYS-DISPLAY                 PIC ZZ9.
003460 01  WS-RIGHT-DISPLAY                PIC ZZ9.
003470 01  WS-DOWN-DISPLAY                 PIC ZZ9.
003480 01  WS-TREE-DISPLAY                 PIC Z(06)9.
003490 01  WS-AVG-TREES-DISPLAY            PIC Z(06)9.99.
003500 01  WS-TREE-CHANGE-DISPLAY          PIC -(07)9.
003510 01  WS-PRODUCT-DISPLAY              PIC Z(17)9.
003520 01  WS-CHANGE-DISPLAY               PIC -(18)9.
003530 01  WS-TOTAL-DISPLAY                PIC Z(04)9.
003540 01  WS-SLOPE-LABEL                  PIC X(08).
003550 01  WS-REPORT-LINE                  PIC X(132) VALUE SPACES.
003560 77  WS-LINE-POINTER                 PIC 9(03) COMP VALUE 1.
003570
003580 PROCEDURE DIVISION.
003590*--------------------------------------------------------------*
003600* 0000-MAINLINE                                                *
003610*--------------------------------------------------------------*
003620 0000-MAINLINE.
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003640     PERFORM 1200-SET-PERIOD THRU 1200-EXIT
003650     PERFORM 1300-BUILD-DAY-TABLE THRU 1300-EXIT
003660     PERFORM 1400-LOAD-SITE-MASTER THRU 1400-EXIT
003670     PERFORM 2000-MARK-LATEST-POSTINGS THRU 2000-EXIT
003680     PERFORM 2100-ACCUMULATE-POSTINGS THRU 2100-EXIT
003690     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT
003700     PERFORM 3100-SUMMARIZE-ONE-SITE THRU 3100-EXIT
003710         VARYING WS-SITE-SUB FROM 1 BY 1
003720         UNTIL WS-SITE-SUB > WS-SITE-COUNT
003730     PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT
003740     PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
003750     GOBACK
003760     .
003770
003780*--------------------------------------------------------------*
003790* 1000-INITIALIZE - OPEN THE PERIOD REPORT AND PERIOD FILE AND *
003800*                   PICK UP THE REQUESTED PERIOD FROM THE      *
003810*                   PERIOD-CONTROL FILE WHEN ONE IS ON FILE.   *
003820*--------------------------------------------------------------*
003830 1000-INITIALIZE.
003840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003850     OPEN INPUT RUN-DATE-FILE
003860     IF RUN-DATE-OK
003870         READ RUN-DATE-FILE
003880         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
003890             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
003900         END-IF
003910         CLOSE RUN-DATE-FILE
003920     END-IF
003930     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
003940     MOVE SPACES TO PERIOD-CONTROL-RECORD
003950     OPEN OUTPUT PERIOD-REPORT-FILE
003960     IF NOT PERIOD-RPT-OK
003970         DISPLAY "Period report file not okay"
003980         MOVE 12 TO RETURN-CODE
003990         GOBACK
004000     END-IF
004010     OPEN OUTPUT PERIOD-EXTRACT-FILE
004020     IF NOT PERIOD-EXT-OK
004030         DISPLAY "Period extract file not okay"
004040         CLOSE PERIOD-REPORT-FILE
004050         MOVE 12 TO RETURN-CODE
004060         GOBACK
004070     END-IF
004080     OPEN INPUT PERIOD-CONTROL-FILE
004090     IF PCT-OK
004100         READ PERIOD-CONTROL-FILE
004110         IF NOT PCT-OK
004120             MOVE SPACES TO PERIOD-CONTROL-RECORD
004130         END-IF
004140         CLOSE PERIOD-CONTROL-FILE
004150     END-IF.
004160 1000-EXIT.
004170     EXIT.
004180
004190*--------------------------------------------------------------*
004200* 1200-SET-PERIOD - TURN THE REQUESTED PERIOD INTO A YEAR AND  *
004210*                  A FIRST AND LAST MONTH. A BLANK REQUEST IS  *
004220*                  THE CALENDAR MONTH BEFORE TODAY'S; A        *
004230*                  REQUEST THAT CANNOT BE READ ENDS THE RUN    *
004240*                  RATHER THAN SUMMARISE THE WRONG PERIOD.     *
004250*--------------------------------------------------------------*
004260 1200-SET-PERIOD.
004270     IF PERIOD-CONTROL-RECORD = SPACES
004280         MOVE "M" TO PCT-PERIOD-TYPE
004290         IF WS-RUN-MONTH = 1
004300             COMPUTE PCT-M-YEAR = WS-RUN-YEAR - 1
004310             MOVE 12 TO PCT-M-MONTH
004320         ELSE
004330             MOVE WS-RUN-YEAR TO PCT-M-YEAR
004340             COMPUTE PCT-M-MONTH = WS-RUN-MONTH - 1
004350         END-IF
004360     END-IF
004370     IF PCT-MONTH
004380         IF PCT-M-YEAR IS NOT NUMERIC
004390             OR PCT-M-MONTH IS NOT NUMERIC
004400             OR PCT-M-MONTH < 1 OR PCT-M-MONTH > 12
004410             GO TO 1200-BAD-PERIOD
004420         END-IF
004430         MOVE PCT-M-YEAR TO WS-PERIOD-YEAR
004440         MOVE PCT-M-MONTH TO WS-FIRST-MONTH
004450         MOVE PCT-M-MONTH TO WS-LAST-MONTH
004460         MOVE PCT-PERIOD TO WS-PERIOD-ID
004470         STRING "MONTH  " DELIMITED BY SIZE INTO WS-PERIOD-NAME
004480         END-STRING
004490         GO TO 1200-SET-DATES
004500     END-IF
004510     IF PCT-QUARTER
004520         IF PCT-Q-YEAR IS NOT NUMERIC
004530             OR PCT-Q-LETTER NOT = "Q"
004540             OR PCT-Q-QUARTER IS NOT NUMERIC
004550             OR PCT-Q-QUARTER < 1 OR PCT-Q-QUARTER > 4
004560             GO TO 1200-BAD-PERIOD
004570         END-IF
004580         MOVE PCT-Q-YEAR TO WS-PERIOD-YEAR
004590         COMPUTE WS-FIRST-MONTH = PCT-Q-QUARTER * 3 - 2
004600         COMPUTE WS-LAST-MONTH = PCT-Q-QUARTER * 3
004610         MOVE PCT-PERIOD TO WS-PERIOD-ID
004620         STRING "QUARTER" DELIMITED BY SIZE INTO WS-PERIOD-NAME
004630         END-STRING
004640         GO TO 1200-SET-DATES
004650     END-IF.
004660 1200-BAD-PERIOD.
004670     STRING "PERIOD CONTROL RECORD NOT RECOGNISED - "
004680         PERIOD-CONTROL-RECORD (1:8)
004690         " - EXPECTED M YYYYMM OR Q YYYYQN"
004700         DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004710     END-STRING
004720     GO TO 9000-ABEND.
004730 1200-SET-DATES.
004740     MOVE WS-PERIOD-YEAR TO WS-WORK-YEAR
004750     MOVE WS-FIRST-MONTH TO WS-WORK-MONTH
004760     MOVE 1 TO WS-WORK-DAY
004770     MOVE WS-WORK-DATE TO WS-PERIOD-FROM
004780     MOVE WS-LAST-MONTH TO WS-WORK-MONTH
004790     PERFORM 1250-SET-MONTH-DAYS THRU 1250-EXIT
004800     MOVE WS-MONTH-DAYS TO WS-WORK-DAY
004810     MOVE WS-WORK-DATE TO WS-PERIOD-THRU
004820     MOVE WS-PERIOD-THRU TO WS-COUNT-THRU
004830     IF WS-RUN-DATE < WS-COUNT-THRU
004840         MOVE WS-RUN-DATE TO WS-COUNT-THRU
004850     END-IF.
004860 1200-EXIT.
004870     EXIT.
004880
004890*--------------------------------------------------------------*
004900* 1250-SET-MONTH-DAYS - DAYS IN WS-WORK-MONTH OF WS-WORK-YEAR. *
004910*                  FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4,   *
004920*                  EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400. *
004930*--------------------------------------------------------------*
004940 1250-SET-MONTH-DAYS.
004950     MOVE WS-DIM (WS-WORK-MONTH) TO WS-MONTH-DAYS
004960     IF WS-WORK-MONTH NOT = 2
004970         GO TO 1250-EXIT
004980     END-IF
004990     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
005000         REMAINDER WS-LEAP-REM-4
005010     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
005020         REMAINDER WS-LEAP-REM-100
005030     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
005040         REMAINDER WS-LEAP-REM-400
005050     IF WS-LEAP-REM-4 = 0
005060         AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
005070         MOVE 29 TO WS-MONTH-DAYS
005080     END-IF.
005090 1250-EXIT.
005100     EXIT.
005110
005120*--------------------------------------------------------------*
005130* 1300-BUILD-DAY-TABLE - ONE ENTRY PER CALENDAR DAY FROM THE   *
005140*                  START OF THE PERIOD TO ITS END OR TODAY,    *
005150*                  WHICHEVER IS EARLIER.                       *
005160*--------------------------------------------------------------*
005170 1300-BUILD-DAY-TABLE.
005180     MOVE WS-PERIOD-FROM TO WS-WORK-DATE
005190     PERFORM 1350-ADD-ONE-DAY THRU 1350-EXIT
005200         UNTIL WS-WORK-DATE > WS-COUNT-THRU
005210         OR WS-DAY-COUNT NOT < 92.
005220 1300-EXIT.
005230     EXIT.
005240
005250 1350-ADD-ONE-DAY.
005260     ADD 1 TO WS-DAY-COUNT
005270     MOVE WS-WORK-DATE TO DAY-DATE (WS-DAY-COUNT)
005280     PERFORM 1250-SET-MONTH-DAYS THRU 1250-EXIT
005290     IF WS-WORK-DAY < WS-MONTH-DAYS
005300         ADD 1 TO WS-WORK-DAY
005310         GO TO 1350-EXIT
005320     END-IF
005330     MOVE 1 TO WS-WORK-DAY
005340     IF WS-WORK-MONTH < 12
005350         ADD 1 TO WS-WORK-MONTH
005360     ELSE
005370         MOVE 1 TO WS-WORK-MONTH
005380         ADD 1 TO WS-WORK-YEAR
005390     END-IF.
005400 1350-EXIT.
005410     EXIT.
005420
005430*--------------------------------------------------------------*
005440* 1400-LOAD-SITE-MASTER - EVERY SITE ON THE MASTER, ACTIVE OR  *
005450*                  NOT, GETS A SUMMARY.                        *
005460*--------------------------------------------------------------*
005470 1400-LOAD-SITE-MASTER.
005480     OPEN INPUT SITE-CONTROL-FILE
005490     IF NOT SITE-CTL-OK
005500         DISPLAY "AOC3Q WARNING: NO SITE MASTER - NO SITE CAN BE "
005510             "SUMMARISED"
005520         GO TO 1400-EXIT
005530     END-IF
005540     READ SITE-CONTROL-FILE
005550     PERFORM 1450-ADD-SITE-ENTRY THRU 1450-EXIT
005560         UNTIL SITE-CTL-EOF
005570     CLOSE SITE-CONTROL-FILE.
005580 1400-EXIT.
005590     EXIT.
005600
005610 1450-ADD-SITE-ENTRY.
005620     IF NOT SITE-CTL-OK
005630         STRING "BAD READ STATUS " SITE-CTL-STATUS
005640             " ON SITE MASTER"
005650             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
005660         END-STRING
005670         GO TO 9000-ABEND
005680     END-IF
005690     IF SMR-SITE-CODE = SPACES
005700         GO TO 1450-NEXT
005710     END-IF
005720     IF WS-SITE-COUNT NOT < WS-MAX-SITES
005730         DISPLAY "AOC3Q WARNING: MORE SITES THAN THE TABLE "
005740             "HOLDS - " SMR-SITE-CODE " NOT SUMMARISED"
005750         GO TO 1450-NEXT
005760     END-IF
005770     ADD 1 TO WS-SITE-COUNT
005780     MOVE WS-SITE-COUNT TO WS-SITE-SUB
005790     MOVE SMR-SITE-CODE TO SITE-CODE (WS-SITE-SUB)
005800     MOVE SMR-ACTIVE-FLAG TO SITE-ACTIVE-FLAG (WS-SITE-SUB)
005810     PERFORM 1470-CLEAR-ONE-DAY THRU 1470-EXIT
005820         VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 92
005830     MOVE 0 TO SITE-RUNS (WS-SITE-SUB)
005840     MOVE 0 TO SITE-MISSED (WS-SITE-SUB)
005850     MOVE 0 TO SITE-MIN-PRODUCT (WS-SITE-SUB)
005860     MOVE 0 TO SITE-MAX-PRODUCT (WS-SITE-SUB)
005870     MOVE 0 TO SITE-PRODUCT-TOTAL (WS-SITE-SUB)
005880     MOVE 0 TO SITE-AVG-PRODUCT (WS-SITE-SUB)
005890     MOVE 0 TO SITE-FIRST-DATE (WS-SITE-SUB)
005900     MOVE 0 TO SITE-FIRST-PRODUCT (WS-SITE-SUB)
005910     MOVE 0 TO SITE-LAST-DATE (WS-SITE-SUB)
005920     MOVE 0 TO SITE-LAST-PRODUCT (WS-SITE-SUB)
005930     MOVE 0 TO SITE-SLOPE-COUNT (WS-SITE-SUB).
005940 1450-NEXT.
005950     READ SITE-CONTROL-FILE.
005960 1450-EXIT.
005970     EXIT.
005980
005990 1470-CLEAR-ONE-DAY.
006000     MOVE 0 TO SITE-DAY-RECNO (WS-SITE-SUB, WS-DAY-SUB).
006010 1470-EXIT.
006020     EXIT.
006030
006040*--------------------------------------------------------------*
006050* 2000-MARK-LATEST-POSTINGS - FIRST PASS OF THE RESULTS        *
006060*                  HISTORY. FOR EVERY SITE AND DAY OF THE      *
006070*                  PERIOD, NOTE THE RECORD NUMBER OF THE LAST  *
006080*                  POSTING ON FILE; ONLY THAT ONE IS SUMMED.   *
006090*--------------------------------------------------------------*
006100 2000-MARK-LATEST-POSTINGS.
006110     IF WS-SITE-COUNT = 0 OR WS-DAY-COUNT = 0
006120         GO TO 2000-EXIT
006130     END-IF
006140     OPEN INPUT RESULTS-HISTORY-FILE
006150     IF NOT HIST-OK
006160         DISPLAY "AOC3Q WARNING: NO RESULTS HISTORY - EVERY DAY "
006170             "OF THE PERIOD IS MISSED"
006180         GO TO 2000-EXIT
006190     END-IF
006200     MOVE 0 TO WS-HIST-RECNO
006210     READ RESULTS-HISTORY-FILE
006220     PERFORM 2050-MARK-ONE-POSTING THRU 2050-EXIT
006230         UNTIL HIST-EOF
006240     CLOSE RESULTS-HISTORY-FILE.
006250 2000-EXIT.
006260     EXIT.
006270
006280 2050-MARK-ONE-POSTING.
006290     IF NOT HIST-OK
006300         STRING "BAD READ STATUS " HIST-STATUS
006310             " ON RESULTS HISTORY"
006320             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006330         END-STRING
006340         GO TO 9000-ABEND
006350     END-IF
006360     ADD 1 TO WS-HIST-RECNO
006370     PERFORM 6000-LOCATE-POSTING THRU 6000-EXIT
006380     IF WS-FOUND-SITE > 0 AND WS-FOUND-DAY > 0
006390         MOVE WS-HIST-RECNO
006400             TO SITE-DAY-RECNO (WS-FOUND-SITE, WS-FOUND-DAY)
006410     END-IF.
006420 2050-NEXT.
006430     READ RESULTS-HISTORY-FILE.
006440 2050-EXIT.
006450     EXIT.
006460
006470*--------------------------------------------------------------*
006480* 2100-ACCUMULATE-POSTINGS - SECOND PASS OF THE RESULTS        *
006490*                  HISTORY, SUMMING EACH POSTING THE FIRST     *
006500*                  PASS MARKED AS THE LATEST FOR ITS DAY.      *
006510*--------------------------------------------------------------*
006520 2100-ACCUMULATE-POSTINGS.
006530     IF WS-SITE-COUNT = 0 OR WS-DAY-COUNT = 0
006540         GO TO 2100-EXIT
006550     END-IF
006560     OPEN INPUT RESULTS-HISTORY-FILE
006570     IF NOT HIST-OK
006580         GO TO 2100-EXIT
006590     END-IF
006600     MOVE 0 TO WS-HIST-RECNO
006610     READ RESULTS-HISTORY-FILE
006620     PERFORM 2150-TAKE-ONE-POSTING THRU 2150-EXIT
006630         UNTIL HIST-EOF
006640     CLOSE RESULTS-HISTORY-FILE.
006650 2100-EXIT.
006660     EXIT.
006670
006680 2150-TAKE-ONE-POSTING.
006690     IF NOT HIST-OK
006700         STRING "BAD READ STATUS " HIST-STATUS
006710             " ON RESULTS HISTORY"
006720             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006730         END-STRING
006740         GO TO 9000-ABEND
006750     END-IF
006760     ADD 1 TO WS-HIST-RECNO
006770     PERFORM 6000-LOCATE-POSTING THRU 6000-EXIT
006780     IF WS-FOUND-SITE = 0 OR WS-FOUND-DAY = 0
006790         GO TO 2150-NEXT
006800     END-IF
006810     IF SITE-DAY-RECNO (WS-FOUND-SITE, WS-FOUND-DAY)
006820         NOT = WS-HIST-RECNO
006830         GO TO 2150-NEXT
006840     END-IF
006850     MOVE WS-FOUND-SITE TO WS-SITE-SUB
006860     ADD 1 TO SITE-RUNS (WS-SITE-SUB)
006870     IF SITE-RUNS (WS-SITE-SUB) = 1
006880         OR HIST-PRODUCT < SITE-MIN-PRODUCT (WS-SITE-SUB)
006890         MOVE HIST-PRODUCT TO SITE-MIN-PRODUCT (WS-SITE-SUB)
006900     END-IF
006910     IF HIST-PRODUCT > SITE-MAX-PRODUCT (WS-SITE-SUB)
006920         MOVE HIST-PRODUCT TO SITE-MAX-PRODUCT (WS-SITE-SUB)
006930     END-IF
006940     ADD HIST-PRODUCT TO SITE-PRODUCT-TOTAL (WS-SITE-SUB)
006950         ON SIZE ERROR
006960             MOVE 'Y' TO WS-OVERFLOW-SWITCH
006970     END-ADD
006980     IF SITE-RUNS (WS-SITE-SUB) = 1
006990         OR HIST-RUN-DATE < SITE-FIRST-DATE (WS-SITE-SUB)
007000         MOVE HIST-RUN-DATE TO SITE-FIRST-DATE (WS-SITE-SUB)
007010         MOVE HIST-PRODUCT TO SITE-FIRST-PRODUCT (WS-SITE-SUB)
007020     END-IF
007030     IF HIST-RUN-DATE > SITE-LAST-DATE (WS-SITE-SUB)
007040         MOVE HIST-RUN-DATE TO SITE-LAST-DATE (WS-SITE-SUB)
007050         MOVE HIST-PRODUCT TO SITE-LAST-PRODUCT (WS-SITE-SUB)
007060     END-IF
007070     MOVE HIST-SLOPE-COUNT TO WS-POSTED-SLOPES
007080     IF HIST-SLOPE-COUNT IS NOT NUMERIC
007090         MOVE 0 TO WS-POSTED-SLOPES
007100     END-IF
007110     IF WS-POSTED-SLOPES > 20
007120         MOVE 20 TO WS-POSTED-SLOPES
007130     END-IF
007140     PERFORM 2170-TAKE-ONE-SLOPE THRU 2170-EXIT
007150         VARYING WS-HIST-SUB FROM 1 BY 1
007160         UNTIL WS-HIST-SUB > WS-POSTED-SLOPES.
007170 2150-NEXT.
007180     READ RESULTS-HISTORY-FILE.
007190 2150-EXIT.
007200     EXIT.
007210
007220*--------------------------------------------------------------*
007230* 2170-TAKE-ONE-SLOPE - ADD ONE POSTED SLOPE TO THE SITE'S     *
007240*                  SLOPE OF THE SAME RIGHT AND DOWN, OPENING   *
007250*                  ONE THE FIRST TIME THE SLOPE IS SEEN.       *
007260*--------------------------------------------------------------*
007270 2170-TAKE-ONE-SLOPE.
007280     MOVE 0 TO WS-FOUND-SLOPE
007290     PERFORM 2180-CHECK-ONE-SLOPE THRU 2180-EXIT
007300         VARYING WS-SLP-SUB FROM 1 BY 1
007310         UNTIL WS-SLP-SUB > SITE-SLOPE-COUNT (WS-SITE-SUB)
007320         OR WS-FOUND-SLOPE > 0
007330     IF WS-FOUND-SLOPE = 0
007340         IF SITE-SLOPE-COUNT (WS-SITE-SUB) NOT < 20
007350             GO TO 2170-EXIT
007360         END-IF
007370         ADD 1 TO SITE-SLOPE-COUNT (WS-SITE-SUB)
007380         MOVE SITE-SLOPE-COUNT (WS-SITE-SUB) TO WS-FOUND-SLOPE
007390         MOVE WS-FOUND-SLOPE TO WS-SLP-SUB
007400         MOVE HIST-SLOPE-RIGHT (WS-HIST-SUB)
007410             TO SSL-RIGHT (WS-SITE-SUB, WS-SLP-SUB)
007420         MOVE HIST-SLOPE-DOWN (WS-HIST-SUB)
007430             TO SSL-DOWN (WS-SITE-SUB, WS-SLP-SUB)
007440         MOVE 0 TO SSL-RUNS (WS-SITE-SUB, WS-SLP-SUB)
007450         MOVE 0 TO SSL-TREE-TOTAL (WS-SITE-SUB, WS-SLP-SUB)
007460         MOVE 0 TO SSL-LAST-DATE (WS-SITE-SUB, WS-SLP-SUB)
007470     END-IF
007480     MOVE WS-FOUND-SLOPE TO WS-SLP-SUB
007490     ADD 1 TO SSL-RUNS (WS-SITE-SUB, WS-SLP-SUB)
007500     ADD HIST-TREE-COUNT (WS-HIST-SUB)
007510         TO SSL-TREE-TOTAL (WS-SITE-SUB, WS-SLP-SUB)
007520     IF SSL-RUNS (WS-SITE-SUB, WS-SLP-SUB) = 1
007530         OR HIST-RUN-DATE
007540             < SSL-FIRST-DATE (WS-SITE-SUB, WS-SLP-SUB)
007550         MOVE HIST-RUN-DATE
007560             TO SSL-FIRST-DATE (WS-SITE-SUB, WS-SLP-SUB)
007570         MOVE HIST-TREE-COUNT (WS-HIST-SUB)
007580             TO SSL-FIRST-TREES (WS-SITE-SUB, WS-SLP-SUB)
007590     END-IF
007600     IF HIST-RUN-DATE > SSL-LAST-DATE (WS-SITE-SUB, WS-SLP-SUB)
007610         MOVE HIST-RUN-DATE
007620             TO SSL-LAST-DATE (WS-SITE-SUB, WS-SLP-SUB)
007630         MOVE HIST-TREE-COUNT (WS-HIST-SUB)
007640             TO SSL-LAST-TREES (WS-SITE-SUB, WS-SLP-SUB)
007650     END-IF.
007660 2170-EXIT.
007670     EXIT.
007680
007690 2180-CHECK-ONE-SLOPE.
007700     IF SSL-RIGHT (WS-SITE-SUB, WS-SLP-SUB)
007710             = HIST-SLOPE-RIGHT (WS-HIST-SUB)
007720         AND SSL-DOWN (WS-SITE-SUB, WS-SLP-SUB)
007730             = HIST-SLOPE-DOWN (WS-HIST-SUB)
007740         MOVE WS-SLP-SUB TO WS-FOUND-SLOPE
007750     END-IF.
007760 2180-EXIT.
007770     EXIT.
007780
007790*--------------------------------------------------------------*
007800* 3000-WRITE-HEADER - NAME THE PERIOD AND THE DAYS COUNTED ON  *
007810*                  THE REPORT AND OPEN THE PERIOD FILE WITH    *
007820*                  ITS H RECORD.                               *
007830*--------------------------------------------------------------*
007840 3000-WRITE-HEADER.
007850     MOVE SPACES TO WS-REPORT-LINE
007860     STRING "PERIOD-END SUMMARY - " WS-PERIOD-NAME " "
007870         WS-PERIOD-ID "  " WS-PERIOD-FROM " THRU "
007880         WS-PERIOD-THRU "  PRINTED " WS-RUN-DATE
007890         DELIMITED BY SIZE INTO WS-REPORT-LINE
007900     END-STRING
007910     MOVE WS-REPORT-LINE TO PERIOD-REPORT-RECORD
007920     WRITE PERIOD-REPORT-RECORD
007930     DISPLAY "AOC3Q: " WS-REPORT-LINE
007940     MOVE WS-DAY-COUNT TO WS-DAYS-DISPLAY
007950     MOVE SPACES TO PERIOD-REPORT-RECORD
007960     IF WS-COUNT-THRU < WS-PERIOD-THRU
007970         STRING "PERIOD STILL OPEN - " WS-DAYS-DISPLAY
007980             " DAYS COUNTED, THROUGH " WS-COUNT-THRU
007990             DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
008000         END-STRING
008010     ELSE
008020         STRING "PERIOD CLOSED - " WS-DAYS-DISPLAY
008030             " DAYS COUNTED"
008040             DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
008050         END-STRING
008060     END-IF
008070     WRITE PERIOD-REPORT-RECORD
008080     MOVE WS-PERIOD-ID TO WS-PER-H-PERIOD
008090     MOVE WS-PERIOD-FROM TO WS-PER-H-FROM
008100     MOVE WS-PERIOD-THRU TO WS-PER-H-THRU
008110     MOVE WS-DAY-COUNT TO WS-PER-H-DAYS
008120     MOVE WS-RUN-DATE TO WS-PER-H-CREATED
008130     MOVE WS-PERIOD-HEADER TO PERIOD-EXTRACT-RECORD
008140     WRITE PERIOD-EXTRACT-RECORD.
008150 3000-EXIT.
008160     EXIT.
008170
008180*--------------------------------------------------------------*
008190* 3100-SUMMARIZE-ONE-SITE - DAYS MISSED, AVERAGE PRODUCT AND   *
008200*                  FIRST-TO-LAST CHANGE FOR ONE SITE, PRINTED  *
008210*                  AND WRITTEN AS ITS S RECORD, THEN ONE L     *
008220*                  RECORD PER SLOPE. AN INACTIVE SITE IS NOT   *
008230*                  EXPECTED TO RUN, SO IT MISSES NO DAYS.      *
008240*--------------------------------------------------------------*
008250 3100-SUMMARIZE-ONE-SITE.
008260     COMPUTE SITE-MISSED (WS-SITE-SUB) =
008270         WS-DAY-COUNT - SITE-RUNS (WS-SITE-SUB)
008280     IF NOT SITE-ACTIVE (WS-SITE-SUB)
008290         MOVE 0 TO SITE-MISSED (WS-SITE-SUB)
008300     END-IF
008310     IF SITE-RUNS (WS-SITE-SUB) > 0
008320         DIVIDE SITE-PRODUCT-TOTAL (WS-SITE-SUB)
008330             BY SITE-RUNS (WS-SITE-SUB)
008340             GIVING SITE-AVG-PRODUCT (WS-SITE-SUB) ROUNDED
008350     END-IF
008360     COMPUTE WS-PRODUCT-CHANGE =
008370         SITE-LAST-PRODUCT (WS-SITE-SUB)
008380         - SITE-FIRST-PRODUCT (WS-SITE-SUB)
008390     ADD SITE-RUNS (WS-SITE-SUB) TO WS-RUNS-TOTAL
008400     ADD SITE-MISSED (WS-SITE-SUB) TO WS-MISSED-TOTAL
008410     IF SITE-ACTIVE (WS-SITE-SUB)
008420         AND (SITE-MISSED (WS-SITE-SUB) > 0 OR WS-DAY-COUNT = 0)
008430         ADD 1 TO WS-SITES-SHORT
008440     END-IF
008450     PERFORM 3200-PRINT-SITE-LINES THRU 3200-EXIT
008460     MOVE WS-PERIOD-ID TO WS-PER-S-PERIOD
008470     MOVE SITE-CODE (WS-SITE-SUB) TO WS-PER-S-SITE
008480     MOVE SITE-ACTIVE-FLAG (WS-SITE-SUB) TO WS-PER-S-ACTIVE-FLAG
008490     MOVE SITE-RUNS (WS-SITE-SUB) TO WS-PER-S-RUNS
008500     MOVE SITE-MISSED (WS-SITE-SUB) TO WS-PER-S-MISSED
008510     MOVE SITE-MIN-PRODUCT (WS-SITE-SUB) TO WS-PER-S-MIN-PRODUCT
008520     MOVE SITE-MAX-PRODUCT (WS-SITE-SUB) TO WS-PER-S-MAX-PRODUCT
008530     MOVE SITE-AVG-PRODUCT (WS-SITE-SUB) TO WS-PER-S-AVG-PRODUCT
008540     MOVE SITE-FIRST-DATE (WS-SITE-SUB) TO WS-PER-S-FIRST-DATE
008550     MOVE SITE-FIRST-PRODUCT (WS-SITE-SUB)
008560         TO WS-PER-S-FIRST-PRODUCT
008570     MOVE SITE-LAST-DATE (WS-SITE-SUB) TO WS-PER-S-LAST-DATE
008580     MOVE SITE-LAST-PRODUCT (WS-SITE-SUB) TO WS-PER-S-LAST-PRODUCT
008590     MOVE WS-PRODUCT-CHANGE TO WS-PER-S-CHANGE
008600     MOVE WS-PERIOD-SITE TO PERIOD-EXTRACT-RECORD
008610     WRITE PERIOD-EXTRACT-RECORD
008620     ADD 1 TO WS-PER-RECORD-COUNT
008630     PERFORM 3300-WRITE-ONE-SLOPE THRU 3300-EXIT
008640         VARYING WS-SLP-SUB FROM 1 BY 1
008650         UNTIL WS-SLP-SUB > SITE-SLOPE-COUNT (WS-SITE-SUB).
008660 3100-EXIT.
008670     EXIT.
008680
008690*--------------------------------------------------------------*
008700* 3200-PRINT-SITE-LINES - THE SITE'S RUNS, THE DATES AN ACTIVE *
008710*                  SITE MISSED AND ITS PRODUCT FIGURES.        *
008720*--------------------------------------------------------------*
008730 3200-PRINT-SITE-LINES.
008740     MOVE SPACES TO PERIOD-REPORT-RECORD
008750     WRITE PERIOD-REPORT-RECORD
008760     MOVE SPACES TO WS-REPORT-LINE
008770     MOVE 1 TO WS-LINE-POINTER
008780     MOVE SITE-RUNS (WS-SITE-SUB) TO WS-COUNT-DISPLAY
008790     MOVE SITE-MISSED (WS-SITE-SUB) TO WS-DAYS-DISPLAY
008800     STRING "SITE " SITE-CODE (WS-SITE-SUB)
008810         DELIMITED BY SIZE INTO WS-REPORT-LINE
008820         WITH POINTER WS-LINE-POINTER
008830     END-STRING
008840     IF SITE-ACTIVE (WS-SITE-SUB)
008850         STRING "  ACTIVE  " DELIMITED BY SIZE INTO WS-REPORT-LINE
008860             WITH POINTER WS-LINE-POINTER
008870         END-STRING
008880     ELSE
008890         STRING "  INACTIVE" DELIMITED BY SIZE INTO WS-REPORT-LINE
008900             WITH POINTER WS-LINE-POINTER
008910         END-STRING
008920     END-IF
008930     STRING "  RUNS POSTED " WS-COUNT-DISPLAY
008940         "  DAYS MISSED " WS-DAYS-DISPLAY
008950         DELIMITED BY SIZE INTO WS-REPORT-LINE
008960         WITH POINTER WS-LINE-POINTER
008970     END-STRING
008980     MOVE WS-REPORT-LINE TO PERIOD-REPORT-RECORD
008990     WRITE PERIOD-REPORT-RECORD
009000     IF SITE-MISSED (WS-SITE-SUB) = 0
009010         OR NOT SITE-ACTIVE (WS-SITE-SUB)
009020         GO TO 3200-POSTED-FIGURES
009030     END-IF
009040     MOVE SPACES TO WS-REPORT-LINE
009050     MOVE 1 TO WS-LINE-POINTER
009060     STRING "  MISSED" DELIMITED BY SIZE INTO WS-REPORT-LINE
009070         WITH POINTER WS-LINE-POINTER
009080     END-STRING
009090     MOVE 0 TO WS-MISSED-ON-LINE
009100     PERFORM 3250-LIST-ONE-MISSED-DAY THRU 3250-EXIT
009110         VARYING WS-DAY-SUB FROM 1 BY 1
009120         UNTIL WS-DAY-SUB > WS-DAY-COUNT
009130     IF WS-MISSED-ON-LINE > 0
009140         MOVE WS-REPORT-LINE TO PERIOD-REPORT-RECORD
009150         WRITE PERIOD-REPORT-RECORD
009160     END-IF.
009170 3200-POSTED-FIGURES.
009180     IF SITE-RUNS (WS-SITE-SUB) = 0
009190         MOVE "  NO POSTINGS IN THE PERIOD"
009200             TO PERIOD-REPORT-RECORD
009210         WRITE PERIOD-REPORT-RECORD
009220         GO TO 3200-EXIT
009230     END-IF
009240     MOVE SPACES TO PERIOD-REPORT-RECORD
009250     MOVE 1 TO WS-LINE-POINTER
009260     MOVE SITE-MIN-PRODUCT (WS-SITE-SUB) TO WS-PRODUCT-DISPLAY
009270     STRING "  PRODUCT  MIN " WS-PRODUCT-DISPLAY
009280         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
009290         WITH POINTER WS-LINE-POINTER
009300     END-STRING
009310     MOVE SITE-MAX-PRODUCT (WS-SITE-SUB) TO WS-PRODUCT-DISPLAY
009320     STRING "  MAX " WS-PRODUCT-DISPLAY
009330         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
009340         WITH POINTER WS-LINE-POINTER
009350     END-STRING
009360     MOVE SITE-AVG-PRODUCT (WS-SITE-SUB) TO WS-PRODUCT-DISPLAY
009370     STRING "  AVG " WS-PRODUCT-DISPLAY
009380         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
009390         WITH POINTER WS-LINE-POINTER
009400     END-STRING
009410     WRITE PERIOD-REPORT-RECORD
009420     MOVE SPACES TO PERIOD-REPORT-RECORD
009430     MOVE 1 TO WS-LINE-POINTER
009440     MOVE SITE-FIRST-PRODUCT (WS-SITE-SUB) TO WS-PRODUCT-DISPLAY
009450     STRING "  FIRST " SITE-FIRST-DATE (WS-SITE-SUB)
009460         " " WS-PRODUCT-DISPLAY
009470         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
009480         WITH POINTER WS-LINE-POINTER
009490     END-STRING
009500     MOVE SITE-LAST-PRODUCT (WS-SITE-SUB) TO WS-PRODUCT-DISPLAY
009510     STRING "  LAST " SITE-LAST-DATE (WS-SITE-SUB)
009520         " " WS-PRODUCT-DISPLAY
009530         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
009540         WITH POINTER WS-LINE-POINTER
009550     END-STRING
009560     MOVE WS-PRODUCT-CHANGE TO WS-CHANGE-DISPLAY
009570     STRING "  CHANGE " WS-CHANGE-DISPLAY
009580         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
009590         WITH POINTER WS-LINE-POINTER
009600     END-STRING
009610     WRITE PERIOD-REPORT-RECORD
009620     MOVE "  SLOPE    RUNS  AVG TREES    FIRST     LAST   CHANGE"
009630         TO PERIOD-REPORT-RECORD
009640     WRITE PERIOD-REPORT-RECORD.
009650 3200-EXIT.
009660     EXIT.
009670
009680 3250-LIST-ONE-MISSED-DAY.
009690     IF SITE-DAY-RECNO (WS-SITE-SUB, WS-DAY-SUB) NOT = 0
009700         GO TO 3250-EXIT
009710     END-IF
009720     IF WS-MISSED-ON-LINE NOT < 10
009730         MOVE WS-REPORT-LINE TO PERIOD-REPORT-RECORD
009740         WRITE PERIOD-REPORT-RECORD
009750         MOVE SPACES TO WS-REPORT-LINE
009760         MOVE 9 TO WS-LINE-POINTER
009770         MOVE 0 TO WS-MISSED-ON-LINE
009780     END-IF
009790     STRING " " DAY-DATE (WS-DAY-SUB)
009800         DELIMITED BY SIZE INTO WS-REPORT-LINE
009810         WITH POINTER WS-LINE-POINTER
009820     END-STRING
009830     ADD 1 TO WS-MISSED-ON-LINE.
009840 3250-EXIT.
009850     EXIT.
009860
009870*--------------------------------------------------------------*
009880* 3300-WRITE-ONE-SLOPE - AVERAGE TREES AND FIRST-TO-LAST       *
009890*                  CHANGE FOR ONE SLOPE, PRINTED AND WRITTEN   *
009900*                  AS ITS L RECORD.                            *
009910*--------------------------------------------------------------*
009920 3300-WRITE-ONE-SLOPE.
009930     DIVIDE SSL-TREE-TOTAL (WS-SITE-SUB, WS-SLP-SUB)
009940         BY SSL-RUNS (WS-SITE-SUB, WS-SLP-SUB)
009950         GIVING WS-AVG-TREES ROUNDED
009960     COMPUTE WS-TREE-CHANGE =
009970         SSL-LAST-TREES (WS-SITE-SUB, WS-SLP-SUB)
009980         - SSL-FIRST-TREES (WS-SITE-SUB, WS-SLP-SUB)
009990     MOVE SSL-RIGHT (WS-SITE-SUB, WS-SLP-SUB) TO WS-RIGHT-DISPLAY
010000     MOVE SSL-DOWN (WS-SITE-SUB, WS-SLP-SUB) TO WS-DOWN-DISPLAY
010010     MOVE SPACES TO WS-SLOPE-LABEL
010020     STRING FUNCTION TRIM(WS-RIGHT-DISPLAY) "-"
010030         FUNCTION TRIM(WS-DOWN-DISPLAY)
010040         DELIMITED BY SIZE INTO WS-SLOPE-LABEL
010050     END-STRING
010060     MOVE SSL-RUNS (WS-SITE-SUB, WS-SLP-SUB) TO WS-COUNT-DISPLAY
010070     MOVE WS-AVG-TREES TO WS-AVG-TREES-DISPLAY
010080     MOVE SPACES TO PERIOD-REPORT-RECORD
010090     MOVE 1 TO WS-LINE-POINTER
010100     STRING "  " WS-SLOPE-LABEL " " WS-COUNT-DISPLAY
010110         " " WS-AVG-TREES-DISPLAY
010120         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
010130         WITH POINTER WS-LINE-POINTER
010140     END-STRING
010150     MOVE SSL-FIRST-TREES (WS-SITE-SUB, WS-SLP-SUB)
010160         TO WS-TREE-DISPLAY
010170     STRING "  " WS-TREE-DISPLAY
010180         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
010190         WITH POINTER WS-LINE-POINTER
010200     END-STRING
010210     MOVE SSL-LAST-TREES (WS-SITE-SUB, WS-SLP-SUB)
010220         TO WS-TREE-DISPLAY
010230     MOVE WS-TREE-CHANGE TO WS-TREE-CHANGE-DISPLAY
010240     STRING "  " WS-TREE-DISPLAY " " WS-TREE-CHANGE-DISPLAY
010250         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
010260         WITH POINTER WS-LINE-POINTER
010270     END-STRING
010280     WRITE PERIOD-REPORT-RECORD
010290     MOVE WS-PERIOD-ID TO WS-PER-L-PERIOD
010300     MOVE SITE-CODE (WS-SITE-SUB) TO WS-PER-L-SITE
010310     MOVE SSL-RIGHT (WS-SITE-SUB, WS-SLP-SUB) TO WS-PER-L-RIGHT
010320     MOVE SSL-DOWN (WS-SITE-SUB, WS-SLP-SUB) TO WS-PER-L-DOWN
010330     MOVE SSL-RUNS (WS-SITE-SUB, WS-SLP-SUB) TO WS-PER-L-RUNS
010340     MOVE SSL-TREE-TOTAL (WS-SITE-SUB, WS-SLP-SUB)
010350         TO WS-PER-L-TREE-TOTAL
010360     MOVE WS-AVG-TREES TO WS-PER-L-AVG-TREES
010370     MOVE SSL-FIRST-TREES (WS-SITE-SUB, WS-SLP-SUB)
010380         TO WS-PER-L-FIRST-TREES
010390     MOVE SSL-LAST-TREES (WS-SITE-SUB, WS-SLP-SUB)
010400         TO WS-PER-L-LAST-TREES
010410     MOVE WS-TREE-CHANGE TO WS-PER-L-CHANGE
010420     MOVE WS-PERIOD-SLOPE TO PERIOD-EXTRACT-RECORD
010430     WRITE PERIOD-EXTRACT-RECORD
010440     ADD 1 TO WS-PER-RECORD-COUNT
010450     ADD SSL-TREE-TOTAL (WS-SITE-SUB, WS-SLP-SUB)
010460         TO WS-PER-TREE-TOTAL.
010470 3300-EXIT.
010480     EXIT.
010490
010500*--------------------------------------------------------------*
010510* 3900-WRITE-TRAILER - PERIOD TOTALS ON THE REPORT AND THE T   *
010520*                  CONTROL RECORD ON THE PERIOD FILE.          *
010530*--------------------------------------------------------------*
010540 3900-WRITE-TRAILER.
010550     MOVE SPACES TO PERIOD-REPORT-RECORD
010560     WRITE PERIOD-REPORT-RECORD
010570     MOVE SPACES TO WS-REPORT-LINE
010580     MOVE 1 TO WS-LINE-POINTER
010590     MOVE WS-SITE-COUNT TO WS-TOTAL-DISPLAY
010600     STRING "PERIOD TOTALS - SITES "
010610         FUNCTION TRIM(WS-TOTAL-DISPLAY)
010620         DELIMITED BY SIZE INTO WS-REPORT-LINE
010630         WITH POINTER WS-LINE-POINTER
010640     END-STRING
010650     MOVE WS-RUNS-TOTAL TO WS-TOTAL-DISPLAY
010660     STRING "  RUNS POSTED " FUNCTION TRIM(WS-TOTAL-DISPLAY)
010670         DELIMITED BY SIZE INTO WS-REPORT-LINE
010680         WITH POINTER WS-LINE-POINTER
010690     END-STRING
010700     MOVE WS-MISSED-TOTAL TO WS-TOTAL-DISPLAY
010710     STRING "  DAYS MISSED " FUNCTION TRIM(WS-TOTAL-DISPLAY)
010720         DELIMITED BY SIZE INTO WS-REPORT-LINE
010730         WITH POINTER WS-LINE-POINTER
010740     END-STRING
010750     MOVE WS-SITES-SHORT TO WS-TOTAL-DISPLAY
010760     STRING "  ACTIVE SITES SHORT "
010770         FUNCTION TRIM(WS-TOTAL-DISPLAY)
010780         DELIMITED BY SIZE INTO WS-REPORT-LINE
010790         WITH POINTER WS-LINE-POINTER
010800     END-STRING
010810     MOVE WS-REPORT-LINE TO PERIOD-REPORT-RECORD
010820     WRITE PERIOD-REPORT-RECORD
010830     DISPLAY "AOC3Q: " WS-REPORT-LINE
010840     MOVE SPACES TO PERIOD-REPORT-RECORD
010850     STRING "PERIOD FILE CONTROL - RECORDS " WS-PER-RECORD-COUNT
010860         "  TREE TOTAL " WS-PER-TREE-TOTAL
010870         DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
010880     END-STRING
010890     WRITE PERIOD-REPORT-RECORD
010900     IF PRODUCT-OVERFLOW
010910         MOVE "WARNING - A PRODUCT TOTAL OVERFLOWED; ITS AVERAGE "
010920             TO PERIOD-REPORT-RECORD
010930         MOVE "IS UNDERSTATED" TO PERIOD-REPORT-RECORD (51:14)
010940         WRITE PERIOD-REPORT-RECORD
010950     END-IF
010960     MOVE WS-PERIOD-ID TO WS-PER-T-PERIOD
010970     MOVE WS-PER-RECORD-COUNT TO WS-PER-T-RECORD-COUNT
010980     MOVE WS-PER-TREE-TOTAL TO WS-PER-T-TREE-TOTAL
010990     MOVE WS-PERIOD-TRAILER TO PERIOD-EXTRACT-RECORD
011000     WRITE PERIOD-EXTRACT-RECORD.
011010 3900-EXIT.
011020     EXIT.
011030
011040*--------------------------------------------------------------*
011050* 6000-LOCATE-POSTING - SITE TABLE ENTRY AND DAY TABLE ENTRY   *
011060*                  OF THE POSTING JUST READ; ZERO WHEN THE     *
011070*                  SITE IS NOT ON THE MASTER OR THE DATE IS    *
011080*                  OUTSIDE THE DAYS COUNTED.                   *
011090*--------------------------------------------------------------*
011100 6000-LOCATE-POSTING.
011110     MOVE 0 TO WS-FOUND-SITE
011120     MOVE 0 TO WS-FOUND-DAY
011130     IF HIST-RUN-DATE IS NOT NUMERIC
011140         OR HIST-RUN-DATE < WS-PERIOD-FROM
011150         OR HIST-RUN-DATE > WS-COUNT-THRU
011160         GO TO 6000-EXIT
011170     END-IF
011180     MOVE HIST-SITE-NAME (1:8) TO WS-SEEK-CODE
011190     PERFORM 6010-CHECK-ONE-SITE THRU 6010-EXIT
011200         VARYING WS-SEEK-SUB FROM 1 BY 1
011210         UNTIL WS-SEEK-SUB > WS-SITE-COUNT OR WS-FOUND-SITE > 0
011220     IF WS-FOUND-SITE = 0
011230         GO TO 6000-EXIT
011240     END-IF
011250     PERFORM 6020-CHECK-ONE-DAY THRU 6020-EXIT
011260         VARYING WS-SEEK-SUB FROM 1 BY 1
011270         UNTIL WS-SEEK-SUB > WS-DAY-COUNT OR WS-FOUND-DAY > 0.
011280 6000-EXIT.
011290     EXIT.
011300
011310 6010-CHECK-ONE-SITE.
011320     IF SITE-CODE (WS-SEEK-SUB) = WS-SEEK-CODE
011330         MOVE WS-SEEK-SUB TO WS-FOUND-SITE
011340     END-IF.
011350 6010-EXIT.
011360     EXIT.
011370
011380 6020-CHECK-ONE-DAY.
011390     IF DAY-DATE (WS-SEEK-SUB) = HIST-RUN-DATE
011400         MOVE WS-SEEK-SUB TO WS-FOUND-DAY
011410     END-IF.
011420 6020-EXIT.
011430     EXIT.
011440
011450*--------------------------------------------------------------*
011460* 8000-FINALIZE-RUN - CLOSE THE OUTPUTS AND SET THE RETURN     *
011470*                     CODE.                                    *
011480*--------------------------------------------------------------*
011490 8000-FINALIZE-RUN.
011500     CLOSE PERIOD-REPORT-FILE
011510     CLOSE PERIOD-EXTRACT-FILE
011520     IF WS-SITES-SHORT > 0 OR WS-DAY-COUNT = 0
011530         MOVE 4 TO RETURN-CODE
011540     ELSE
011550         MOVE 0 TO RETURN-CODE
011560     END-IF
011570     DISPLAY "AOC3Q: PERIOD " WS-PERIOD-ID
011580         " SITES " WS-SITE-COUNT
011590         " SHORT " WS-SITES-SHORT
011600         " PERIOD RECORDS " WS-PER-RECORD-COUNT
011610         " RC " RETURN-CODE.
011620 8000-EXIT.
011630     EXIT.
011640
011650*--------------------------------------------------------------*
011660* 9000-ABEND - A BAD PERIOD OR A BAD READ LEAVES THE PERIOD    *
011670*              FIGURES UNTRUSTWORTHY; REPORT THE REASON AND GO *
011680*              BACK WITHOUT THEM.                              *
011690*--------------------------------------------------------------*
011700 9000-ABEND.
011710     DISPLAY "AOC3Q ABEND: " WS-ABEND-MESSAGE
011720     MOVE 12 TO RETURN-CODE
011730     CLOSE SITE-CONTROL-FILE
011740     CLOSE RESULTS-HISTORY-FILE
011750     CLOSE PERIOD-REPORT-FILE
011760     CLOSE PERIOD-EXTRACT-FILE
011770     GOBACK.
011780 9000-EXIT.
011790     EXIT.
