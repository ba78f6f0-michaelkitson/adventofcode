000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AdventOfCode3Intake.
000030 AUTHOR.        M. KITSON.
000040 INSTALLATION.  SURVEY-OPS.
000050 DATE-WRITTEN.  15-10-2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*                                                              *
000100* DATE       INIT  DESCRIPTION                                 *
000110* ---------- ----  ------------------------------------------- *
000120* 15-10-2026 MK    ORIGINAL VERSION - TERRAIN FEED INTAKE.     *
000130*                  RUNS AHEAD OF THE SURVEY SCAN. EVERY ACTIVE *
000140*                  SITE ON THE SITE MASTER HAS ITS ARRIVING    *
000150*                  EXTRACT PROFILED - HDR EXTRACT DATE, ROW    *
000160*                  COUNT, TREE TOTAL AND A CONTENT HASH OVER   *
000170*                  THE TERRAIN ROWS - AND REGISTERED ON THE    *
000180*                  FEED-RECEIPT FILE. A FEED WHOSE HASH        *
000190*                  MATCHES ONE ALREADY ACCEPTED, OR WHOSE      *
000200*                  EXTRACT DATE IS NOT LATER THAN THE LAST     *
000210*                  ACCEPTED DATE FOR THE SITE, IS REFUSED ONTO *
000220*                  THE INTAKE REJECT REPORT. ONLY THE SITES    *
000230*                  ACCEPTED ARE WRITTEN TO THE INTAKE RELEASE  *
000240*                  FILE, WHICH THE SURVEY PROGRAM HONORS WHEN  *
000250*                  IT BUILDS THE NIGHT'S SITE LIST. AN ABEND   *
000260*                  LEAVES THE RELEASE FILE EMPTY.              *
000270*--------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SITE-CONTROL-FILE ASSIGN TO "sitectl.txt"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS SITE-CTL-STATUS.
000340
000350     SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS FEED-STATUS.
000380
000390     SELECT FEED-RECEIPT-FILE ASSIGN TO "feedrcpt.txt"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RCPT-STATUS.
000420
000430     SELECT INTAKE-REJECT-FILE ASSIGN TO "intkrej.txt"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS REJ-STATUS.
000460
000470     SELECT INTAKE-RELEASE-FILE ASSIGN TO "intkrel.txt"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS REL-STATUS.
000500
000510     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RUN-DATE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*--------------------------------------------------------------*
000580* SITE MASTER RECORD - THE SAME FIXED COLUMNS THE SURVEY       *
000590* PROGRAM READS.                                               *
000600*--------------------------------------------------------------*
000610 FD  SITE-CONTROL-FILE.
000620 01  SITE-CONTROL-RECORD.
000630     05  SMR-SITE-CODE              PIC X(08).
000640     05  FILLER                     PIC X(01).
000650     05  SMR-ACTIVE-FLAG            PIC X(01).
000660     05  FILLER                     PIC X(01).
000670     05  SMR-EXPECT-WIDTH           PIC 9(05).
000680     05  FILLER                     PIC X(01).
000690     05  SMR-SLOPE-SET              PIC X(08).
000700     05  FILLER                     PIC X(01).
000710     05  SMR-FILE-NAME              PIC X(80).
000720     05  FILLER                     PIC X(01).
000730     05  SMR-DESCRIPTION            PIC X(30).
000740
000750 FD  FEED-FILE.
000760 01  FEED-RECORD                    PIC X(100).
000770
000780*--------------------------------------------------------------*
000790* FEED-RECEIPT RECORD - ONE LINE PER FEED REGISTERED, APPENDED *
000800* AND NEVER REWRITTEN: THE NIGHT IT ARRIVED, SITE, HDR EXTRACT *
000810* DATE (ZERO FOR A BARE EXTRACT), TERRAIN ROWS, TREES, THE     *
000820* CONTENT HASH, WHETHER IT WAS ACCEPTED OR REFUSED, AND THE    *
000830* EXTRACT FILE NAME.                                           *
000840*--------------------------------------------------------------*
000850 FD  FEED-RECEIPT-FILE.
000860 01  FEED-RECEIPT-RECORD.
000870     05  FRC-RECEIPT-DATE           PIC 9(08).
000880     05  FILLER                     PIC X(01).
000890     05  FRC-SITE-CODE              PIC X(08).
000900     05  FILLER                     PIC X(01).
000910     05  FRC-EXTRACT-DATE           PIC 9(08).
000920     05  FILLER                     PIC X(01).
000930     05  FRC-ROW-COUNT              PIC 9(07).
000940     05  FILLER                     PIC X(01).
000950     05  FRC-TREE-TOTAL             PIC 9(09).
000960     05  FILLER                     PIC X(01).
000970     05  FRC-CONTENT-HASH           PIC 9(18).
000980     05  FILLER                     PIC X(01).
000990     05  FRC-DISPOSITION            PIC X(08).
001000         88  FRC-ACCEPTED           VALUE "ACCEPTED".
001010     05  FILLER                     PIC X(01).
001020     05  FRC-FILE-NAME              PIC X(80).
001030
001040 FD  INTAKE-REJECT-FILE.
001050 01  INTAKE-REJECT-RECORD           PIC X(200).
001060
001070*--------------------------------------------------------------*
001080* INTAKE RELEASE RECORD - A HDR LINE CARRYING THE RUN DATE,    *
001090* THEN ONE REL LINE PER SITE RELEASED TO THE NIGHT'S SCAN.     *
001100*--------------------------------------------------------------*
001110 FD  INTAKE-RELEASE-FILE.
001120 01  INTAKE-RELEASE-RECORD.
001130     05  REL-RECORD-TYPE            PIC X(03).
001140     05  FILLER                     PIC X(01).
001150     05  REL-RUN-DATE               PIC 9(08).
001160     05  FILLER                     PIC X(01).
001170     05  REL-SITE-CODE              PIC X(08).
001180
001190 FD  RUN-DATE-FILE.
001200 01  RUN-DATE-RECORD                PIC X(08).
001210
001220 WORKING-STORAGE SECTION.
001230*--------------------------------------------------------------*
001240* FILE STATUS SWITCHES                                         *
001250*--------------------------------------------------------------*
001260 01  SITE-CTL-STATUS                 PIC 9(02).
001270     88  SITE-CTL-OK                VALUE 0.
001280     88  SITE-CTL-EOF               VALUE 10.
001290
001300 01  FEED-STATUS                     PIC 9(02).
001310     88  FEED-OK                    VALUE 0.
001320     88  FEED-EOF                   VALUE 10.
001330
001340 01  RCPT-STATUS                     PIC 9(02).
001350     88  RCPT-OK                    VALUE 0.
001360     88  RCPT-EOF                   VALUE 10.
001370     88  RCPT-NOT-FOUND             VALUE 35.
001380
001390 01  REJ-STATUS                      PIC 9(02).
001400     88  REJ-OK                     VALUE 0.
001410
001420 01  REL-STATUS                      PIC 9(02).
001430     88  REL-OK                     VALUE 0.
001440
001450 01  RUN-DATE-STATUS                 PIC 9(02).
001460     88  RUN-DATE-OK                VALUE 0.
001470
001480*--------------------------------------------------------------*
001490* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS  *
001500* WITH 0 WHEN EVERY ACTIVE SITE'S FEED WAS ACCEPTED, 4 WHEN    *
001510* ANY FEED WAS REFUSED (THE NIGHT GOES ON WITHOUT THOSE        *
001520* SITES), AND 12 FOR A FILE OR I-O ABEND.                      *
001530*--------------------------------------------------------------*
001540 77  WS-RUN-DATE                     PIC 9(08).
001550 77  WS-RUN-TIME                     PIC 9(08).
001560 77  WS-ACCEPTED-COUNT               PIC 9(03) VALUE 0.
001570 77  WS-REFUSED-COUNT                PIC 9(03) VALUE 0.
001580 77  WS-REREGISTER-COUNT             PIC 9(03) VALUE 0.
001590 01  WS-ABEND-MESSAGE                PIC X(160) VALUE SPACES.
001600
001610*--------------------------------------------------------------*
001620* FEED TABLE - ONE ENTRY PER ACTIVE SITE ON THE SITE MASTER,   *
001630* WITH THE PROFILE OF TONIGHT'S EXTRACT AND WHAT THE RECEIPT   *
001640* FILE SAYS ABOUT THE SITE'S EARLIER FEEDS.                    *
001650*--------------------------------------------------------------*
001660 77  WS-MAX-FEEDS                    PIC 9(03) VALUE 50.
001670 77  WS-FEED-COUNT                   PIC 9(03) VALUE 0.
001680 01  FEED-TABLE.
001690     05  FEED-ENTRY OCCURS 50 TIMES INDEXED BY FEED-IDX.
001700         10  FT-SITE-CODE           PIC X(08).
001710         10  FT-FILE-NAME           PIC X(80).
001720         10  FT-EXTRACT-DATE        PIC 9(08).
001730         10  FT-ROW-COUNT           PIC 9(07).
001740         10  FT-TREE-TOTAL          PIC 9(09).
001750         10  FT-CONTENT-HASH        PIC 9(18).
001760         10  FT-LAST-ACCEPTED-DATE  PIC 9(08).
001770         10  FT-STATE               PIC X(01).
001780             88  FT-PENDING         VALUE 'P'.
001790             88  FT-ACCEPTED        VALUE 'A'.
001800             88  FT-REFUSED         VALUE 'R'.
001810             88  FT-ALREADY-TAKEN   VALUE 'T'.
001820         10  FT-PROFILED-FLAG       PIC X(01).
001830             88  FT-PROFILED        VALUE 'Y'.
001840         10  FT-REFUSE-REASON       PIC X(80).
001850
001860*--------------------------------------------------------------*
001870* FEED PROFILE WORK AREAS. THE CONTENT HASH IS TWO RUNNING     *
001880* REMAINDERS, EACH FOLDED ONE TERRAIN CELL AT A TIME (OPEN     *
001890* GROUND 1, TREE 2, ANYTHING ELSE 3) WITH AN END-OF-ROW CODE 4 *
001900* SO A CHANGE OF ROW LENGTH CHANGES THE HASH. THE HDR AND TRL  *
001910* CONTROL RECORDS ARE NOT PART OF IT: A RESENT FEED WITH A NEW *
001920* HEADER DATE BUT THE SAME TERRAIN IS STILL A DUPLICATE.       *
001930*--------------------------------------------------------------*
001940 01  WS-FEED-NAME                    PIC X(80) VALUE SPACES.
001950 01  WS-FEED-FIRST-SWITCH            PIC X(01).
001960     88  FEED-FIRST-RECORD          VALUE 'Y'.
001970 01  WS-FEED-CTL-SWITCH              PIC X(01).
001980     88  FEED-CTL-PRESENT           VALUE 'Y'.
001990 01  WS-FEED-TRL-SWITCH              PIC X(01).
002000     88  FEED-TRAILER-SEEN          VALUE 'Y'.
002010 01  WS-HEADER-RECORD.
002020     05  FILLER                     PIC X(04).
002030     05  WS-HDR-SITE-NAME           PIC X(60).
002040     05  FILLER                     PIC X(01).
002050     05  WS-HDR-EXTRACT-DATE        PIC 9(08).
002060     05  FILLER                     PIC X(27).
002070 77  WS-TRIM-IDX                     PIC 9(05) COMP.
002080 77  WS-SCAN-IDX                     PIC 9(03) COMP.
002090 77  WS-MATCH-IDX                    PIC 9(03) COMP.
002100 77  WS-COL-IDX                      PIC 9(05) COMP.
002110 77  WS-CELL-CODE                    PIC 9(01).
002120 77  WS-HASH-WORK                    PIC 9(12) COMP.
002130 77  WS-HASH-QUOTIENT                PIC 9(12) COMP.
002140 77  WS-HASH-PRIME-1                 PIC 9(09) COMP
002150                                    VALUE 999999937.
002160 77  WS-HASH-PRIME-2                 PIC 9(09) COMP
002170                                    VALUE 999999929.
002180 01  WS-CONTENT-HASH.
002190     05  WS-HASH-PART-1             PIC 9(09).
002200     05  WS-HASH-PART-2             PIC 9(09).
002210 01  WS-CONTENT-HASH-NUM REDEFINES WS-CONTENT-HASH
002220                                    PIC 9(18).
002230
002240*--------------------------------------------------------------*
002250* REPORT WORK AREAS                                            *
002260*--------------------------------------------------------------*
002270 01  WS-REJECT-LINE                  PIC X(200) VALUE SPACES.
002280 77  WS-LINE-POINTER                 PIC 9(03) COMP VALUE 1.
002290 01  WS-COUNT-DISPLAY                PIC ZZ9.
002300 01  WS-ROWS-DISPLAY                 PIC Z(06)9.
002310 01  WS-TREES-DISPLAY                PIC Z(08)9.
002320 01  WS-RC-DISPLAY                   PIC 9(02).
002330
002340 PROCEDURE DIVISION.
002350*--------------------------------------------------------------*
002360* 0000-MAINLINE                                                *
002370*--------------------------------------------------------------*
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002400     PERFORM 2000-LOAD-SITE-MASTER THRU 2000-EXIT
002410     PERFORM 3000-PROFILE-ONE-FEED THRU 3000-EXIT
002420         VARYING FEED-IDX FROM 1 BY 1
002430         UNTIL FEED-IDX > WS-FEED-COUNT
002440     PERFORM 4000-CHECK-RECEIPT-FILE THRU 4000-EXIT
002450     PERFORM 4500-DECIDE-ONE-FEED THRU 4500-EXIT
002460         VARYING FEED-IDX FROM 1 BY 1
002470         UNTIL FEED-IDX > WS-FEED-COUNT
002480     PERFORM 5000-REGISTER-FEEDS THRU 5000-EXIT
002490     PERFORM 6000-WRITE-RELEASE-FILE THRU 6000-EXIT
002500     PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
002510     GOBACK
002520     .
002530
002540*--------------------------------------------------------------*
002550* 1000-INITIALIZE - STAMP THE RUN AND OPEN THE INTAKE REJECT   *
002560*                   REPORT.                                    *
002570*--------------------------------------------------------------*
002580 1000-INITIALIZE.
002590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002600     OPEN INPUT RUN-DATE-FILE
002610     IF RUN-DATE-OK
002620         READ RUN-DATE-FILE
002630         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
002640             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
002650         END-IF
002660         CLOSE RUN-DATE-FILE
002670     END-IF
002680     ACCEPT WS-RUN-TIME FROM TIME
002690     OPEN OUTPUT INTAKE-REJECT-FILE
002700     IF NOT REJ-OK
002710         DISPLAY "Intake reject report file not okay"
002720         MOVE 12 TO RETURN-CODE
002730         GOBACK
002740     END-IF
002750     MOVE SPACES TO INTAKE-REJECT-RECORD
002760     STRING "TERRAIN FEED INTAKE REJECT REPORT - RUN DATE "
002770         WS-RUN-DATE
002780         DELIMITED BY SIZE INTO INTAKE-REJECT-RECORD
002790     END-STRING
002800     WRITE INTAKE-REJECT-RECORD.
002810 1000-EXIT.
002820     EXIT.
002830
002840*--------------------------------------------------------------*
002850* 2000-LOAD-SITE-MASTER - ONE FEED ENTRY PER ACTIVE SITE. AN   *
002860*                  INACTIVE SITE IS NOT SCANNED, SO ITS FEED   *
002870*                  (IF ANY) IS LEFT FOR THE NIGHT IT GOES      *
002880*                  ACTIVE. MALFORMED MASTER RECORDS ARE LEFT   *
002890*                  FOR THE SURVEY PROGRAM'S OWN EDITS.         *
002900*--------------------------------------------------------------*
002910 2000-LOAD-SITE-MASTER.
002920     OPEN INPUT SITE-CONTROL-FILE
002930     IF NOT SITE-CTL-OK
002940         STRING "CANNOT OPEN SITE MASTER sitectl.txt"
002950             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
002960         END-STRING
002970         GO TO 9000-ABEND
002980     END-IF
002990     READ SITE-CONTROL-FILE
003000     PERFORM 2100-ADD-FEED-ENTRY THRU 2100-EXIT
003010         UNTIL SITE-CTL-EOF
003020     CLOSE SITE-CONTROL-FILE.
003030 2000-EXIT.
003040     EXIT.
003050
003060 2100-ADD-FEED-ENTRY.
003070     IF NOT SITE-CTL-OK
003080         STRING "BAD READ STATUS " SITE-CTL-STATUS
003090             " ON SITE MASTER"
003100             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003110         END-STRING
003120         GO TO 9000-ABEND
003130     END-IF
003140     IF SMR-SITE-CODE = SPACES OR SMR-FILE-NAME = SPACES
003150         OR SMR-ACTIVE-FLAG NOT = 'A'
003160         GO TO 2100-NEXT
003170     END-IF
003180     IF WS-FEED-COUNT >= WS-MAX-FEEDS
003190         STRING "SITE MASTER HAS MORE ACTIVE SITES THAN THE "
003200             "FEED TABLE HOLDS"
003210             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003220         END-STRING
003230         GO TO 9000-ABEND
003240     END-IF
003250     ADD 1 TO WS-FEED-COUNT
003260     SET FEED-IDX TO WS-FEED-COUNT
003270     MOVE SMR-SITE-CODE TO FT-SITE-CODE (FEED-IDX)
003280     MOVE SMR-FILE-NAME TO FT-FILE-NAME (FEED-IDX)
003290     MOVE 0 TO FT-EXTRACT-DATE (FEED-IDX)
003300     MOVE 0 TO FT-ROW-COUNT (FEED-IDX)
003310     MOVE 0 TO FT-TREE-TOTAL (FEED-IDX)
003320     MOVE 0 TO FT-CONTENT-HASH (FEED-IDX)
003330     MOVE 0 TO FT-LAST-ACCEPTED-DATE (FEED-IDX)
003340     MOVE 'P' TO FT-STATE (FEED-IDX)
003350     MOVE 'N' TO FT-PROFILED-FLAG (FEED-IDX)
003360     MOVE SPACES TO FT-REFUSE-REASON (FEED-IDX).
003370 2100-NEXT.
003380     READ SITE-CONTROL-FILE.
003390 2100-EXIT.
003400     EXIT.
003410
003420*--------------------------------------------------------------*
003430* 3000-PROFILE-ONE-FEED - STREAM THE SITE'S EXTRACT ONCE: TAKE *
003440*                  THE HDR EXTRACT DATE, COUNT TERRAIN ROWS    *
003450*                  AND TREES, AND FOLD EVERY TERRAIN CELL INTO *
003460*                  THE CONTENT HASH, STOPPING AT THE TRL. A    *
003470*                  MISSING EXTRACT OR A HDR WITHOUT A NUMERIC  *
003480*                  DATE IS REFUSED HERE.                       *
003490*--------------------------------------------------------------*
003500 3000-PROFILE-ONE-FEED.
003510     MOVE FT-FILE-NAME (FEED-IDX) TO WS-FEED-NAME
003520     MOVE 'Y' TO WS-FEED-FIRST-SWITCH
003530     MOVE 'N' TO WS-FEED-CTL-SWITCH
003540     MOVE 'N' TO WS-FEED-TRL-SWITCH
003550     MOVE 0 TO WS-HASH-PART-1
003560     MOVE 0 TO WS-HASH-PART-2
003570     OPEN INPUT FEED-FILE
003580     IF NOT FEED-OK
003590         MOVE 'R' TO FT-STATE (FEED-IDX)
003600         MOVE "EXTRACT FILE MISSING OR UNREADABLE"
003610             TO FT-REFUSE-REASON (FEED-IDX)
003620         GO TO 3000-EXIT
003630     END-IF
003640     READ FEED-FILE
003650     PERFORM 3100-PROFILE-ONE-RECORD THRU 3100-EXIT
003660         UNTIL FEED-EOF OR FEED-TRAILER-SEEN
003670     CLOSE FEED-FILE
003680     MOVE 'Y' TO FT-PROFILED-FLAG (FEED-IDX)
003690     MOVE WS-CONTENT-HASH-NUM TO FT-CONTENT-HASH (FEED-IDX)
003700     IF FEED-CTL-PRESENT AND WS-HDR-EXTRACT-DATE IS NOT NUMERIC
003710         MOVE 'R' TO FT-STATE (FEED-IDX)
003720         MOVE "HDR RECORD EXTRACT DATE IS NOT NUMERIC"
003730             TO FT-REFUSE-REASON (FEED-IDX)
003740         GO TO 3000-EXIT
003750     END-IF
003760     IF FEED-CTL-PRESENT
003770         MOVE WS-HDR-EXTRACT-DATE TO FT-EXTRACT-DATE (FEED-IDX)
003780     END-IF
003790     IF FT-ROW-COUNT (FEED-IDX) = 0
003800         MOVE 'R' TO FT-STATE (FEED-IDX)
003810         MOVE "EXTRACT HAS NO TERRAIN ROWS"
003820             TO FT-REFUSE-REASON (FEED-IDX)
003830     END-IF.
003840 3000-EXIT.
003850     EXIT.
003860
003870 3100-PROFILE-ONE-RECORD.
003880     IF NOT FEED-OK
003890         STRING "BAD READ STATUS " FEED-STATUS
003900             " ON EXTRACT " WS-FEED-NAME
003910             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003920         END-STRING
003930         GO TO 9000-ABEND
003940     END-IF
003950     IF FEED-FIRST-RECORD AND FEED-RECORD (1:3) = "HDR"
003960         MOVE FEED-RECORD TO WS-HEADER-RECORD
003970         MOVE 'Y' TO WS-FEED-CTL-SWITCH
003980         MOVE 'N' TO WS-FEED-FIRST-SWITCH
003990         GO TO 3100-NEXT
004000     END-IF
004010     MOVE 'N' TO WS-FEED-FIRST-SWITCH
004020     IF FEED-CTL-PRESENT AND FEED-RECORD (1:3) = "TRL"
004030         MOVE 'Y' TO WS-FEED-TRL-SWITCH
004040         GO TO 3100-EXIT
004050     END-IF
004060     ADD 1 TO FT-ROW-COUNT (FEED-IDX)
004070     MOVE LENGTH OF FEED-RECORD TO WS-TRIM-IDX
004080     PERFORM 3150-TRIM-ONE-COLUMN THRU 3150-EXIT
004090         UNTIL WS-TRIM-IDX = 0
004100         OR FEED-RECORD (WS-TRIM-IDX:1) NOT = SPACE
004110     PERFORM 3200-HASH-ONE-CELL THRU 3200-EXIT
004120         VARYING WS-COL-IDX FROM 1 BY 1
004130         UNTIL WS-COL-IDX > WS-TRIM-IDX
004140     MOVE 4 TO WS-CELL-CODE
004150     PERFORM 3300-FOLD-CELL-CODE THRU 3300-EXIT.
004160 3100-NEXT.
004170     READ FEED-FILE.
004180 3100-EXIT.
004190     EXIT.
004200
004210 3150-TRIM-ONE-COLUMN.
004220     SUBTRACT 1 FROM WS-TRIM-IDX.
004230 3150-EXIT.
004240     EXIT.
004250
004260 3200-HASH-ONE-CELL.
004270     IF FEED-RECORD (WS-COL-IDX:1) = '#'
004280         ADD 1 TO FT-TREE-TOTAL (FEED-IDX)
004290         MOVE 2 TO WS-CELL-CODE
004300     ELSE
004310         IF FEED-RECORD (WS-COL-IDX:1) = '.'
004320             MOVE 1 TO WS-CELL-CODE
004330         ELSE
004340             MOVE 3 TO WS-CELL-CODE
004350         END-IF
004360     END-IF
004370     PERFORM 3300-FOLD-CELL-CODE THRU 3300-EXIT.
004380 3200-EXIT.
004390     EXIT.
004400
004410*--------------------------------------------------------------*
004420* 3300-FOLD-CELL-CODE - FOLD ONE CELL CODE INTO BOTH HALVES OF *
004430*                  THE CONTENT HASH.                           *
004440*--------------------------------------------------------------*
004450 3300-FOLD-CELL-CODE.
004460     COMPUTE WS-HASH-WORK = WS-HASH-PART-1 * 31 + WS-CELL-CODE
004470     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME-1
004480         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-PART-1
004490     COMPUTE WS-HASH-WORK = WS-HASH-PART-2 * 37 + WS-CELL-CODE
004500     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME-2
004510         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-PART-2.
004520 3300-EXIT.
004530     EXIT.
004540
004550*--------------------------------------------------------------*
004560* 4000-CHECK-RECEIPT-FILE - STREAM EVERY FEED EVER ACCEPTED.   *
004570*                  FOR EACH PROFILED FEED NOTE THE LATEST      *
004580*                  EXTRACT DATE ACCEPTED FOR ITS SITE, AND     *
004590*                  REFUSE IT IF ITS HASH MATCHES AN ACCEPTED   *
004600*                  FEED - UNLESS THAT FEED IS THIS VERY ONE,   *
004610*                  ACCEPTED FOR THIS SITE EARLIER TONIGHT (A   *
004620*                  RE-RUN OF THE INTAKE), WHICH IS SIMPLY      *
004630*                  RELEASED AGAIN. NO RECEIPT FILE MEANS THE   *
004640*                  FIRST NIGHT OF INTAKE.                      *
004650*--------------------------------------------------------------*
004660 4000-CHECK-RECEIPT-FILE.
004670     OPEN INPUT FEED-RECEIPT-FILE
004680     IF RCPT-NOT-FOUND
004690         GO TO 4000-EXIT
004700     END-IF
004710     IF NOT RCPT-OK
004720         STRING "CANNOT OPEN FEED RECEIPT FILE feedrcpt.txt"
004730             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004740         END-STRING
004750         GO TO 9000-ABEND
004760     END-IF
004770     READ FEED-RECEIPT-FILE
004780     PERFORM 4100-CHECK-ONE-RECEIPT THRU 4100-EXIT
004790         UNTIL RCPT-EOF
004800     CLOSE FEED-RECEIPT-FILE.
004810 4000-EXIT.
004820     EXIT.
004830
004840 4100-CHECK-ONE-RECEIPT.
004850     IF NOT RCPT-OK
004860         STRING "BAD READ STATUS " RCPT-STATUS
004870             " ON FEED RECEIPT FILE"
004880             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004890         END-STRING
004900         GO TO 9000-ABEND
004910     END-IF
004920     IF NOT FRC-ACCEPTED
004930         OR FRC-EXTRACT-DATE IS NOT NUMERIC
004940         OR FRC-CONTENT-HASH IS NOT NUMERIC
004950         GO TO 4100-NEXT
004960     END-IF
004970     PERFORM 4200-MATCH-ONE-FEED THRU 4200-EXIT
004980         VARYING FEED-IDX FROM 1 BY 1
004990         UNTIL FEED-IDX > WS-FEED-COUNT.
005000 4100-NEXT.
005010     READ FEED-RECEIPT-FILE.
005020 4100-EXIT.
005030     EXIT.
005040
005050 4200-MATCH-ONE-FEED.
005060     IF NOT FT-PENDING (FEED-IDX)
005070         GO TO 4200-EXIT
005080     END-IF
005090     IF FRC-CONTENT-HASH = FT-CONTENT-HASH (FEED-IDX)
005100         IF FRC-SITE-CODE = FT-SITE-CODE (FEED-IDX)
005110             AND FRC-RECEIPT-DATE = WS-RUN-DATE
005120             MOVE 'T' TO FT-STATE (FEED-IDX)
005130         ELSE
005140             MOVE 'R' TO FT-STATE (FEED-IDX)
005150             MOVE SPACES TO FT-REFUSE-REASON (FEED-IDX)
005160             STRING "DUPLICATE OF FEED ACCEPTED "
005170                 FRC-RECEIPT-DATE " FOR SITE "
005180                 DELIMITED BY SIZE
005190                 FRC-SITE-CODE DELIMITED BY SPACE
005200                 INTO FT-REFUSE-REASON (FEED-IDX)
005210             END-STRING
005220         END-IF
005230         GO TO 4200-EXIT
005240     END-IF
005250     IF FRC-SITE-CODE = FT-SITE-CODE (FEED-IDX)
005260         AND FRC-EXTRACT-DATE > FT-LAST-ACCEPTED-DATE (FEED-IDX)
005270         MOVE FRC-EXTRACT-DATE TO FT-LAST-ACCEPTED-DATE (FEED-IDX)
005280     END-IF.
005290 4200-EXIT.
005300     EXIT.
005310
005320*--------------------------------------------------------------*
005330* 4500-DECIDE-ONE-FEED - A FEED STILL PENDING PASSED THE HASH  *
005340*                  TEST; IT IS ACCEPTED WHEN ITS EXTRACT DATE  *
005350*                  IS LATER THAN THE LAST ONE ACCEPTED FOR THE *
005360*                  SITE. A BARE EXTRACT (NO HDR) CARRIES NO    *
005370*                  DATE, SO IT IS ONLY ACCEPTED FOR A SITE     *
005380*                  THAT HAS NEVER HAD A DATED FEED ACCEPTED -  *
005390*                  OTHERWISE ITS SEQUENCE CANNOT BE PROVED.    *
005400*--------------------------------------------------------------*
005410 4500-DECIDE-ONE-FEED.
005420     IF FT-ALREADY-TAKEN (FEED-IDX)
005430         ADD 1 TO WS-REREGISTER-COUNT
005440         ADD 1 TO WS-ACCEPTED-COUNT
005450         GO TO 4500-EXIT
005460     END-IF
005470     IF FT-REFUSED (FEED-IDX)
005480         ADD 1 TO WS-REFUSED-COUNT
005490         PERFORM 7100-REPORT-REFUSED THRU 7100-EXIT
005500         GO TO 4500-EXIT
005510     END-IF
005520     IF FT-LAST-ACCEPTED-DATE (FEED-IDX) > 0
005530         AND FT-EXTRACT-DATE (FEED-IDX) = 0
005540         MOVE 'R' TO FT-STATE (FEED-IDX)
005550         MOVE "BARE EXTRACT HAS NO HDR DATE - SEQUENCE UNPROVED"
005560             TO FT-REFUSE-REASON (FEED-IDX)
005570         ADD 1 TO WS-REFUSED-COUNT
005580         PERFORM 7100-REPORT-REFUSED THRU 7100-EXIT
005590         GO TO 4500-EXIT
005600     END-IF
005610     IF FT-LAST-ACCEPTED-DATE (FEED-IDX) > 0
005620         AND FT-EXTRACT-DATE (FEED-IDX)
005630             NOT > FT-LAST-ACCEPTED-DATE (FEED-IDX)
005640         MOVE 'R' TO FT-STATE (FEED-IDX)
005650         MOVE SPACES TO FT-REFUSE-REASON (FEED-IDX)
005660         STRING "EXTRACT DATE " FT-EXTRACT-DATE (FEED-IDX)
005670             " NOT LATER THAN LAST ACCEPTED "
005680             FT-LAST-ACCEPTED-DATE (FEED-IDX)
005690             DELIMITED BY SIZE INTO FT-REFUSE-REASON (FEED-IDX)
005700         END-STRING
005710         ADD 1 TO WS-REFUSED-COUNT
005720         PERFORM 7100-REPORT-REFUSED THRU 7100-EXIT
005730         GO TO 4500-EXIT
005740     END-IF
005750     MOVE 0 TO WS-MATCH-IDX
005760     PERFORM 4600-MATCH-EARLIER-FEED THRU 4600-EXIT
005770         VARYING WS-SCAN-IDX FROM 1 BY 1
005780         UNTIL WS-SCAN-IDX >= FEED-IDX
005790             OR WS-MATCH-IDX > 0
005800     IF WS-MATCH-IDX > 0
005810         MOVE 'R' TO FT-STATE (FEED-IDX)
005820         MOVE SPACES TO FT-REFUSE-REASON (FEED-IDX)
005830         STRING "DUPLICATE OF FEED ACCEPTED TONIGHT FOR SITE "
005840             DELIMITED BY SIZE
005850             FT-SITE-CODE (WS-MATCH-IDX) DELIMITED BY SPACE
005860             INTO FT-REFUSE-REASON (FEED-IDX)
005870         END-STRING
005880         ADD 1 TO WS-REFUSED-COUNT
005890         PERFORM 7100-REPORT-REFUSED THRU 7100-EXIT
005900         GO TO 4500-EXIT
005910     END-IF
005920     MOVE 'A' TO FT-STATE (FEED-IDX)
005930     ADD 1 TO WS-ACCEPTED-COUNT.
005940 4500-EXIT.
005950     EXIT.
005960
005970*--------------------------------------------------------------*
005980* 4600-MATCH-EARLIER-FEED - TWO SITES CANNOT BOTH BE SENT THE  *
005990*                  SAME TERRAIN ON ONE NIGHT; THE FIRST ONE    *
006000*                  ACCEPTED STANDS AND THE LATER IS REFUSED.   *
006010*--------------------------------------------------------------*
006020 4600-MATCH-EARLIER-FEED.
006030     IF (FT-ACCEPTED (WS-SCAN-IDX)
006040         OR FT-ALREADY-TAKEN (WS-SCAN-IDX))
006050         AND FT-CONTENT-HASH (WS-SCAN-IDX)
006060             = FT-CONTENT-HASH (FEED-IDX)
006070         MOVE WS-SCAN-IDX TO WS-MATCH-IDX
006080     END-IF.
006090 4600-EXIT.
006100     EXIT.
006110
006120*--------------------------------------------------------------*
006130* 5000-REGISTER-FEEDS - APPEND A RECEIPT FOR EVERY FEED        *
006140*                  PROFILED TONIGHT, ACCEPTED OR REFUSED. A    *
006150*                  FEED ALREADY REGISTERED EARLIER TONIGHT IS  *
006160*                  NOT REGISTERED TWICE.                       *
006170*--------------------------------------------------------------*
006180 5000-REGISTER-FEEDS.
006190     OPEN EXTEND FEED-RECEIPT-FILE
006200     IF RCPT-NOT-FOUND
006210         OPEN OUTPUT FEED-RECEIPT-FILE
006220     END-IF
006230     IF NOT RCPT-OK
006240         STRING "CANNOT OPEN FEED RECEIPT FILE feedrcpt.txt"
006250             " FOR REGISTRATION"
006260             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006270         END-STRING
006280         GO TO 9000-ABEND
006290     END-IF
006300     PERFORM 5100-REGISTER-ONE-FEED THRU 5100-EXIT
006310         VARYING FEED-IDX FROM 1 BY 1
006320         UNTIL FEED-IDX > WS-FEED-COUNT
006330     CLOSE FEED-RECEIPT-FILE.
006340 5000-EXIT.
006350     EXIT.
006360
006370 5100-REGISTER-ONE-FEED.
006380     IF NOT FT-PROFILED (FEED-IDX) OR FT-ALREADY-TAKEN (FEED-IDX)
006390         GO TO 5100-EXIT
006400     END-IF
006410     MOVE SPACES TO FEED-RECEIPT-RECORD
006420     MOVE WS-RUN-DATE TO FRC-RECEIPT-DATE
006430     MOVE FT-SITE-CODE (FEED-IDX) TO FRC-SITE-CODE
006440     MOVE FT-EXTRACT-DATE (FEED-IDX) TO FRC-EXTRACT-DATE
006450     MOVE FT-ROW-COUNT (FEED-IDX) TO FRC-ROW-COUNT
006460     MOVE FT-TREE-TOTAL (FEED-IDX) TO FRC-TREE-TOTAL
006470     MOVE FT-CONTENT-HASH (FEED-IDX) TO FRC-CONTENT-HASH
006480     IF FT-ACCEPTED (FEED-IDX)
006490         MOVE "ACCEPTED" TO FRC-DISPOSITION
006500     ELSE
006510         MOVE "REFUSED" TO FRC-DISPOSITION
006520     END-IF
006530     MOVE FT-FILE-NAME (FEED-IDX) TO FRC-FILE-NAME
006540     WRITE FEED-RECEIPT-RECORD
006550     IF NOT RCPT-OK
006560         STRING "BAD WRITE STATUS " RCPT-STATUS
006570             " ON FEED RECEIPT FILE"
006580             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006590         END-STRING
006600         GO TO 9000-ABEND
006610     END-IF.
006620 5100-EXIT.
006630     EXIT.
006640
006650*--------------------------------------------------------------*
006660* 6000-WRITE-RELEASE-FILE - THE NIGHT'S RELEASE LIST: A HDR    *
006670*                  LINE WITH THE RUN DATE, THEN EVERY SITE     *
006680*                  WHOSE FEED WAS ACCEPTED. THE SURVEY PROGRAM *
006690*                  SKIPS ANY ACTIVE SITE NOT ON IT.            *
006700*--------------------------------------------------------------*
006710 6000-WRITE-RELEASE-FILE.
006720     OPEN OUTPUT INTAKE-RELEASE-FILE
006730     IF NOT REL-OK
006740         STRING "CANNOT OPEN INTAKE RELEASE FILE intkrel.txt"
006750             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006760         END-STRING
006770         GO TO 9000-ABEND
006780     END-IF
006790     MOVE SPACES TO INTAKE-RELEASE-RECORD
006800     MOVE "HDR" TO REL-RECORD-TYPE
006810     MOVE WS-RUN-DATE TO REL-RUN-DATE
006820     WRITE INTAKE-RELEASE-RECORD
006830     IF NOT REL-OK
006840         STRING "BAD WRITE STATUS " REL-STATUS
006850             " ON INTAKE RELEASE FILE HEADER"
006860             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
006870         END-STRING
006880         GO TO 9000-ABEND
006890     END-IF
006900     PERFORM 6100-RELEASE-ONE-SITE THRU 6100-EXIT
006910         VARYING FEED-IDX FROM 1 BY 1
006920         UNTIL FEED-IDX > WS-FEED-COUNT
006930     CLOSE INTAKE-RELEASE-FILE.
006940 6000-EXIT.
006950     EXIT.
006960
006970 6100-RELEASE-ONE-SITE.
006980     IF NOT FT-ACCEPTED (FEED-IDX)
006990         AND NOT FT-ALREADY-TAKEN (FEED-IDX)
007000         GO TO 6100-EXIT
007010     END-IF
007020     MOVE SPACES TO INTAKE-RELEASE-RECORD
007030     MOVE "REL" TO REL-RECORD-TYPE
007040     MOVE WS-RUN-DATE TO REL-RUN-DATE
007050     MOVE FT-SITE-CODE (FEED-IDX) TO REL-SITE-CODE
007060     WRITE INTAKE-RELEASE-RECORD
007070     IF NOT REL-OK
007080         STRING "BAD WRITE STATUS " REL-STATUS
007090             " ON INTAKE RELEASE FILE"
007100             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007110         END-STRING
007120         GO TO 9000-ABEND
007130     END-IF
007140     MOVE FT-ROW-COUNT (FEED-IDX) TO WS-ROWS-DISPLAY
007150     MOVE FT-TREE-TOTAL (FEED-IDX) TO WS-TREES-DISPLAY
007160     DISPLAY "AOC3I: SITE " FT-SITE-CODE (FEED-IDX)
007170         " RELEASED - EXTRACT DATE " FT-EXTRACT-DATE (FEED-IDX)
007180         " ROWS " WS-ROWS-DISPLAY " TREES " WS-TREES-DISPLAY.
007190 6100-EXIT.
007200     EXIT.
007210
007220*--------------------------------------------------------------*
007230* 7100-REPORT-REFUSED - ONE REJECT-REPORT LINE PER REFUSED     *
007240*                  FEED: SITE, FILE, EXTRACT DATE AND REASON.  *
007250*--------------------------------------------------------------*
007260 7100-REPORT-REFUSED.
007270     MOVE SPACES TO WS-REJECT-LINE
007280     MOVE 1 TO WS-LINE-POINTER
007290     STRING "SITE " DELIMITED BY SIZE
007300         FT-SITE-CODE (FEED-IDX) DELIMITED BY SPACE
007310         " FILE " DELIMITED BY SIZE
007320         FT-FILE-NAME (FEED-IDX) DELIMITED BY SPACE
007330         " EXTRACT DATE " FT-EXTRACT-DATE (FEED-IDX)
007340         " REFUSED - " FT-REFUSE-REASON (FEED-IDX)
007350         DELIMITED BY SIZE
007360         INTO WS-REJECT-LINE
007370         WITH POINTER WS-LINE-POINTER
007380     END-STRING
007390     MOVE WS-REJECT-LINE TO INTAKE-REJECT-RECORD
007400     WRITE INTAKE-REJECT-RECORD
007410     DISPLAY "AOC3I: " WS-REJECT-LINE.
007420 7100-EXIT.
007430     EXIT.
007440
007450*--------------------------------------------------------------*
007460* 8000-FINALIZE-RUN - SUMMARY LINE, CLOSE THE REPORT, AND SET  *
007470*                  THE RETURN CODE FOR THE SCHEDULER.          *
007480*--------------------------------------------------------------*
007490 8000-FINALIZE-RUN.
007500     IF WS-REFUSED-COUNT > 0
007510         MOVE 4 TO RETURN-CODE
007520     ELSE
007530         MOVE 0 TO RETURN-CODE
007540     END-IF
007550     MOVE RETURN-CODE TO WS-RC-DISPLAY
007560     MOVE SPACES TO INTAKE-REJECT-RECORD
007570     WRITE INTAKE-REJECT-RECORD
007580     MOVE SPACES TO WS-REJECT-LINE
007590     MOVE 1 TO WS-LINE-POINTER
007600     MOVE WS-FEED-COUNT TO WS-COUNT-DISPLAY
007610     STRING "FEEDS EXPECTED " WS-COUNT-DISPLAY
007620         DELIMITED BY SIZE INTO WS-REJECT-LINE
007630         WITH POINTER WS-LINE-POINTER
007640     END-STRING
007650     MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISPLAY
007660     STRING "  ACCEPTED " WS-COUNT-DISPLAY
007670         DELIMITED BY SIZE INTO WS-REJECT-LINE
007680         WITH POINTER WS-LINE-POINTER
007690     END-STRING
007700     MOVE WS-REREGISTER-COUNT TO WS-COUNT-DISPLAY
007710     STRING "  (ALREADY REGISTERED TONIGHT " WS-COUNT-DISPLAY ")"
007720         DELIMITED BY SIZE INTO WS-REJECT-LINE
007730         WITH POINTER WS-LINE-POINTER
007740     END-STRING
007750     MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
007760     STRING "  REFUSED " WS-COUNT-DISPLAY "  RC " WS-RC-DISPLAY
007770         DELIMITED BY SIZE INTO WS-REJECT-LINE
007780         WITH POINTER WS-LINE-POINTER
007790     END-STRING
007800     MOVE WS-REJECT-LINE TO INTAKE-REJECT-RECORD
007810     WRITE INTAKE-REJECT-RECORD
007820     DISPLAY "AOC3I: " WS-REJECT-LINE
007830     CLOSE INTAKE-REJECT-FILE.
007840 8000-EXIT.
007850     EXIT.
007860
007870*--------------------------------------------------------------*
007880* 9000-ABEND - A BAD FILE STATUS LEAVES THE INTAKE             *
007890*              UNTRUSTWORTHY; NO RELEASE FILE IS TRUSTED FROM  *
007900*              THIS RUN, SO THE RELEASE FILE IS LEFT EMPTY AND *
007910*              THE SURVEY RUN RELEASES NO SITE THAT NIGHT.     *
007920*              REPORT THE REASON AND GO BACK WITH THE ABEND    *
007930*              CLASS IN THE RETURN CODE.                       *
007940*--------------------------------------------------------------*
007950 9000-ABEND.
007960     DISPLAY "AOC3I ABEND: " WS-ABEND-MESSAGE
007970     MOVE 12 TO RETURN-CODE
007980     CLOSE SITE-CONTROL-FILE
007990     CLOSE FEED-FILE
008000     CLOSE FEED-RECEIPT-FILE
008010     CLOSE INTAKE-RELEASE-FILE
008020     OPEN OUTPUT INTAKE-RELEASE-FILE
008030     CLOSE INTAKE-RELEASE-FILE
008040     CLOSE INTAKE-REJECT-FILE
008050     GOBACK.
008060 9000-EXIT.
008070     EXIT.
