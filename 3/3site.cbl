000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AdventOfCode3Site.
000030 AUTHOR.        M. KITSON.
000040 INSTALLATION.  SURVEY-OPS.
000050 DATE-WRITTEN.  15-10-2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*                                                              *
000100* DATE       INIT  DESCRIPTION                                 *
000110* ---------- ----  ------------------------------------------- *
000120* 15-10-2026 MK    ORIGINAL VERSION - SITE MASTER MAINTENANCE. *
000130*                  ADD, CHANGE, DEACTIVATE AND REACTIVATE      *
000140*                  TRANSACTIONS ARE APPLIED TO THE SITE MASTER *
000150*                  (sitectl.txt) IN PLACE OF HAND EDITS. EACH  *
000160*                  TRANSACTION NAMES THE REQUESTING OPERATOR   *
000170*                  AND MAY CARRY A FUTURE EFFECTIVE DATE, IN   *
000180*                  WHICH CASE IT IS CARRIED ON THE PENDING     *
000190*                  FILE UNTIL THAT NIGHT. ON ITS EFFECTIVE     *
000200*                  DATE A TRANSACTION IS VALIDATED (SITE CODE  *
000210*                  UNIQUE ON AN ADD, <SET>.slp PRESENT FOR ITS *
000220*                  SLOPE SET, EXTRACT FILE PRESENT) AND THEN   *
000230*                  APPLIED. THE MASTER IS REBUILT WITH THE     *
000240*                  SAME SIDE-COPY AND ARCHIVE DISCIPLINE AS    *
000250*                  THE HISTORY REORGANIZATION, AND EVERY FIELD *
000260*                  CHANGED IS LOGGED TO THE SITE MAINTENANCE   *
000270*                  AUDIT FILE WITH ITS BEFORE AND AFTER VALUES *
000280*                  AND THE OPERATOR.                           *
000290*--------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SITE-CONTROL-FILE ASSIGN TO "sitectl.txt"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS SITE-CTL-STATUS.
000360
000370     SELECT SITE-NEW-FILE ASSIGN TO "sitectl.new"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS SITE-NEW-STATUS.
000400
000410     SELECT SITE-BACKUP-FILE ASSIGN TO "sitectl.bak"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS SITE-BAK-STATUS.
000440
000450     SELECT SITE-TXN-FILE ASSIGN TO "sitetxn.txt"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS TXN-STATUS.
000480
000490     SELECT SITE-PENDING-FILE ASSIGN TO "sitepend.txt"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PEND-STATUS.
000520
000530     SELECT SITE-AUDIT-FILE ASSIGN TO "siteaud.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SITE-AUDIT-STATUS.
000560
000570     SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PROBE-STATUS.
000600
000610     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RUN-DATE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SITE-CONTROL-FILE.
000680 01  SITE-CONTROL-RECORD            PIC X(137).
000690
000700 FD  SITE-NEW-FILE.
000710 01  SITE-NEW-RECORD                PIC X(137).
000720
000730 FD  SITE-BACKUP-FILE.
000740 01  SITE-BACKUP-RECORD             PIC X(137).
000750
000760*--------------------------------------------------------------*
000770* SITE MAINTENANCE TRANSACTION - FIXED COLUMNS. THE TYPE IS    *
000780* 'A' ADD, 'C' CHANGE, 'D' DEACTIVATE OR 'R' REACTIVATE. A     *
000790* BLANK EFFECTIVE DATE MEANS TONIGHT. ON A CHANGE A BLANK      *
000800* FIELD IS LEFT AS IT IS ON THE MASTER, AND A SLOPE SET OF     *
000810* *GLOBAL PUTS THE SITE BACK ON THE GLOBAL SLOPE FILE. THE     *
000820* PENDING FILE HOLDS FUTURE-DATED TRANSACTIONS IN THE SAME     *
000830* LAYOUT.                                                      *
000840*--------------------------------------------------------------*
000850 FD  SITE-TXN-FILE.
000860 01  SITE-TXN-RECORD                PIC X(155).
000870
000880 FD  SITE-PENDING-FILE.
000890 01  SITE-PENDING-RECORD            PIC X(155).
000900
000910 FD  SITE-AUDIT-FILE.
000920 01  SITE-AUDIT-RECORD              PIC X(250).
000930
000940 FD  PROBE-FILE.
000950 01  PROBE-RECORD                   PIC X(100).
000960
000970 FD  RUN-DATE-FILE.
000980 01  RUN-DATE-RECORD                PIC X(08).
000990
001000 WORKING-STORAGE SECTION.
001010*--------------------------------------------------------------*
001020* FILE STATUS SWITCHES                                         *
001030*--------------------------------------------------------------*
001040 01  SITE-CTL-STATUS                 PIC 9(02).
001050     88  SITE-CTL-OK                VALUE 0.
001060     88  SITE-CTL-EOF               VALUE 10.
001070     88  SITE-CTL-NOT-FOUND         VALUE 35.
001080
001090 01  SITE-NEW-STATUS                 PIC 9(02).
001100     88  SITE-NEW-OK                VALUE 0.
001110
001120 01  SITE-BAK-STATUS                 PIC 9(02).
001130     88  SITE-BAK-OK                VALUE 0.
001140
001150 01  TXN-STATUS                      PIC 9(02).
001160     88  TXN-OK                     VALUE 0.
001170     88  TXN-EOF                    VALUE 10.
001180
001190 01  PEND-STATUS                     PIC 9(02).
001200     88  PEND-OK                    VALUE 0.
001210     88  PEND-EOF                   VALUE 10.
001220
001230 01  SITE-AUDIT-STATUS               PIC 9(02).
001240     88  SITE-AUDIT-OK              VALUE 0.
001250     88  SITE-AUDIT-NOT-FOUND       VALUE 35.
001260
001270 01  PROBE-STATUS                    PIC 9(02).
001280     88  PROBE-OK                   VALUE 0.
001290
001300 01  RUN-DATE-STATUS                 PIC 9(02).
001310     88  RUN-DATE-OK                VALUE 0.
001320
001330*--------------------------------------------------------------*
001340* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS  *
001350* WITH 0 WHEN EVERY DUE TRANSACTION APPLIED (OR THERE WAS      *
001360* NOTHING DUE), 4 WHEN ANY WAS REJECTED, AND 12 FOR A FILE OR  *
001370* I-O ABEND - THE MASTER IS THEN LEFT AS IT WAS, OR RECOVERABLE*
001380* FROM sitectl.new OR sitectl.bak.                             *
001390*--------------------------------------------------------------*
001400 77  WS-RUN-DATE                     PIC 9(08).
001410 77  WS-RUN-TIME                     PIC 9(08).
001420 77  WS-END-TIME                     PIC 9(08).
001430 77  WS-APPLIED-COUNT                PIC 9(03) VALUE 0.
001440 77  WS-REJECTED-COUNT               PIC 9(03) VALUE 0.
001450 77  WS-PENDING-COUNT                PIC 9(03) VALUE 0.
001460 77  WS-FIELD-CHANGES                PIC 9(03) VALUE 0.
001470 01  WS-ABEND-MESSAGE                PIC X(160) VALUE SPACES.
001480 01  WS-DISPOSITION                  PIC X(08) VALUE SPACES.
001490
001500*--------------------------------------------------------------*
001510* SITE MASTER TABLE - THE WHOLE MASTER IS HELD HERE AS RECORD  *
001520* IMAGES, IN FILE ORDER, AND REWRITTEN FROM HERE. A NEW SITE   *
001530* IS ADDED AT THE END.                                         *
001540*--------------------------------------------------------------*
001550 77  WS-MAX-MASTER                   PIC 9(03) VALUE 50.
001560 77  WS-MASTER-COUNT                 PIC 9(03) VALUE 0.
001570 01  MASTER-TABLE.
001580     05  MT-RECORD OCCURS 50 TIMES   PIC X(137).
001590 01  WS-MASTER-WORK.
001600     05  SMR-SITE-CODE              PIC X(08).
001610     05  FILLER                     PIC X(01).
001620     05  SMR-ACTIVE-FLAG            PIC X(01).
001630     05  FILLER                     PIC X(01).
001640     05  SMR-EXPECT-WIDTH           PIC 9(05).
001650     05  FILLER                     PIC X(01).
001660     05  SMR-SLOPE-SET              PIC X(08).
001670     05  FILLER                     PIC X(01).
001680     05  SMR-FILE-NAME              PIC X(80).
001690     05  FILLER                     PIC X(01).
001700     05  SMR-DESCRIPTION            PIC X(30).
001710 01  WS-MASTER-BEFORE                PIC X(137).
001720 01  WS-BEFORE-FIELDS REDEFINES WS-MASTER-BEFORE.
001730     05  BEF-SITE-CODE              PIC X(08).
001740     05  FILLER                     PIC X(01).
001750     05  BEF-ACTIVE-FLAG            PIC X(01).
001760     05  FILLER                     PIC X(01).
001770     05  BEF-EXPECT-WIDTH           PIC X(05).
001780     05  FILLER                     PIC X(01).
001790     05  BEF-SLOPE-SET              PIC X(08).
001800     05  FILLER                     PIC X(01).
001810     05  BEF-FILE-NAME              PIC X(80).
001820     05  FILLER                     PIC X(01).
001830     05  BEF-DESCRIPTION            PIC X(30).
001840
001850*--------------------------------------------------------------*
001860* TRANSACTION TABLE - THE PENDING FILE FIRST (OLDEST REQUESTS) *
001870* THEN TONIGHT'S TRANSACTION FILE, EACH WITH ITS SOURCE FILE   *
001880* AND LINE NUMBER FOR THE AUDIT TRAIL.                         *
001890*--------------------------------------------------------------*
001900 77  WS-MAX-TXNS                     PIC 9(03) VALUE 200.
001910 77  WS-TXN-COUNT                    PIC 9(03) VALUE 0.
001920 77  WS-TXN-LINE-NO                  PIC 9(05) VALUE 0.
001930 01  TXN-TABLE.
001940     05  TXN-ENTRY OCCURS 200 TIMES INDEXED BY TXN-IDX.
001950         10  TT-RECORD              PIC X(155).
001960         10  TT-SOURCE              PIC X(08).
001970         10  TT-LINE-NO             PIC 9(05).
001980         10  TT-STATE               PIC X(01).
001990             88  TT-DUE             VALUE 'D'.
002000             88  TT-HELD            VALUE 'H'.
002010 01  WS-TXN-WORK.
002020     05  STX-TXN-TYPE               PIC X(01).
002030         88  STX-ADD                VALUE 'A'.
002040         88  STX-CHANGE             VALUE 'C'.
002050         88  STX-DEACTIVATE         VALUE 'D'.
002060         88  STX-REACTIVATE         VALUE 'R'.
002070     05  FILLER                     PIC X(01).
002080     05  STX-EFFECTIVE-DATE         PIC X(08).
002090     05  STX-EFFECTIVE-NUM REDEFINES STX-EFFECTIVE-DATE
002100                                    PIC 9(08).
002110     05  FILLER                     PIC X(01).
002120     05  STX-OPERATOR               PIC X(08).
002130     05  FILLER                     PIC X(01).
002140     05  STX-SITE-CODE              PIC X(08).
002150     05  FILLER                     PIC X(01).
002160     05  STX-EXPECT-WIDTH           PIC X(05).
002170     05  STX-EXPECT-WIDTH-NUM REDEFINES STX-EXPECT-WIDTH
002180                                    PIC 9(05).
002190     05  FILLER                     PIC X(01).
002200     05  STX-SLOPE-SET              PIC X(08).
002210         88  STX-GLOBAL-SLOPES      VALUE "*GLOBAL".
002220     05  FILLER                     PIC X(01).
002230     05  STX-FILE-NAME              PIC X(80).
002240     05  FILLER                     PIC X(01).
002250     05  STX-DESCRIPTION            PIC X(30).
002260
002270*--------------------------------------------------------------*
002280* VALIDATION WORK AREAS                                        *
002290*--------------------------------------------------------------*
002300 77  WS-MASTER-IDX                   PIC 9(03) COMP.
002310 77  WS-MATCH-IDX                    PIC 9(03) COMP.
002320 01  WS-PROBE-NAME                   PIC X(80) VALUE SPACES.
002330 77  WS-NAME-POINTER                 PIC 9(03) COMP.
002340 01  WS-REJECT-REASON                PIC X(60) VALUE SPACES.
002350 01  WS-TXN-VERB                     PIC X(10) VALUE SPACES.
002360
002370*--------------------------------------------------------------*
002380* AUDIT WORK AREAS                                             *
002390*--------------------------------------------------------------*
002400 01  WS-AUDIT-LINE                   PIC X(250) VALUE SPACES.
002410 77  WS-AUDIT-POINTER                PIC 9(03) COMP VALUE 1.
002420 01  WS-TXN-PREFIX                   PIC X(80) VALUE SPACES.
002430 77  WS-PREFIX-POINTER               PIC 9(03) COMP VALUE 1.
002440 01  WS-FIELD-NAME                   PIC X(12) VALUE SPACES.
002450 01  WS-BEFORE-VALUE                 PIC X(80) VALUE SPACES.
002460 01  WS-AFTER-VALUE                  PIC X(80) VALUE SPACES.
002470 01  WS-LINE-DISPLAY                 PIC 9(05).
002480 01  WS-COUNT-DISPLAY                PIC ZZ9.
002490 01  WS-RC-DISPLAY                   PIC 9(02).
002500
002510 PROCEDURE DIVISION.
002520*--------------------------------------------------------------*
002530* 0000-MAINLINE                                                *
002540*--------------------------------------------------------------*
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002570     PERFORM 2000-LOAD-SITE-MASTER THRU 2000-EXIT
002580     PERFORM 2500-LOAD-TRANSACTIONS THRU 2500-EXIT
002590     PERFORM 3000-PROCESS-ONE-TXN THRU 3000-EXIT
002600         VARYING TXN-IDX FROM 1 BY 1
002610         UNTIL TXN-IDX > WS-TXN-COUNT
002620     IF WS-APPLIED-COUNT > 0
002630         PERFORM 5000-REBUILD-SITE-MASTER THRU 5000-EXIT
002640     END-IF
002650     PERFORM 6000-REWRITE-PENDING-FILE THRU 6000-EXIT
002660     PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
002670     GOBACK
002680     .
002690
002700*--------------------------------------------------------------*
002710* 1000-INITIALIZE - STAMP THE RUN AND OPEN THE SITE            *
002720*                   MAINTENANCE AUDIT FILE.                    *
002730*--------------------------------------------------------------*
002740 1000-INITIALIZE.
002750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002760     OPEN INPUT RUN-DATE-FILE
002770     IF RUN-DATE-OK
002780         READ RUN-DATE-FILE
002790         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
002800             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
002810         END-IF
002820         CLOSE RUN-DATE-FILE
002830     END-IF
002840     ACCEPT WS-RUN-TIME FROM TIME
002850     OPEN EXTEND SITE-AUDIT-FILE
002860     IF SITE-AUDIT-NOT-FOUND
002870         OPEN OUTPUT SITE-AUDIT-FILE
002880     END-IF
002890     IF NOT SITE-AUDIT-OK
002900         DISPLAY "Site maintenance audit file not okay"
002910         MOVE 12 TO RETURN-CODE
002920         GOBACK
002930     END-IF
002940     MOVE SPACES TO WS-AUDIT-LINE
002950     MOVE 1 TO WS-AUDIT-POINTER
002960     STRING "SITE MAINT RUN START " WS-RUN-DATE " " WS-RUN-TIME
002970         DELIMITED BY SIZE INTO WS-AUDIT-LINE
002980         WITH POINTER WS-AUDIT-POINTER
002990     END-STRING
003000     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
003010 1000-EXIT.
003020     EXIT.
003030
003040*--------------------------------------------------------------*
003050* 2000-LOAD-SITE-MASTER - PULL THE WHOLE MASTER INTO THE       *
003060*                  TABLE. NO MASTER YET IS ALLOWED - THE FIRST *
003070*                  ADD CREATES IT.                             *
003080*--------------------------------------------------------------*
003090 2000-LOAD-SITE-MASTER.
003100     OPEN INPUT SITE-CONTROL-FILE
003110     IF SITE-CTL-NOT-FOUND
003120         GO TO 2000-EXIT
003130     END-IF
003140     IF NOT SITE-CTL-OK
003150         STRING "CANNOT OPEN SITE MASTER sitectl.txt"
003160             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003170         END-STRING
003180         GO TO 9000-ABEND
003190     END-IF
003200     READ SITE-CONTROL-FILE
003210     PERFORM 2100-ADD-MASTER-RECORD THRU 2100-EXIT
003220         UNTIL SITE-CTL-EOF
003230     CLOSE SITE-CONTROL-FILE.
003240 2000-EXIT.
003250     EXIT.
003260
003270 2100-ADD-MASTER-RECORD.
003280     IF NOT SITE-CTL-OK
003290         STRING "BAD READ STATUS " SITE-CTL-STATUS
003300             " ON SITE MASTER"
003310             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003320         END-STRING
003330         GO TO 9000-ABEND
003340     END-IF
003350     IF WS-MASTER-COUNT >= WS-MAX-MASTER
003360         STRING "SITE MASTER HAS MORE RECORDS THAN THE TABLE "
003370             "HOLDS"
003380             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003390         END-STRING
003400         GO TO 9000-ABEND
003410     END-IF
003420     ADD 1 TO WS-MASTER-COUNT
003430     MOVE SITE-CONTROL-RECORD TO MT-RECORD (WS-MASTER-COUNT)
003440     READ SITE-CONTROL-FILE.
003450 2100-EXIT.
003460     EXIT.
003470
003480*--------------------------------------------------------------*
003490* 2500-LOAD-TRANSACTIONS - THE PENDING FILE, THEN TONIGHT'S    *
003500*                  TRANSACTIONS. EITHER FILE MAY BE ABSENT.    *
003510*--------------------------------------------------------------*
003520 2500-LOAD-TRANSACTIONS.
003530     OPEN INPUT SITE-PENDING-FILE
003540     IF PEND-OK
003550         MOVE 0 TO WS-TXN-LINE-NO
003560         READ SITE-PENDING-FILE
003570         PERFORM 2600-ADD-PENDING-TXN THRU 2600-EXIT
003580             UNTIL PEND-EOF
003590         CLOSE SITE-PENDING-FILE
003600     END-IF
003610     OPEN INPUT SITE-TXN-FILE
003620     IF TXN-OK
003630         MOVE 0 TO WS-TXN-LINE-NO
003640         READ SITE-TXN-FILE
003650         PERFORM 2700-ADD-NEW-TXN THRU 2700-EXIT
003660             UNTIL TXN-EOF
003670         CLOSE SITE-TXN-FILE
003680     END-IF.
003690 2500-EXIT.
003700     EXIT.
003710
003720 2600-ADD-PENDING-TXN.
003730     IF NOT PEND-OK
003740         STRING "BAD READ STATUS " PEND-STATUS
003750             " ON SITE PENDING FILE"
003760             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003770         END-STRING
003780         GO TO 9000-ABEND
003790     END-IF
003800     ADD 1 TO WS-TXN-LINE-NO
003810     IF SITE-PENDING-RECORD NOT = SPACES
003820         MOVE SITE-PENDING-RECORD TO WS-TXN-WORK
003830         MOVE "SITEPEND" TO WS-TXN-VERB
003840         PERFORM 2800-TABLE-ONE-TXN THRU 2800-EXIT
003850     END-IF
003860     READ SITE-PENDING-FILE.
003870 2600-EXIT.
003880     EXIT.
003890
003900 2700-ADD-NEW-TXN.
003910     IF NOT TXN-OK
003920         STRING "BAD READ STATUS " TXN-STATUS
003930             " ON SITE TRANSACTION FILE"
003940             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003950         END-STRING
003960         GO TO 9000-ABEND
003970     END-IF
003980     ADD 1 TO WS-TXN-LINE-NO
003990     IF SITE-TXN-RECORD NOT = SPACES
004000         MOVE SITE-TXN-RECORD TO WS-TXN-WORK
004010         MOVE "SITETXN" TO WS-TXN-VERB
004020         PERFORM 2800-TABLE-ONE-TXN THRU 2800-EXIT
004030     END-IF
004040     READ SITE-TXN-FILE.
004050 2700-EXIT.
004060     EXIT.
004070
004080 2800-TABLE-ONE-TXN.
004090     IF WS-TXN-COUNT >= WS-MAX-TXNS
004100         STRING "MORE SITE TRANSACTIONS THAN THE TABLE HOLDS"
004110             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004120         END-STRING
004130         GO TO 9000-ABEND
004140     END-IF
004150     ADD 1 TO WS-TXN-COUNT
004160     SET TXN-IDX TO WS-TXN-COUNT
004170     MOVE WS-TXN-WORK TO TT-RECORD (TXN-IDX)
004180     MOVE WS-TXN-VERB TO TT-SOURCE (TXN-IDX)
004190     MOVE WS-TXN-LINE-NO TO TT-LINE-NO (TXN-IDX)
004200     MOVE 'D' TO TT-STATE (TXN-IDX).
004210 2800-EXIT.
004220     EXIT.
004230
004240*--------------------------------------------------------------*
004250* 3000-PROCESS-ONE-TXN - EDIT THE TRANSACTION'S FORM; HOLD IT  *
004260*                  ON THE PENDING FILE IF ITS EFFECTIVE DATE   *
004270*                  IS STILL TO COME; OTHERWISE VALIDATE IT     *
004280*                  AGAINST THE MASTER AS IT STANDS NOW AND     *
004290*                  APPLY IT.                                   *
004300*--------------------------------------------------------------*
004310 3000-PROCESS-ONE-TXN.
004320     MOVE TT-RECORD (TXN-IDX) TO WS-TXN-WORK
004330     PERFORM 3050-BUILD-TXN-PREFIX THRU 3050-EXIT
004340     PERFORM 3100-EDIT-TXN-FORM THRU 3100-EXIT
004350     IF WS-REJECT-REASON NOT = SPACES
004360         PERFORM 7200-AUDIT-REJECTED THRU 7200-EXIT
004370         GO TO 3000-EXIT
004380     END-IF
004390     IF STX-EFFECTIVE-DATE NOT = SPACES
004400         AND STX-EFFECTIVE-NUM > WS-RUN-DATE
004410         MOVE 'H' TO TT-STATE (TXN-IDX)
004420         ADD 1 TO WS-PENDING-COUNT
004430         PERFORM 7300-AUDIT-HELD THRU 7300-EXIT
004440         GO TO 3000-EXIT
004450     END-IF
004460     IF STX-EFFECTIVE-DATE = SPACES
004470         MOVE WS-RUN-DATE TO STX-EFFECTIVE-NUM
004480     END-IF
004490     MOVE 0 TO WS-MATCH-IDX
004500     PERFORM 3150-FIND-MASTER-SITE THRU 3150-EXIT
004510         VARYING WS-MASTER-IDX FROM 1 BY 1
004520         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
004530             OR WS-MATCH-IDX > 0
004540     IF STX-ADD
004550         PERFORM 4100-APPLY-ADD THRU 4100-EXIT
004560     ELSE
004570         IF WS-MATCH-IDX = 0
004580             MOVE "SITE CODE NOT ON SITE MASTER"
004590                 TO WS-REJECT-REASON
004600         ELSE
004610             MOVE MT-RECORD (WS-MATCH-IDX) TO WS-MASTER-BEFORE
004620             MOVE MT-RECORD (WS-MATCH-IDX) TO WS-MASTER-WORK
004630             IF STX-CHANGE
004640                 PERFORM 4200-APPLY-CHANGE THRU 4200-EXIT
004650             ELSE
004660                 IF STX-DEACTIVATE
004670                     PERFORM 4300-APPLY-DEACTIVATE THRU 4300-EXIT
004680                 ELSE
004690                     PERFORM 4400-APPLY-REACTIVATE THRU 4400-EXIT
004700                 END-IF
004710             END-IF
004720         END-IF
004730     END-IF
004740     IF WS-REJECT-REASON NOT = SPACES
004750         PERFORM 7200-AUDIT-REJECTED THRU 7200-EXIT
004760         GO TO 3000-EXIT
004770     END-IF
004780     ADD 1 TO WS-APPLIED-COUNT
004790     PERFORM 7400-AUDIT-FIELD-CHANGES THRU 7400-EXIT.
004800 3000-EXIT.
004810     EXIT.
004820
004830*--------------------------------------------------------------*
004840* 3050-BUILD-TXN-PREFIX - THE WORDS EVERY AUDIT LINE FOR THIS  *
004850*                  TRANSACTION STARTS WITH: SOURCE FILE AND    *
004860*                  LINE, TYPE, SITE AND OPERATOR.              *
004870*--------------------------------------------------------------*
004880 3050-BUILD-TXN-PREFIX.
004890     EVALUATE TRUE
004900         WHEN STX-ADD
004910             MOVE "ADD" TO WS-TXN-VERB
004920         WHEN STX-CHANGE
004930             MOVE "CHANGE" TO WS-TXN-VERB
004940         WHEN STX-DEACTIVATE
004950             MOVE "DEACTIVATE" TO WS-TXN-VERB
004960         WHEN STX-REACTIVATE
004970             MOVE "REACTIVATE" TO WS-TXN-VERB
004980         WHEN OTHER
004990             MOVE "TYPE ?" TO WS-TXN-VERB
005000     END-EVALUATE
005010     MOVE TT-LINE-NO (TXN-IDX) TO WS-LINE-DISPLAY
005020     MOVE SPACES TO WS-TXN-PREFIX
005030     MOVE 1 TO WS-PREFIX-POINTER
005040     STRING TT-SOURCE (TXN-IDX) DELIMITED BY SPACE
005050         " LINE " WS-LINE-DISPLAY " " DELIMITED BY SIZE
005060         WS-TXN-VERB DELIMITED BY SPACE
005070         " SITE " DELIMITED BY SIZE
005080         STX-SITE-CODE DELIMITED BY SPACE
005090         " BY " DELIMITED BY SIZE
005100         STX-OPERATOR DELIMITED BY SPACE
005110         INTO WS-TXN-PREFIX
005120         WITH POINTER WS-PREFIX-POINTER
005130     END-STRING.
005140 3050-EXIT.
005150     EXIT.
005160
005170*--------------------------------------------------------------*
005180* 3100-EDIT-TXN-FORM - EDITS THAT DO NOT DEPEND ON THE MASTER: *
005190*                  A KNOWN TYPE, A SITE CODE, THE REQUESTING   *
005200*                  OPERATOR, AND A NUMERIC EFFECTIVE DATE AND  *
005210*                  WIDTH WHEN GIVEN.                           *
005220*--------------------------------------------------------------*
005230 3100-EDIT-TXN-FORM.
005240     MOVE SPACES TO WS-REJECT-REASON
005250     IF NOT STX-ADD AND NOT STX-CHANGE
005260         AND NOT STX-DEACTIVATE AND NOT STX-REACTIVATE
005270         MOVE "TRANSACTION TYPE IS NOT A, C, D OR R"
005280             TO WS-REJECT-REASON
005290         GO TO 3100-EXIT
005300     END-IF
005310     IF STX-SITE-CODE = SPACES
005320         MOVE "SITE CODE IS BLANK" TO WS-REJECT-REASON
005330         GO TO 3100-EXIT
005340     END-IF
005350     IF STX-OPERATOR = SPACES
005360         MOVE "REQUESTING OPERATOR IS BLANK" TO WS-REJECT-REASON
005370         GO TO 3100-EXIT
005380     END-IF
005390     IF STX-EFFECTIVE-DATE NOT = SPACES
005400         AND STX-EFFECTIVE-DATE IS NOT NUMERIC
005410         MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO WS-REJECT-REASON
005420         GO TO 3100-EXIT
005430     END-IF
005440     IF STX-EXPECT-WIDTH NOT = SPACES
005450         AND STX-EXPECT-WIDTH IS NOT NUMERIC
005460         MOVE "EXPECTED WIDTH IS NOT NUMERIC" TO WS-REJECT-REASON
005470     END-IF.
005480 3100-EXIT.
005490     EXIT.
005500
005510 3150-FIND-MASTER-SITE.
005520     IF MT-RECORD (WS-MASTER-IDX) (1:8) = STX-SITE-CODE
005530         MOVE WS-MASTER-IDX TO WS-MATCH-IDX
005540     END-IF.
005550 3150-EXIT.
005560     EXIT.
005570
005580*--------------------------------------------------------------*
005590* 3500-CHECK-SLOPE-SET - A NAMED SLOPE SET MUST BE ON HAND AS  *
005600*                  <SET>.slp, THE FILE THE SURVEY PROGRAM      *
005610*                  LOADS FOR IT. A BLANK SET (THE GLOBAL SLOPE *
005620*                  FILE) NEEDS NO CHECK HERE.                  *
005630*--------------------------------------------------------------*
005640 3500-CHECK-SLOPE-SET.
005650     IF SMR-SLOPE-SET = SPACES
005660         GO TO 3500-EXIT
005670     END-IF
005680     MOVE SPACES TO WS-PROBE-NAME
005690     MOVE 1 TO WS-NAME-POINTER
005700     STRING SMR-SLOPE-SET DELIMITED BY SPACE
005710         ".slp" DELIMITED BY SIZE
005720         INTO WS-PROBE-NAME
005730         WITH POINTER WS-NAME-POINTER
005740     END-STRING
005750     PERFORM 3600-PROBE-FILE THRU 3600-EXIT
005760     IF NOT PROBE-OK
005770         MOVE SPACES TO WS-REJECT-REASON
005780         STRING "SLOPE SET FILE " DELIMITED BY SIZE
005790             WS-PROBE-NAME DELIMITED BY SPACE
005800             " NOT FOUND" DELIMITED BY SIZE
005810             INTO WS-REJECT-REASON
005820         END-STRING
005830     END-IF.
005840 3500-EXIT.
005850     EXIT.
005860
005870*--------------------------------------------------------------*
005880* 3550-CHECK-EXTRACT-FILE - THE SITE'S EXTRACT FILE MUST BE    *
005890*                  PRESENT, OR THE FIRST NIGHT'S SCAN FAILS.   *
005900*--------------------------------------------------------------*
005910 3550-CHECK-EXTRACT-FILE.
005920     IF SMR-FILE-NAME = SPACES
005930         MOVE "EXTRACT FILE NAME IS BLANK" TO WS-REJECT-REASON
005940         GO TO 3550-EXIT
005950     END-IF
005960     MOVE SMR-FILE-NAME TO WS-PROBE-NAME
005970     PERFORM 3600-PROBE-FILE THRU 3600-EXIT
005980     IF NOT PROBE-OK
005990         MOVE "EXTRACT FILE NOT PRESENT" TO WS-REJECT-REASON
006000     END-IF.
006010 3550-EXIT.
006020     EXIT.
006030
006040 3600-PROBE-FILE.
006050     OPEN INPUT PROBE-FILE
006060     IF PROBE-OK
006070         CLOSE PROBE-FILE
006080         MOVE 0 TO PROBE-STATUS
006090     END-IF.
006100 3600-EXIT.
006110     EXIT.
006120
006130*--------------------------------------------------------------*
006140* 4100-APPLY-ADD - A NEW SITE: THE CODE MUST NOT ALREADY BE ON *
006150*                  THE MASTER, ITS SLOPE SET AND EXTRACT FILE  *
006160*                  MUST BE ON HAND. IT GOES ON ACTIVE.         *
006170*--------------------------------------------------------------*
006180 4100-APPLY-ADD.
006190     IF WS-MATCH-IDX > 0
006200         MOVE "SITE CODE ALREADY ON SITE MASTER"
006210             TO WS-REJECT-REASON
006220         GO TO 4100-EXIT
006230     END-IF
006240     IF WS-MASTER-COUNT >= WS-MAX-MASTER
006250         MOVE "SITE MASTER TABLE IS FULL" TO WS-REJECT-REASON
006260         GO TO 4100-EXIT
006270     END-IF
006280     MOVE SPACES TO WS-MASTER-BEFORE
006290     MOVE SPACES TO WS-MASTER-WORK
006300     MOVE STX-SITE-CODE TO SMR-SITE-CODE
006310     MOVE 'A' TO SMR-ACTIVE-FLAG
006320     IF STX-EXPECT-WIDTH = SPACES
006330         MOVE 0 TO SMR-EXPECT-WIDTH
006340     ELSE
006350         MOVE STX-EXPECT-WIDTH-NUM TO SMR-EXPECT-WIDTH
006360     END-IF
006370     IF NOT STX-GLOBAL-SLOPES
006380         MOVE STX-SLOPE-SET TO SMR-SLOPE-SET
006390     END-IF
006400     MOVE STX-FILE-NAME TO SMR-FILE-NAME
006410     MOVE STX-DESCRIPTION TO SMR-DESCRIPTION
006420     PERFORM 3550-CHECK-EXTRACT-FILE THRU 3550-EXIT
006430     IF WS-REJECT-REASON NOT = SPACES
006440         GO TO 4100-EXIT
006450     END-IF
006460     PERFORM 3500-CHECK-SLOPE-SET THRU 3500-EXIT
006470     IF WS-REJECT-REASON NOT = SPACES
006480         GO TO 4100-EXIT
006490     END-IF
006500     ADD 1 TO WS-MASTER-COUNT
006510     MOVE WS-MASTER-WORK TO MT-RECORD (WS-MASTER-COUNT).
006520 4100-EXIT.
006530     EXIT.
006540
006550*--------------------------------------------------------------*
006560* 4200-APPLY-CHANGE - OVERLAY EVERY NON-BLANK FIELD OF THE     *
006570*                  TRANSACTION, THEN RE-VALIDATE THE SLOPE SET *
006580*                  AND EXTRACT FILE THE SITE WILL RUN WITH. A  *
006590*                  CHANGE THAT CHANGES NOTHING IS REJECTED.    *
006600*--------------------------------------------------------------*
006610 4200-APPLY-CHANGE.
006620     IF STX-EXPECT-WIDTH NOT = SPACES
006630         MOVE STX-EXPECT-WIDTH-NUM TO SMR-EXPECT-WIDTH
006640     END-IF
006650     IF STX-GLOBAL-SLOPES
006660         MOVE SPACES TO SMR-SLOPE-SET
006670     ELSE
006680         IF STX-SLOPE-SET NOT = SPACES
006690             MOVE STX-SLOPE-SET TO SMR-SLOPE-SET
006700         END-IF
006710     END-IF
006720     IF STX-FILE-NAME NOT = SPACES
006730         MOVE STX-FILE-NAME TO SMR-FILE-NAME
006740     END-IF
006750     IF STX-DESCRIPTION NOT = SPACES
006760         MOVE STX-DESCRIPTION TO SMR-DESCRIPTION
006770     END-IF
006780     IF WS-MASTER-WORK = WS-MASTER-BEFORE
006790         MOVE "CHANGE ALTERS NO FIELD ON THE SITE MASTER"
006800             TO WS-REJECT-REASON
006810         GO TO 4200-EXIT
006820     END-IF
006830     PERFORM 3550-CHECK-EXTRACT-FILE THRU 3550-EXIT
006840     IF WS-REJECT-REASON NOT = SPACES
006850         GO TO 4200-EXIT
006860     END-IF
006870     PERFORM 3500-CHECK-SLOPE-SET THRU 3500-EXIT
006880     IF WS-REJECT-REASON NOT = SPACES
006890         GO TO 4200-EXIT
006900     END-IF
006910     MOVE WS-MASTER-WORK TO MT-RECORD (WS-MATCH-IDX).
006920 4200-EXIT.
006930     EXIT.
006940
006950*--------------------------------------------------------------*
006960* 4300-APPLY-DEACTIVATE - AN ACTIVE SITE GOES INACTIVE; THE    *
006970*                  SURVEY PROGRAM CARRIES IT BUT SKIPS IT.     *
006980*--------------------------------------------------------------*
006990 4300-APPLY-DEACTIVATE.
007000     IF SMR-ACTIVE-FLAG = 'I'
007010         MOVE "SITE IS ALREADY INACTIVE" TO WS-REJECT-REASON
007020         GO TO 4300-EXIT
007030     END-IF
007040     MOVE 'I' TO SMR-ACTIVE-FLAG
007050     MOVE WS-MASTER-WORK TO MT-RECORD (WS-MATCH-IDX).
007060 4300-EXIT.
007070     EXIT.
007080
007090*--------------------------------------------------------------*
007100* 4400-APPLY-REACTIVATE - AN INACTIVE SITE GOES ACTIVE AGAIN,  *
007110*                  PROVIDED ITS EXTRACT FILE AND SLOPE SET ARE *
007120*                  STILL ON HAND.                              *
007130*--------------------------------------------------------------*
007140 4400-APPLY-REACTIVATE.
007150     IF SMR-ACTIVE-FLAG = 'A'
007160         MOVE "SITE IS ALREADY ACTIVE" TO WS-REJECT-REASON
007170         GO TO 4400-EXIT
007180     END-IF
007190     MOVE 'A' TO SMR-ACTIVE-FLAG
007200     PERFORM 3550-CHECK-EXTRACT-FILE THRU 3550-EXIT
007210     IF WS-REJECT-REASON NOT = SPACES
007220         GO TO 4400-EXIT
007230     END-IF
007240     PERFORM 3500-CHECK-SLOPE-SET THRU 3500-EXIT
007250     IF WS-REJECT-REASON NOT = SPACES
007260         GO TO 4400-EXIT
007270     END-IF
007280     MOVE WS-MASTER-WORK TO MT-RECORD (WS-MATCH-IDX).
007290 4400-EXIT.
007300     EXIT.
007310
007320*--------------------------------------------------------------*
007330* 5000-REBUILD-SITE-MASTER - THE MASTER IS NEVER TRUNCATED     *
007340*                  UNTIL TWO RECOVERY COPIES EXIST: THE REBUILT*
007350*                  SIDE COPY (sitectl.new) AND THE ARCHIVE OF  *
007360*                  THE ORIGINAL (sitectl.bak). THE TRANSACTION *
007370*                  FILE IS EMPTIED ONLY ONCE THE NEW MASTER IS *
007380*                  IN PLACE.                                   *
007390*--------------------------------------------------------------*
007400 5000-REBUILD-SITE-MASTER.
007410     OPEN OUTPUT SITE-NEW-FILE
007420     IF NOT SITE-NEW-OK
007430         STRING "BAD OPEN STATUS " SITE-NEW-STATUS
007440             " ON SITE MASTER SIDE COPY sitectl.new"
007450             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007460         END-STRING
007470         GO TO 9000-ABEND
007480     END-IF
007490     PERFORM 5100-WRITE-ONE-SIDE-RECORD THRU 5100-EXIT
007500         VARYING WS-MASTER-IDX FROM 1 BY 1
007510         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
007520     CLOSE SITE-NEW-FILE
007530     PERFORM 5200-ARCHIVE-SITE-MASTER THRU 5200-EXIT
007540     OPEN OUTPUT SITE-CONTROL-FILE
007550     IF NOT SITE-CTL-OK
007560         STRING "BAD OPEN STATUS " SITE-CTL-STATUS
007570             " REWRITING SITE MASTER"
007580             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007590         END-STRING
007600         GO TO 9000-ABEND
007610     END-IF
007620     PERFORM 5300-WRITE-ONE-MASTER-RECORD THRU 5300-EXIT
007630         VARYING WS-MASTER-IDX FROM 1 BY 1
007640         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
007650     CLOSE SITE-CONTROL-FILE.
007660 5000-EXIT.
007670     EXIT.
007680
007690 5100-WRITE-ONE-SIDE-RECORD.
007700     MOVE MT-RECORD (WS-MASTER-IDX) TO SITE-NEW-RECORD
007710     WRITE SITE-NEW-RECORD
007720     IF NOT SITE-NEW-OK
007730         STRING "BAD WRITE STATUS " SITE-NEW-STATUS
007740             " ON SITE MASTER SIDE COPY sitectl.new"
007750             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007760         END-STRING
007770         GO TO 9000-ABEND
007780     END-IF.
007790 5100-EXIT.
007800     EXIT.
007810
007820*--------------------------------------------------------------*
007830* 5200-ARCHIVE-SITE-MASTER - COPY THE ORIGINAL MASTER TO ITS   *
007840*                  ARCHIVE NAME BEFORE IT IS OVERWRITTEN. A    *
007850*                  FIRST-EVER MASTER HAS NOTHING TO ARCHIVE.   *
007860*--------------------------------------------------------------*
007870 5200-ARCHIVE-SITE-MASTER.
007880     OPEN INPUT SITE-CONTROL-FILE
007890     IF SITE-CTL-NOT-FOUND
007900         GO TO 5200-EXIT
007910     END-IF
007920     IF NOT SITE-CTL-OK
007930         STRING "BAD OPEN STATUS " SITE-CTL-STATUS
007940             " ARCHIVING SITE MASTER"
007950             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007960         END-STRING
007970         GO TO 9000-ABEND
007980     END-IF
007990     OPEN OUTPUT SITE-BACKUP-FILE
008000     IF NOT SITE-BAK-OK
008010         STRING "BAD OPEN STATUS " SITE-BAK-STATUS
008020             " ON SITE MASTER ARCHIVE sitectl.bak"
008030             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008040         END-STRING
008050         GO TO 9000-ABEND
008060     END-IF
008070     READ SITE-CONTROL-FILE
008080     PERFORM 5250-COPY-ONE-ARCHIVE-RECORD THRU 5250-EXIT
008090         UNTIL SITE-CTL-EOF
008100     CLOSE SITE-CONTROL-FILE
008110     CLOSE SITE-BACKUP-FILE.
008120 5200-EXIT.
008130     EXIT.
008140
008150 5250-COPY-ONE-ARCHIVE-RECORD.
008160     IF NOT SITE-CTL-OK
008170         STRING "BAD READ STATUS " SITE-CTL-STATUS
008180             " ARCHIVING SITE MASTER"
008190             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008200         END-STRING
008210         GO TO 9000-ABEND
008220     END-IF
008230     MOVE SITE-CONTROL-RECORD TO SITE-BACKUP-RECORD
008240     WRITE SITE-BACKUP-RECORD
008250     IF NOT SITE-BAK-OK
008260         STRING "BAD WRITE STATUS " SITE-BAK-STATUS
008270             " ON SITE MASTER ARCHIVE sitectl.bak"
008280             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008290         END-STRING
008300         GO TO 9000-ABEND
008310     END-IF
008320     READ SITE-CONTROL-FILE.
008330 5250-EXIT.
008340     EXIT.
008350
008360 5300-WRITE-ONE-MASTER-RECORD.
008370     MOVE MT-RECORD (WS-MASTER-IDX) TO SITE-CONTROL-RECORD
008380     WRITE SITE-CONTROL-RECORD
008390     IF NOT SITE-CTL-OK
008400         STRING "BAD WRITE STATUS " SITE-CTL-STATUS
008410             " REWRITING SITE MASTER - RESTORE FROM sitectl.new"
008420             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008430         END-STRING
008440         GO TO 9000-ABEND
008450     END-IF.
008460 5300-EXIT.
008470     EXIT.
008480
008490*--------------------------------------------------------------*
008500* 6000-REWRITE-PENDING-FILE - EVERY TRANSACTION STILL HELD FOR *
008510*                  A LATER EFFECTIVE DATE GOES BACK ON THE     *
008520*                  PENDING FILE, AND TONIGHT'S TRANSACTION     *
008530*                  FILE IS EMPTIED - EACH REQUEST IS NOW       *
008540*                  EITHER APPLIED, REJECTED OR PENDING.        *
008550*--------------------------------------------------------------*
008560 6000-REWRITE-PENDING-FILE.
008570     OPEN OUTPUT SITE-PENDING-FILE
008580     IF NOT PEND-OK
008590         STRING "BAD OPEN STATUS " PEND-STATUS
008600             " ON SITE PENDING FILE sitepend.txt"
008610             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008620         END-STRING
008630         GO TO 9000-ABEND
008640     END-IF
008650     PERFORM 6100-WRITE-ONE-PENDING THRU 6100-EXIT
008660         VARYING TXN-IDX FROM 1 BY 1
008670         UNTIL TXN-IDX > WS-TXN-COUNT
008680     CLOSE SITE-PENDING-FILE
008690     OPEN OUTPUT SITE-TXN-FILE
008700     IF TXN-OK
008710         CLOSE SITE-TXN-FILE
008720     END-IF.
008730 6000-EXIT.
008740     EXIT.
008750
008760 6100-WRITE-ONE-PENDING.
008770     IF NOT TT-HELD (TXN-IDX)
008780         GO TO 6100-EXIT
008790     END-IF
008800     MOVE TT-RECORD (TXN-IDX) TO SITE-PENDING-RECORD
008810     WRITE SITE-PENDING-RECORD
008820     IF NOT PEND-OK
008830         STRING "BAD WRITE STATUS " PEND-STATUS
008840             " ON SITE PENDING FILE sitepend.txt"
008850             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008860         END-STRING
008870         GO TO 9000-ABEND
008880     END-IF.
008890 6100-EXIT.
008900     EXIT.
008910
008920*--------------------------------------------------------------*
008930* 7000-WRITE-AUDIT-LINE - POST ONE LINE TO THE SITE            *
008940*                  MAINTENANCE AUDIT FILE.                     *
008950*--------------------------------------------------------------*
008960 7000-WRITE-AUDIT-LINE.
008970     MOVE WS-AUDIT-LINE TO SITE-AUDIT-RECORD
008980     WRITE SITE-AUDIT-RECORD
008990     IF NOT SITE-AUDIT-OK
009000         DISPLAY "AOC3M WARNING: BAD WRITE STATUS "
009010             SITE-AUDIT-STATUS " ON SITE MAINTENANCE AUDIT FILE"
009020     END-IF.
009030 7000-EXIT.
009040     EXIT.
009050
009060 7200-AUDIT-REJECTED.
009070     ADD 1 TO WS-REJECTED-COUNT
009080     MOVE SPACES TO WS-AUDIT-LINE
009090     MOVE 1 TO WS-AUDIT-POINTER
009100     STRING WS-TXN-PREFIX DELIMITED BY "  "
009110         " REJECTED - " WS-REJECT-REASON
009120         DELIMITED BY SIZE
009130         INTO WS-AUDIT-LINE
009140         WITH POINTER WS-AUDIT-POINTER
009150     END-STRING
009160     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
009170     DISPLAY "AOC3M: " WS-AUDIT-LINE.
009180 7200-EXIT.
009190     EXIT.
009200
009210 7300-AUDIT-HELD.
009220     MOVE SPACES TO WS-AUDIT-LINE
009230     MOVE 1 TO WS-AUDIT-POINTER
009240     STRING WS-TXN-PREFIX DELIMITED BY "  "
009250         " HELD UNTIL EFFECTIVE DATE " STX-EFFECTIVE-DATE
009260         DELIMITED BY SIZE
009270         INTO WS-AUDIT-LINE
009280         WITH POINTER WS-AUDIT-POINTER
009290     END-STRING
009300     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
009310 7300-EXIT.
009320     EXIT.
009330
009340*--------------------------------------------------------------*
009350* 7400-AUDIT-FIELD-CHANGES - ONE AUDIT LINE PER MASTER FIELD   *
009360*                  THE TRANSACTION CHANGED, WITH ITS BEFORE    *
009370*                  AND AFTER VALUES. AN ADD SHOWS EVERY FIELD  *
009380*                  WITH A BLANK BEFORE VALUE.                  *
009390*--------------------------------------------------------------*
009400 7400-AUDIT-FIELD-CHANGES.
009410     IF BEF-ACTIVE-FLAG NOT = SMR-ACTIVE-FLAG
009420         MOVE "ACTIVE-FLAG" TO WS-FIELD-NAME
009430         MOVE BEF-ACTIVE-FLAG TO WS-BEFORE-VALUE
009440         MOVE SMR-ACTIVE-FLAG TO WS-AFTER-VALUE
009450         PERFORM 7450-AUDIT-ONE-FIELD THRU 7450-EXIT
009460     END-IF
009470     IF BEF-EXPECT-WIDTH NOT = SMR-EXPECT-WIDTH
009480         MOVE "EXPECT-WIDTH" TO WS-FIELD-NAME
009490         MOVE BEF-EXPECT-WIDTH TO WS-BEFORE-VALUE
009500         MOVE SMR-EXPECT-WIDTH TO WS-AFTER-VALUE
009510         PERFORM 7450-AUDIT-ONE-FIELD THRU 7450-EXIT
009520     END-IF
009530     IF BEF-SLOPE-SET NOT = SMR-SLOPE-SET
009540         MOVE "SLOPE-SET" TO WS-FIELD-NAME
009550         MOVE BEF-SLOPE-SET TO WS-BEFORE-VALUE
009560         MOVE SMR-SLOPE-SET TO WS-AFTER-VALUE
009570         PERFORM 7450-AUDIT-ONE-FIELD THRU 7450-EXIT
009580     END-IF
009590     IF BEF-FILE-NAME NOT = SMR-FILE-NAME
009600         MOVE "FILE-NAME" TO WS-FIELD-NAME
009610         MOVE BEF-FILE-NAME TO WS-BEFORE-VALUE
009620         MOVE SMR-FILE-NAME TO WS-AFTER-VALUE
009630         PERFORM 7450-AUDIT-ONE-FIELD THRU 7450-EXIT
009640     END-IF
009650     IF BEF-DESCRIPTION NOT = SMR-DESCRIPTION
009660         MOVE "DESCRIPTION" TO WS-FIELD-NAME
009670         MOVE BEF-DESCRIPTION TO WS-BEFORE-VALUE
009680         MOVE SMR-DESCRIPTION TO WS-AFTER-VALUE
009690         PERFORM 7450-AUDIT-ONE-FIELD THRU 7450-EXIT
009700     END-IF
009710     DISPLAY "AOC3M: " WS-TXN-PREFIX (1:WS-PREFIX-POINTER - 1)
009720         " APPLIED".
009730 7400-EXIT.
009740     EXIT.
009750
009760 7450-AUDIT-ONE-FIELD.
009770     ADD 1 TO WS-FIELD-CHANGES
009780     MOVE SPACES TO WS-AUDIT-LINE
009790     MOVE 1 TO WS-AUDIT-POINTER
009800     STRING WS-TXN-PREFIX DELIMITED BY "  "
009810         " EFFECTIVE " DELIMITED BY SIZE
009820         STX-EFFECTIVE-DATE DELIMITED BY SIZE
009830         " FIELD " DELIMITED BY SIZE
009840         WS-FIELD-NAME DELIMITED BY SPACE
009850         " BEFORE '" DELIMITED BY SIZE
009860         WS-BEFORE-VALUE DELIMITED BY "  "
009870         "' AFTER '" DELIMITED BY SIZE
009880         WS-AFTER-VALUE DELIMITED BY "  "
009890         "'" DELIMITED BY SIZE
009900         INTO WS-AUDIT-LINE
009910         WITH POINTER WS-AUDIT-POINTER
009920     END-STRING
009930     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
009940 7450-EXIT.
009950     EXIT.
009960
009970*--------------------------------------------------------------*
009980* 8000-FINALIZE-RUN - CLOSING AUDIT LINE AND THE RETURN CODE   *
009990*                  FOR THE SCHEDULER.                          *
010000*--------------------------------------------------------------*
010010 8000-FINALIZE-RUN.
010020     ACCEPT WS-END-TIME FROM TIME
010030     IF WS-REJECTED-COUNT > 0
010040         MOVE 4 TO RETURN-CODE
010050         MOVE "REJECTS" TO WS-DISPOSITION
010060     ELSE
010070         MOVE 0 TO RETURN-CODE
010080         MOVE "CLEAN" TO WS-DISPOSITION
010090     END-IF
010100     MOVE RETURN-CODE TO WS-RC-DISPLAY
010110     MOVE SPACES TO WS-AUDIT-LINE
010120     MOVE 1 TO WS-AUDIT-POINTER
010130     STRING "SITE MAINT RUN END " WS-RUN-DATE " " WS-END-TIME
010140         " DISPOSITION " WS-DISPOSITION
010150         " RC " WS-RC-DISPLAY
010160         DELIMITED BY SIZE INTO WS-AUDIT-LINE
010170         WITH POINTER WS-AUDIT-POINTER
010180     END-STRING
010190     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
010200     STRING " APPLIED " WS-COUNT-DISPLAY
010210         DELIMITED BY SIZE INTO WS-AUDIT-LINE
010220         WITH POINTER WS-AUDIT-POINTER
010230     END-STRING
010240     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
010250     STRING " REJECTED " WS-COUNT-DISPLAY
010260         DELIMITED BY SIZE INTO WS-AUDIT-LINE
010270         WITH POINTER WS-AUDIT-POINTER
010280     END-STRING
010290     MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY
010300     STRING " PENDING " WS-COUNT-DISPLAY
010310         DELIMITED BY SIZE INTO WS-AUDIT-LINE
010320         WITH POINTER WS-AUDIT-POINTER
010330     END-STRING
010340     MOVE WS-FIELD-CHANGES TO WS-COUNT-DISPLAY
010350     STRING " FIELDS CHANGED " WS-COUNT-DISPLAY
010360         DELIMITED BY SIZE INTO WS-AUDIT-LINE
010370         WITH POINTER WS-AUDIT-POINTER
010380     END-STRING
010390     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
010400     DISPLAY "AOC3M: " WS-AUDIT-LINE
010410     CLOSE SITE-AUDIT-FILE.
010420 8000-EXIT.
010430     EXIT.
010440
010450*--------------------------------------------------------------*
010460* 9000-ABEND - A BAD FILE STATUS PART-WAY THROUGH LEAVES THE   *
010470*              MAINTENANCE RUN UNTRUSTWORTHY; POST THE REASON  *
010480*              TO THE AUDIT FILE AND GO BACK WITH THE ABEND    *
010490*              CLASS IN THE RETURN CODE. THE TRANSACTION FILE  *
010500*              IS LEFT IN PLACE FOR THE RERUN.                 *
010510*--------------------------------------------------------------*
010520 9000-ABEND.
010530     DISPLAY "AOC3M ABEND: " WS-ABEND-MESSAGE
010540     MOVE 12 TO RETURN-CODE
010550     MOVE SPACES TO WS-AUDIT-LINE
010560     MOVE 1 TO WS-AUDIT-POINTER
010570     STRING "ABEND " WS-ABEND-MESSAGE
010580         DELIMITED BY SIZE INTO WS-AUDIT-LINE
010590         WITH POINTER WS-AUDIT-POINTER
010600     END-STRING
010610     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
010620     CLOSE SITE-CONTROL-FILE
010630     CLOSE SITE-NEW-FILE
010640     CLOSE SITE-BACKUP-FILE
010650     CLOSE SITE-TXN-FILE
010660     CLOSE SITE-PENDING-FILE
010670     CLOSE SITE-AUDIT-FILE
010680     GOBACK.
010690 9000-EXIT.
010700     EXIT.
