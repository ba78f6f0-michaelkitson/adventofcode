000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AdventOfCode3Cycle.
000030 AUTHOR.        M. KITSON.
000040 INSTALLATION.  SURVEY-OPS.
000050 DATE-WRITTEN.  15-10-2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------*
000080* MODIFICATION HISTORY                                         *
000090*                                                              *
000100* DATE       INIT  DESCRIPTION                                 *
000110* ---------- ----  ------------------------------------------- *
000120* 15-10-2026 MK    ORIGINAL VERSION - NIGHTLY CYCLE CONTROL.   *
000130*                  THE STEP-DEFINITION FILE LISTS EACH STEP OF *
000140*                  THE SURVEY CYCLE IN RUN ORDER WITH THE      *
000150*                  PROGRAM IT CALLS, THE STEPS THAT MUST HAVE  *
000160*                  ENDED AHEAD OF IT, THE HIGHEST RETURN CODE  *
000170*                  IT ACCEPTS FROM THOSE PREDECESSORS, AND     *
000180*                  WHETHER IT RUNS EVERY NIGHT OR ONLY ON A    *
000190*                  CORRECTION DAY. EVERY STEP START AND END IS *
000200*                  POSTED TO THE CYCLE-STATUS FILE UNDER THE   *
000210*                  RUN DATE; A RESTART FOR THE SAME RUN DATE   *
000220*                  PASSES OVER EVERY STEP ALREADY ENDED AND    *
000230*                  RESUMES AT THE STEP THAT FAILED, SO THE     *
000240*                  SURVEY RUN IS NEVER RE-RUN (AND ITS HISTORY *
000250*                  NEVER DOUBLE-POSTED) BY A RESTART. A STEP   *
000260*                  HELD ON ITS PREDECESSORS' RETURN CODES IS   *
000270*                  HELD FOR THE NIGHT, TOGETHER WITH EVERY     *
000280*                  STEP THAT DEPENDS ON IT, AND THE REST OF    *
000290*                  THE CYCLE RUNS ON. THE RUN DATE OF A CYCLE  *
000300*                  IS HELD ON THE CYCLE-DATE FILE FROM THE     *
000310*                  TIME IT OPENS UNTIL NO STEP IS LEFT FAILED, *
000320*                  SO A RESTART AFTER MIDNIGHT STILL RESUMES   *
000330*                  THE SAME RUN DATE. THE CYCLE RUN DATE IS    *
000340*                  HANDED TO EACH STEP ON THE RUN-DATE CONTROL *
000350*                  FILE FOR THE LENGTH OF THE CALL, SO A       *
000360*                  RESUMED CYCLE POSTS UNDER ITS OWN DATE. AN  *
000370*                  OPEN CYCLE FROM AN EARLIER DAY IS RESUMED   *
000380*                  ONLY ON AN OPERATOR RESUME ORDER NAMING ITS *
000390*                  DATE; WITHOUT ONE THE RUN STOPS RC 12       *
000400*                  RATHER THAN SKIP TONIGHT'S CYCLE.           *
000410*--------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT STEP-DEFINITION-FILE ASSIGN TO "cyclstep.txt"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS STEP-STATUS.
000480
000490     SELECT CYCLE-STATUS-FILE ASSIGN TO "cyclstat.txt"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CYC-STATUS.
000520
000530     SELECT CYCLE-DATE-FILE ASSIGN TO "cycldate.txt"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CYC-DATE-STATUS.
000560
000570     SELECT RESUME-CONTROL-FILE ASSIGN TO "cyclrsm.txt"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RSM-CTL-STATUS.
000600
000610     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RUN-DATE-STATUS.
000640
000650     SELECT FIX-CONTROL-FILE ASSIGN TO "fixctl.txt"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FIX-CTL-STATUS.
000680
000690     SELECT PROM-CONTROL-FILE ASSIGN TO "promctl.txt"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS PROM-CTL-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750*--------------------------------------------------------------*
000760* STEP-DEFINITION RECORD - ONE STEP PER LINE, IN RUN ORDER, IN *
000770* FIXED COLUMNS: STEP NAME, PROGRAM-ID TO CALL, THE HIGHEST    *
000780* RETURN CODE ACCEPTED FROM ANY PREDECESSOR, THE RUN CLASS     *
000790* (N = EVERY NIGHT, C = CORRECTION DAYS ONLY), THEN UP TO FIVE *
000800* PREDECESSOR STEP NAMES. A PREDECESSOR MUST BE DEFINED ON AN  *
000810* EARLIER LINE THAN THE STEP THAT NAMES IT.                    *
000820*--------------------------------------------------------------*
000830 FD  STEP-DEFINITION-FILE.
000840 01  STEP-DEFINITION-RECORD.
000850     05  CSD-STEP-NAME              PIC X(08).
000860     05  FILLER                     PIC X(01).
000870     05  CSD-PROGRAM-NAME           PIC X(30).
000880     05  FILLER                     PIC X(01).
000890     05  CSD-MAX-RC                 PIC 9(02).
000900     05  FILLER                     PIC X(01).
000910     05  CSD-RUN-CLASS              PIC X(01).
000920         88  CSD-EVERY-NIGHT        VALUE 'N'.
000930         88  CSD-CORRECTION-DAY     VALUE 'C'.
000940     05  CSD-PREDECESSOR-ENTRY OCCURS 5 TIMES.
000950         10  FILLER                 PIC X(01).
000960         10  CSD-PREDECESSOR        PIC X(08).
000970
000980*--------------------------------------------------------------*
000990* CYCLE-STATUS RECORD - ONE LINE PER STEP EVENT, APPENDED AND  *
001000* NEVER REWRITTEN: RUN DATE, STEP, PROGRAM, START AND END TIME *
001010* OF DAY, RETURN CODE, AND THE STEP STATE. THE LAST LINE FOR A *
001020* STEP AND RUN DATE IS ITS CURRENT STATE.                      *
001030*   STARTED  - CALLED, NO END POSTED (CYCLE DIED IN THE STEP)  *
001040*   ENDED    - RETURNED BELOW THE ABEND CLASS                  *
001050*   FAILED   - RETURNED THE ABEND CLASS OR COULD NOT BE CALLED *
001060*   HELD     - NOT CALLED - A PREDECESSOR'S RC TOO HIGH, OR A  *
001070*              PREDECESSOR HELD; FINAL FOR THE RUN DATE        *
001080*   SKIPPED  - CORRECTION-DAY STEP ON A NIGHT WITH NO FIXES    *
001090*--------------------------------------------------------------*
001100 FD  CYCLE-STATUS-FILE.
001110 01  CYCLE-STATUS-RECORD.
001120     05  CST-RUN-DATE               PIC 9(08).
001130     05  FILLER                     PIC X(01).
001140     05  CST-STEP-NAME              PIC X(08).
001150     05  FILLER                     PIC X(01).
001160     05  CST-PROGRAM-NAME           PIC X(30).
001170     05  FILLER                     PIC X(01).
001180     05  CST-START-TIME             PIC 9(08).
001190     05  FILLER                     PIC X(01).
001200     05  CST-END-TIME               PIC 9(08).
001210     05  FILLER                     PIC X(01).
001220     05  CST-RETURN-CODE            PIC 9(02).
001230     05  FILLER                     PIC X(01).
001240     05  CST-STEP-STATE             PIC X(08).
001250     05  FILLER                     PIC X(01).
001260     05  CST-REMARK                 PIC X(60).
001270
001280 FD  CYCLE-DATE-FILE.
001290 01  CYCLE-DATE-RECORD              PIC X(08).
001300
001310*--------------------------------------------------------------*
001320* RESUME ORDER - THE RUN DATE OF AN OPEN CYCLE FROM AN EARLIER *
001330* DAY THAT THE OPERATOR WANTS RESUMED. IT IS USED UP BY THE    *
001340* RUN THAT RESUMES THE CYCLE.                                  *
001350*--------------------------------------------------------------*
001360 FD  RESUME-CONTROL-FILE.
001370 01  RESUME-CONTROL-RECORD          PIC X(08).
001380
001390*--------------------------------------------------------------*
001400* RUN-DATE CONTROL RECORD - THE CYCLE RUN DATE, PRESENT ONLY   *
001410* WHILE A STEP IS CALLED. THE STEP PROGRAMS TAKE THEIR RUN     *
001420* DATE FROM IT IN PLACE OF THE SYSTEM DATE WHEN IT IS THERE.   *
001430*--------------------------------------------------------------*
001440 FD  RUN-DATE-FILE.
001450 01  RUN-DATE-RECORD                PIC X(08).
001460
001470 FD  FIX-CONTROL-FILE.
001480 01  FIX-CONTROL-RECORD             PIC X(200).
001490
001500 FD  PROM-CONTROL-FILE.
001510 01  PROM-CONTROL-RECORD            PIC X(89).
001520
001530 WORKING-STORAGE SECTION.
001540*--------------------------------------------------------------*
001550* FILE STATUS SWITCHES                                         *
001560*--------------------------------------------------------------*
001570 01  STEP-STATUS                     PIC 9(02).
001580     88  STEP-OK                    VALUE 0.
001590     88  STEP-EOF                   VALUE 10.
001600
001610 01  CYC-STATUS                      PIC 9(02).
001620     88  CYC-OK                     VALUE 0.
001630     88  CYC-EOF                    VALUE 10.
001640     88  CYC-NOT-FOUND              VALUE 35.
001650
001660 01  CYC-DATE-STATUS                 PIC 9(02).
001670     88  CYC-DATE-OK                VALUE 0.
001680
001690 01  RSM-CTL-STATUS                  PIC 9(02).
001700     88  RSM-CTL-OK                 VALUE 0.
001710
001720 01  RUN-DATE-STATUS                 PIC 9(02).
001730     88  RUN-DATE-OK                VALUE 0.
001740
001750 01  FIX-CTL-STATUS                  PIC 9(02).
001760     88  FIX-CTL-OK                 VALUE 0.
001770
001780 01  PROM-CTL-STATUS                 PIC 9(02).
001790     88  PROM-CTL-OK                VALUE 0.
001800
001810*--------------------------------------------------------------*
001820* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE CYCLE     *
001830* ENDS WITH 0 WHEN EVERY STEP ENDED RC 0, 4 WHEN EVERY STEP    *
001840* ENDED BUT SOME WITH A WARNING-CLASS RC, 8 WHEN THE CYCLE RAN *
001850* TO ITS END WITH STEPS HELD ON THEIR PREDECESSORS' RETURN     *
001860* CODES, AND 12 WHEN A STEP FAILED OR THE CONTROLLER ITSELF    *
001870* ABENDED. THE RUN DATE IS TODAY UNLESS THE CYCLE-DATE FILE    *
001880* NAMES THE RUN DATE OF A CYCLE BEING RESUMED. A NEW CYCLE     *
001890* WRITES ITS RUN DATE THERE; A CYCLE THAT RUNS TO ITS END      *
001900* (HELD STEPS INCLUDED) EMPTIES THE FILE, AND ONE THAT STOPS   *
001910* AT A FAILED STEP OR ABENDS LEAVES IT FOR THE RESTART. A      *
001920* CYCLE LEFT OPEN FROM AN EARLIER DAY NEEDS A RESUME ORDER FOR *
001930* ITS DATE ON THE RESUME CONTROL FILE, OR THE RUN ABENDS WITH  *
001940* RC 12.                                                       *
001950*--------------------------------------------------------------*
001960 77  WS-RUN-DATE                     PIC 9(08).
001970 77  WS-TODAY-DATE                   PIC 9(08).
001980 77  WS-STEP-START-TIME              PIC 9(08).
001990 77  WS-STEP-END-TIME                PIC 9(08).
002000 77  WS-STEP-RC                      PIC 9(02).
002010 77  WS-ABEND-CLASS-RC               PIC 9(02) VALUE 12.
002020 77  WS-ENDED-COUNT                  PIC 9(03) VALUE 0.
002030 77  WS-PASSED-COUNT                 PIC 9(03) VALUE 0.
002040 77  WS-SKIPPED-COUNT                PIC 9(03) VALUE 0.
002050 77  WS-WARNING-COUNT                PIC 9(03) VALUE 0.
002060 77  WS-HELD-COUNT                   PIC 9(03) VALUE 0.
002070 01  WS-ABEND-MESSAGE                PIC X(160) VALUE SPACES.
002080 01  WS-CORRECTION-SWITCH            PIC X(01) VALUE 'N'.
002090     88  CORRECTION-DAY             VALUE 'Y'.
002100 01  WS-RESUME-SWITCH                PIC X(01) VALUE 'N'.
002110     88  CYCLE-RESUMED              VALUE 'Y'.
002120 01  WS-RESUME-ORDER-SWITCH          PIC X(01) VALUE 'N'.
002130     88  RESUME-ORDERED             VALUE 'Y'.
002140 01  WS-CYCLE-STOP-SWITCH            PIC X(01) VALUE 'N'.
002150     88  CYCLE-STOPPED              VALUE 'Y'.
002160
002170*--------------------------------------------------------------*
002180* STEP TABLE - THE STEP DEFINITIONS IN RUN ORDER, EACH WITH    *
002190* THE STATE AND RC THE CYCLE-STATUS FILE LAST POSTED FOR IT ON *
002200* THIS RUN DATE (SPACES WHEN NOTHING HAS BEEN POSTED YET).     *
002210*--------------------------------------------------------------*
002220 77  WS-MAX-STEPS                    PIC 9(03) VALUE 20.
002230 77  WS-STEP-COUNT                   PIC 9(03) VALUE 0.
002240 01  STEP-TABLE.
002250     05  STEP-ENTRY OCCURS 20 TIMES INDEXED BY STP-IDX.
002260         10  STP-STEP-NAME          PIC X(08).
002270         10  STP-PROGRAM-NAME       PIC X(30).
002280         10  STP-MAX-RC             PIC 9(02).
002290         10  STP-RUN-CLASS          PIC X(01).
002300             88  STP-CORRECTION-DAY VALUE 'C'.
002310         10  STP-PREDECESSOR OCCURS 5 TIMES
002320                                    PIC X(08).
002330         10  STP-LAST-STATE         PIC X(08).
002340             88  STP-NOT-POSTED     VALUE SPACES.
002350             88  STP-ENDED          VALUE "ENDED".
002360             88  STP-SKIPPED        VALUE "SKIPPED".
002370             88  STP-HELD           VALUE "HELD".
002380         10  STP-LAST-RC            PIC 9(02).
002390
002400*--------------------------------------------------------------*
002410* STEP WORK AREAS                                              *
002420*--------------------------------------------------------------*
002430 77  WS-PRED-IDX                     PIC 9(03) COMP.
002440 77  WS-SCAN-IDX                     PIC 9(03) COMP.
002450 77  WS-MATCH-IDX                    PIC 9(03) COMP.
002460 01  WS-STEP-PROGRAM                 PIC X(30) VALUE SPACES.
002470 01  WS-STEP-STATE                   PIC X(08) VALUE SPACES.
002480 01  WS-STEP-REMARK                  PIC X(60) VALUE SPACES.
002490 01  WS-HOLD-REASON                  PIC X(60) VALUE SPACES.
002500 01  WS-FIND-STEP-NAME               PIC X(08) VALUE SPACES.
002510 01  WS-STOP-STEP-NAME               PIC X(08) VALUE SPACES.
002520
002530*--------------------------------------------------------------*
002540* DISPLAY WORK AREAS                                           *
002550*--------------------------------------------------------------*
002560 01  WS-CYCLE-LINE                   PIC X(132) VALUE SPACES.
002570 77  WS-LINE-POINTER                 PIC 9(03) COMP VALUE 1.
002580 01  WS-COUNT-DISPLAY                PIC ZZ9.
002590 01  WS-RC-DISPLAY                   PIC 9(02).
002600
002610 PROCEDURE DIVISION.
002620*--------------------------------------------------------------*
002630* 0000-MAINLINE                                                *
002640*--------------------------------------------------------------*
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002670     PERFORM 2000-LOAD-STEP-DEFINITIONS THRU 2000-EXIT
002680     PERFORM 2500-LOAD-CYCLE-STATUS THRU 2500-EXIT
002690     PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
002700         VARYING STP-IDX FROM 1 BY 1
002710         UNTIL STP-IDX > WS-STEP-COUNT
002720             OR CYCLE-STOPPED
002730     PERFORM 8000-FINALIZE-RUN THRU 8000-EXIT
002740     GOBACK
002750     .
002760
002770*--------------------------------------------------------------*
002780* 1000-INITIALIZE - FIX THE RUN DATE (TODAY, OR THE DATE OF A  *
002790*                   CYCLE BEING RESUMED), CLEAR ANY RUN-DATE   *
002800*                   RECORD LEFT BY A CYCLE THAT DIED IN A      *
002810*                   STEP, AND DECIDE WHETHER THIS IS A         *
002820*                   CORRECTION DAY: A FIX CONTROL FILE OR A    *
002830*                   PROMOTION CONTROL FILE WITH AT LEAST ONE   *
002840*                   RECORD ON HAND.                            *
002850*--------------------------------------------------------------*
002860 1000-INITIALIZE.
002870     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002880     MOVE WS-TODAY-DATE TO WS-RUN-DATE
002890     MOVE 'N' TO WS-RESUME-SWITCH
002900     OPEN INPUT CYCLE-DATE-FILE
002910     IF CYC-DATE-OK
002920         READ CYCLE-DATE-FILE
002930         IF CYC-DATE-OK
002940             AND CYCLE-DATE-RECORD IS NUMERIC
002950             MOVE CYCLE-DATE-RECORD TO WS-RUN-DATE
002960             MOVE 'Y' TO WS-RESUME-SWITCH
002970         END-IF
002980         CLOSE CYCLE-DATE-FILE
002990     END-IF
003000     IF CYCLE-RESUMED
003010         AND WS-RUN-DATE NOT = WS-TODAY-DATE
003020         PERFORM 1200-CHECK-RESUME-ORDER THRU 1200-EXIT
003030     END-IF
003040     IF NOT CYCLE-RESUMED
003050         PERFORM 1100-OPEN-CYCLE-DATE THRU 1100-EXIT
003060     END-IF
003070     PERFORM 3270-CLEAR-STEP-RUN-DATE THRU 3270-EXIT
003080     OPEN INPUT FIX-CONTROL-FILE
003090     IF FIX-CTL-OK
003100         READ FIX-CONTROL-FILE
003110         IF FIX-CTL-OK
003120             MOVE 'Y' TO WS-CORRECTION-SWITCH
003130         END-IF
003140         CLOSE FIX-CONTROL-FILE
003150     END-IF
003160     OPEN INPUT PROM-CONTROL-FILE
003170     IF PROM-CTL-OK
003180         READ PROM-CONTROL-FILE
003190         IF PROM-CTL-OK
003200             MOVE 'Y' TO WS-CORRECTION-SWITCH
003210         END-IF
003220         CLOSE PROM-CONTROL-FILE
003230     END-IF
003240     IF CORRECTION-DAY
003250         DISPLAY "AOC3C: CYCLE RUN DATE " WS-RUN-DATE
003260             " - CORRECTION DAY"
003270     ELSE
003280         DISPLAY "AOC3C: CYCLE RUN DATE " WS-RUN-DATE
003290     END-IF.
003300 1000-EXIT.
003310     EXIT.
003320
003330*--------------------------------------------------------------*
003340* 1100-OPEN-CYCLE-DATE - HOLD THE RUN DATE OF A NEW CYCLE ON   *
003350*                   THE CYCLE-DATE FILE BEFORE ANY STEP IS     *
003360*                   CALLED. A CYCLE THAT CANNOT HOLD ITS DATE  *
003370*                   CANNOT BE RESTARTED SAFELY AND IS NOT RUN. *
003380*--------------------------------------------------------------*
003390 1100-OPEN-CYCLE-DATE.
003400     OPEN OUTPUT CYCLE-DATE-FILE
003410     IF NOT CYC-DATE-OK
003420         STRING "BAD OPEN STATUS " CYC-DATE-STATUS
003430             " ON CYCLE DATE FILE cycldate.txt"
003440             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003450         END-STRING
003460         GO TO 9000-ABEND
003470     END-IF
003480     MOVE WS-RUN-DATE TO CYCLE-DATE-RECORD
003490     WRITE CYCLE-DATE-RECORD
003500     IF NOT CYC-DATE-OK
003510         STRING "BAD WRITE STATUS " CYC-DATE-STATUS
003520             " ON CYCLE DATE FILE cycldate.txt"
003530             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003540         END-STRING
003550         GO TO 9000-ABEND
003560     END-IF
003570     CLOSE CYCLE-DATE-FILE.
003580 1100-EXIT.
003590     EXIT.
003600
003610*--------------------------------------------------------------*
003620* 1200-CHECK-RESUME-ORDER - THE CYCLE-DATE FILE NAMES A CYCLE  *
003630*                   OPENED ON AN EARLIER DAY. IT IS RESUMED    *
003640*                   ONLY WHEN THE RESUME CONTROL FILE CARRIES  *
003650*                   THAT SAME DATE; THE ORDER IS THEN USED UP  *
003660*                   SO IT CANNOT RESUME THE CYCLE A SECOND     *
003670*                   NIGHT. WITHOUT AN ORDER THE RUN ABENDS,    *
003680*                   NAMING THE OPEN CYCLE, RATHER THAN SKIP    *
003690*                   TONIGHT'S CYCLE IN FAVOUR OF AN OLD ONE.   *
003700*--------------------------------------------------------------*
003710 1200-CHECK-RESUME-ORDER.
003720     MOVE 'N' TO WS-RESUME-ORDER-SWITCH
003730     OPEN INPUT RESUME-CONTROL-FILE
003740     IF RSM-CTL-OK
003750         READ RESUME-CONTROL-FILE
003760         IF RSM-CTL-OK
003770             AND RESUME-CONTROL-RECORD = WS-RUN-DATE
003780             MOVE 'Y' TO WS-RESUME-ORDER-SWITCH
003790         END-IF
003800         CLOSE RESUME-CONTROL-FILE
003810     END-IF
003820     IF NOT RESUME-ORDERED
003830         STRING "CYCLE FOR RUN DATE " WS-RUN-DATE
003840             " IS STILL OPEN - PUT " WS-RUN-DATE
003850             " ON cyclrsm.txt TO RESUME IT, OR EMPTY cycldate.txt"
003860             " TO START A NEW CYCLE"
003870             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003880         END-STRING
003890         GO TO 9000-ABEND
003900     END-IF
003910     OPEN OUTPUT RESUME-CONTROL-FILE
003920     IF NOT RSM-CTL-OK
003930         STRING "BAD OPEN STATUS " RSM-CTL-STATUS
003940             " CLEARING RESUME CONTROL FILE cyclrsm.txt"
003950             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
003960         END-STRING
003970         GO TO 9000-ABEND
003980     END-IF
003990     CLOSE RESUME-CONTROL-FILE
004000     DISPLAY "AOC3C: RESUMING OPEN CYCLE " WS-RUN-DATE
004010         " ON RESUME ORDER".
004020 1200-EXIT.
004030     EXIT.
004040
004050*--------------------------------------------------------------*
004060* 2000-LOAD-STEP-DEFINITIONS - PULL THE STEP FILE INTO THE     *
004070*                  TABLE. NO STEP FILE, AN EMPTY ONE, A BAD    *
004080*                  RC FIELD, A STEP NAME DEFINED TWICE OR A    *
004090*                  PREDECESSOR NOT DEFINED AHEAD OF ITS STEP   *
004100*                  STOPS THE CYCLE BEFORE ANY STEP IS CALLED.  *
004110*--------------------------------------------------------------*
004120 2000-LOAD-STEP-DEFINITIONS.
004130     OPEN INPUT STEP-DEFINITION-FILE
004140     IF NOT STEP-OK
004150         DISPLAY "Step definition file not okay"
004160         MOVE 12 TO RETURN-CODE
004170         GOBACK
004180     END-IF
004190     READ STEP-DEFINITION-FILE
004200     PERFORM 2100-ADD-STEP-ENTRY THRU 2100-EXIT
004210         UNTIL STEP-EOF
004220     CLOSE STEP-DEFINITION-FILE
004230     IF WS-STEP-COUNT = 0
004240         STRING "STEP DEFINITION FILE cyclstep.txt HAS NO STEPS"
004250             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004260         END-STRING
004270         GO TO 9000-ABEND
004280     END-IF.
004290 2000-EXIT.
004300     EXIT.
004310
004320 2100-ADD-STEP-ENTRY.
004330     IF NOT STEP-OK
004340         STRING "BAD READ STATUS " STEP-STATUS
004350             " ON STEP DEFINITION FILE"
004360             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004370         END-STRING
004380         GO TO 9000-ABEND
004390     END-IF
004400     IF STEP-DEFINITION-RECORD = SPACES
004410         OR STEP-DEFINITION-RECORD (1:1) = '*'
004420         GO TO 2100-NEXT
004430     END-IF
004440     IF WS-STEP-COUNT >= WS-MAX-STEPS
004450         STRING "STEP DEFINITION FILE HAS MORE STEPS THAN THE "
004460             "TABLE HOLDS"
004470             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004480         END-STRING
004490         GO TO 9000-ABEND
004500     END-IF
004510     IF CSD-STEP-NAME = SPACES
004520         OR CSD-PROGRAM-NAME = SPACES
004530         OR CSD-MAX-RC IS NOT NUMERIC
004540         OR (NOT CSD-EVERY-NIGHT AND NOT CSD-CORRECTION-DAY)
004550         STRING "STEP DEFINITION " CSD-STEP-NAME
004560             " IS INCOMPLETE OR HAS A BAD RC OR RUN CLASS"
004570             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004580         END-STRING
004590         GO TO 9000-ABEND
004600     END-IF
004610     MOVE CSD-STEP-NAME TO WS-FIND-STEP-NAME
004620     PERFORM 2160-FIND-STEP THRU 2160-EXIT
004630     IF WS-MATCH-IDX > 0
004640         STRING "STEP " CSD-STEP-NAME
004650             " IS DEFINED TWICE ON THE STEP DEFINITION FILE"
004660             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
004670         END-STRING
004680         GO TO 9000-ABEND
004690     END-IF
004700     ADD 1 TO WS-STEP-COUNT
004710     MOVE CSD-STEP-NAME TO STP-STEP-NAME (WS-STEP-COUNT)
004720     MOVE CSD-PROGRAM-NAME TO STP-PROGRAM-NAME (WS-STEP-COUNT)
004730     MOVE CSD-MAX-RC TO STP-MAX-RC (WS-STEP-COUNT)
004740     MOVE CSD-RUN-CLASS TO STP-RUN-CLASS (WS-STEP-COUNT)
004750     MOVE SPACES TO STP-LAST-STATE (WS-STEP-COUNT)
004760     MOVE 0 TO STP-LAST-RC (WS-STEP-COUNT)
004770     PERFORM 2150-ADD-ONE-PREDECESSOR THRU 2150-EXIT
004780         VARYING WS-PRED-IDX FROM 1 BY 1
004790         UNTIL WS-PRED-IDX > 5.
004800 2100-NEXT.
004810     READ STEP-DEFINITION-FILE.
004820 2100-EXIT.
004830     EXIT.
004840
004850*--------------------------------------------------------------*
004860* 2150-ADD-ONE-PREDECESSOR - A NAMED PREDECESSOR MUST ALREADY  *
004870*                  BE IN THE TABLE; THAT KEEPS THE STEP FILE   *
004880*                  IN A RUNNABLE ORDER.                        *
004890*--------------------------------------------------------------*
004900 2150-ADD-ONE-PREDECESSOR.
004910     MOVE CSD-PREDECESSOR (WS-PRED-IDX)
004920         TO STP-PREDECESSOR (WS-STEP-COUNT WS-PRED-IDX)
004930     IF CSD-PREDECESSOR (WS-PRED-IDX) = SPACES
004940         GO TO 2150-EXIT
004950     END-IF
004960     MOVE CSD-PREDECESSOR (WS-PRED-IDX) TO WS-FIND-STEP-NAME
004970     PERFORM 2160-FIND-STEP THRU 2160-EXIT
004980     IF WS-MATCH-IDX = 0 OR WS-MATCH-IDX = WS-STEP-COUNT
004990         STRING "STEP " CSD-STEP-NAME " PREDECESSOR "
005000             CSD-PREDECESSOR (WS-PRED-IDX)
005010             " IS NOT DEFINED AHEAD OF IT"
005020             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
005030         END-STRING
005040         GO TO 9000-ABEND
005050     END-IF.
005060 2150-EXIT.
005070     EXIT.
005080
005090*--------------------------------------------------------------*
005100* 2160-FIND-STEP - LOOK UP THE STEP NAMED IN WS-FIND-STEP-NAME;*
005110*                  WS-MATCH-IDX IS 0 WHEN IT IS NOT IN THE     *
005120*                  TABLE.                                      *
005130*--------------------------------------------------------------*
005140 2160-FIND-STEP.
005150     MOVE 0 TO WS-MATCH-IDX
005160     PERFORM 2170-MATCH-ONE-STEP THRU 2170-EXIT
005170         VARYING WS-SCAN-IDX FROM 1 BY 1
005180         UNTIL WS-SCAN-IDX > WS-STEP-COUNT
005190             OR WS-MATCH-IDX > 0.
005200 2160-EXIT.
005210     EXIT.
005220
005230 2170-MATCH-ONE-STEP.
005240     IF STP-STEP-NAME (WS-SCAN-IDX) = WS-FIND-STEP-NAME
005250         MOVE WS-SCAN-IDX TO WS-MATCH-IDX
005260     END-IF.
005270 2170-EXIT.
005280     EXIT.
005290
005300*--------------------------------------------------------------*
005310* 2500-LOAD-CYCLE-STATUS - READ BACK EVERYTHING ALREADY POSTED *
005320*                  FOR THIS RUN DATE SO A RESTART KNOWS WHICH  *
005330*                  STEPS HAVE ENDED. NO STATUS FILE MEANS A    *
005340*                  FIRST-EVER CYCLE.                           *
005350*--------------------------------------------------------------*
005360 2500-LOAD-CYCLE-STATUS.
005370     OPEN INPUT CYCLE-STATUS-FILE
005380     IF CYC-NOT-FOUND
005390         GO TO 2500-EXIT
005400     END-IF
005410     IF NOT CYC-OK
005420         STRING "CANNOT OPEN CYCLE STATUS FILE cyclstat.txt"
005430             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
005440         END-STRING
005450         GO TO 9000-ABEND
005460     END-IF
005470     READ CYCLE-STATUS-FILE
005480     PERFORM 2600-APPLY-ONE-STATUS THRU 2600-EXIT
005490         UNTIL CYC-EOF
005500     CLOSE CYCLE-STATUS-FILE.
005510 2500-EXIT.
005520     EXIT.
005530
005540 2600-APPLY-ONE-STATUS.
005550     IF NOT CYC-OK
005560         STRING "BAD READ STATUS " CYC-STATUS
005570             " ON CYCLE STATUS FILE"
005580             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
005590         END-STRING
005600         GO TO 9000-ABEND
005610     END-IF
005620     IF CST-RUN-DATE IS NOT NUMERIC
005630         OR CST-RUN-DATE NOT = WS-RUN-DATE
005640         GO TO 2600-NEXT
005650     END-IF
005660     MOVE CST-STEP-NAME TO WS-FIND-STEP-NAME
005670     PERFORM 2160-FIND-STEP THRU 2160-EXIT
005680     IF WS-MATCH-IDX = 0
005690         GO TO 2600-NEXT
005700     END-IF
005710     MOVE CST-STEP-STATE TO STP-LAST-STATE (WS-MATCH-IDX)
005720     IF CST-RETURN-CODE IS NUMERIC
005730         MOVE CST-RETURN-CODE TO STP-LAST-RC (WS-MATCH-IDX)
005740     ELSE
005750         MOVE 0 TO STP-LAST-RC (WS-MATCH-IDX)
005760     END-IF.
005770 2600-NEXT.
005780     READ CYCLE-STATUS-FILE.
005790 2600-EXIT.
005800     EXIT.
005810
005820*--------------------------------------------------------------*
005830* 3000-RUN-ONE-STEP - PASS OVER A STEP ALREADY ENDED ON THIS   *
005840*                  RUN DATE; SKIP A CORRECTION-DAY STEP ON AN  *
005850*                  ORDINARY NIGHT (A SKIPPED STEP IS LOOKED AT *
005860*                  AGAIN ON A RESTART, IN CASE FIXES HAVE SINCE*
005870*                  ARRIVED);                                   *
005880*                  HOLD A STEP WHOSE PREDECESSORS HAVE NOT ALL *
005890*                  ENDED WITHIN ITS ACCEPTED RC. OTHERWISE     *
005900*                  POST THE START, CALL THE STEP'S PROGRAM,    *
005910*                  AND POST THE END WITH ITS RETURN CODE. A    *
005920*                  HOLD IS FINAL FOR THE RUN DATE: A RESTART   *
005930*                  PASSES OVER A HELD STEP, EVERY STEP THAT    *
005940*                  NAMES IT IS HELD IN TURN, AND THE STEPS     *
005950*                  THAT DO NOT DEPEND ON IT RUN ON. A FAILED   *
005960*                  STEP STOPS THE CYCLE THERE.                 *
005970*--------------------------------------------------------------*
005980 3000-RUN-ONE-STEP.
005990     IF STP-ENDED (STP-IDX)
006000         ADD 1 TO WS-PASSED-COUNT
006010         MOVE STP-LAST-RC (STP-IDX) TO WS-RC-DISPLAY
006020         DISPLAY "AOC3C: STEP " STP-STEP-NAME (STP-IDX)
006030             " ALREADY " STP-LAST-STATE (STP-IDX)
006040             " RC " WS-RC-DISPLAY " - NOT RE-RUN"
006050         IF STP-LAST-RC (STP-IDX) > 0
006060             ADD 1 TO WS-WARNING-COUNT
006070         END-IF
006080         GO TO 3000-EXIT
006090     END-IF
006100     IF STP-HELD (STP-IDX)
006110         ADD 1 TO WS-HELD-COUNT
006120         DISPLAY "AOC3C: STEP " STP-STEP-NAME (STP-IDX)
006130             " ALREADY HELD FOR THIS RUN DATE - NOT RUN"
006140         GO TO 3000-EXIT
006150     END-IF
006160     ACCEPT WS-STEP-START-TIME FROM TIME
006170     MOVE 0 TO WS-STEP-END-TIME
006180     MOVE 0 TO WS-STEP-RC
006190     IF STP-CORRECTION-DAY (STP-IDX) AND NOT CORRECTION-DAY
006200         MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
006210         MOVE "SKIPPED" TO WS-STEP-STATE
006220         MOVE "NOT A CORRECTION DAY" TO WS-STEP-REMARK
006230         PERFORM 7000-POST-STEP-STATUS THRU 7000-EXIT
006240         ADD 1 TO WS-SKIPPED-COUNT
006250         GO TO 3000-EXIT
006260     END-IF
006270     PERFORM 3100-CHECK-PREDECESSORS THRU 3100-EXIT
006280     IF WS-HOLD-REASON NOT = SPACES
006290         MOVE WS-STEP-START-TIME TO WS-STEP-END-TIME
006300         MOVE "HELD" TO WS-STEP-STATE
006310         MOVE WS-HOLD-REASON TO WS-STEP-REMARK
006320         PERFORM 7000-POST-STEP-STATUS THRU 7000-EXIT
006330         ADD 1 TO WS-HELD-COUNT
006340         GO TO 3000-EXIT
006350     END-IF
006360     MOVE "STARTED" TO WS-STEP-STATE
006370     MOVE SPACES TO WS-STEP-REMARK
006380     PERFORM 7000-POST-STEP-STATUS THRU 7000-EXIT
006390     PERFORM 3200-CALL-STEP-PROGRAM THRU 3200-EXIT
006400     ACCEPT WS-STEP-END-TIME FROM TIME
006410     IF WS-STEP-RC >= WS-ABEND-CLASS-RC
006420         MOVE "FAILED" TO WS-STEP-STATE
006430         MOVE 'Y' TO WS-CYCLE-STOP-SWITCH
006440         MOVE STP-STEP-NAME (STP-IDX) TO WS-STOP-STEP-NAME
006450     ELSE
006460         MOVE "ENDED" TO WS-STEP-STATE
006470         ADD 1 TO WS-ENDED-COUNT
006480         IF WS-STEP-RC > 0
006490             ADD 1 TO WS-WARNING-COUNT
006500         END-IF
006510     END-IF
006520     PERFORM 7000-POST-STEP-STATUS THRU 7000-EXIT.
006530 3000-EXIT.
006540     EXIT.
006550
006560*--------------------------------------------------------------*
006570* 3100-CHECK-PREDECESSORS - EVERY NAMED PREDECESSOR MUST HAVE  *
006580*                  ENDED (OR BEEN SKIPPED) ON THIS RUN DATE    *
006590*                  WITH AN RC NO HIGHER THAN THIS STEP         *
006600*                  ACCEPTS. THE FIRST ONE THAT HAS NOT SETS    *
006610*                  THE HOLD REASON; A HELD PREDECESSOR HOLDS   *
006620*                  THIS STEP TOO.                              *
006630*--------------------------------------------------------------*
006640 3100-CHECK-PREDECESSORS.
006650     MOVE SPACES TO WS-HOLD-REASON
006660     PERFORM 3150-CHECK-ONE-PREDECESSOR THRU 3150-EXIT
006670         VARYING WS-PRED-IDX FROM 1 BY 1
006680         UNTIL WS-PRED-IDX > 5
006690             OR WS-HOLD-REASON NOT = SPACES.
006700 3100-EXIT.
006710     EXIT.
006720
006730 3150-CHECK-ONE-PREDECESSOR.
006740     IF STP-PREDECESSOR (STP-IDX WS-PRED-IDX) = SPACES
006750         GO TO 3150-EXIT
006760     END-IF
006770     MOVE STP-PREDECESSOR (STP-IDX WS-PRED-IDX)
006780         TO WS-FIND-STEP-NAME
006790     PERFORM 2160-FIND-STEP THRU 2160-EXIT
006800     IF STP-SKIPPED (WS-MATCH-IDX)
006810         GO TO 3150-EXIT
006820     END-IF
006830     IF STP-HELD (WS-MATCH-IDX)
006840         STRING "PREDECESSOR " STP-STEP-NAME (WS-MATCH-IDX)
006850             " IS HELD"
006860             DELIMITED BY SIZE INTO WS-HOLD-REASON
006870         END-STRING
006880         GO TO 3150-EXIT
006890     END-IF
006900     IF NOT STP-ENDED (WS-MATCH-IDX)
006910         STRING "PREDECESSOR " STP-STEP-NAME (WS-MATCH-IDX)
006920             " HAS NOT ENDED"
006930             DELIMITED BY SIZE INTO WS-HOLD-REASON
006940         END-STRING
006950         GO TO 3150-EXIT
006960     END-IF
006970     IF STP-LAST-RC (WS-MATCH-IDX) > STP-MAX-RC (STP-IDX)
006980         MOVE STP-LAST-RC (WS-MATCH-IDX) TO WS-RC-DISPLAY
006990         STRING "PREDECESSOR " STP-STEP-NAME (WS-MATCH-IDX)
007000             " ENDED RC " WS-RC-DISPLAY " - ABOVE ACCEPTED RC"
007010             DELIMITED BY SIZE INTO WS-HOLD-REASON
007020         END-STRING
007030     END-IF.
007040 3150-EXIT.
007050     EXIT.
007060
007070*--------------------------------------------------------------*
007080* 3200-CALL-STEP-PROGRAM - CALL THE STEP'S PROGRAM BY NAME AND *
007090*                  TAKE ITS RETURN CODE. A PROGRAM THAT CANNOT *
007100*                  BE LOADED IS A FAILED STEP. THE PROGRAM IS  *
007110*                  CANCELLED AFTERWARDS SO A LATER STEP (OR    *
007120*                  CYCLE) CALLING IT AGAIN GETS A FRESH COPY.  *
007130*                  THE CYCLE RUN DATE IS ON THE RUN-DATE FILE  *
007140*                  FOR THE LENGTH OF THE CALL ONLY; A STEP     *
007150*                  THAT CANNOT BE GIVEN ITS DATE IS NOT CALLED *
007160*                  AND FAILS.                                  *
007170*--------------------------------------------------------------*
007180 3200-CALL-STEP-PROGRAM.
007190     MOVE STP-PROGRAM-NAME (STP-IDX) TO WS-STEP-PROGRAM
007200     MOVE SPACES TO WS-STEP-REMARK
007210     DISPLAY "AOC3C: STEP " STP-STEP-NAME (STP-IDX)
007220         " CALLING " WS-STEP-PROGRAM
007230     PERFORM 3250-SET-STEP-RUN-DATE THRU 3250-EXIT
007240     IF NOT RUN-DATE-OK
007250         MOVE WS-ABEND-CLASS-RC TO WS-STEP-RC
007260         MOVE "RUN DATE FILE rundate.txt COULD NOT BE WRITTEN"
007270             TO WS-STEP-REMARK
007280         GO TO 3200-EXIT
007290     END-IF
007300     MOVE 0 TO RETURN-CODE
007310     CALL WS-STEP-PROGRAM
007320         ON EXCEPTION
007330             MOVE WS-ABEND-CLASS-RC TO WS-STEP-RC
007340             MOVE "PROGRAM COULD NOT BE CALLED" TO WS-STEP-REMARK
007350         NOT ON EXCEPTION
007360             MOVE RETURN-CODE TO WS-STEP-RC
007370             CANCEL WS-STEP-PROGRAM
007380     END-CALL
007390     MOVE 0 TO RETURN-CODE
007400     PERFORM 3270-CLEAR-STEP-RUN-DATE THRU 3270-EXIT.
007410 3200-EXIT.
007420     EXIT.
007430
007440*--------------------------------------------------------------*
007450* 3250-SET-STEP-RUN-DATE - PUT THE CYCLE RUN DATE ON THE       *
007460*                  RUN-DATE FILE FOR THE STEP ABOUT TO BE      *
007470*                  CALLED. RUN-DATE-STATUS TELLS THE CALLER    *
007480*                  WHETHER IT IS THERE.                        *
007490*--------------------------------------------------------------*
007500 3250-SET-STEP-RUN-DATE.
007510     OPEN OUTPUT RUN-DATE-FILE
007520     IF NOT RUN-DATE-OK
007530         GO TO 3250-EXIT
007540     END-IF
007550     MOVE WS-RUN-DATE TO RUN-DATE-RECORD
007560     WRITE RUN-DATE-RECORD
007570     IF NOT RUN-DATE-OK
007580         CLOSE RUN-DATE-FILE
007590         GO TO 3250-EXIT
007600     END-IF
007610     CLOSE RUN-DATE-FILE.
007620 3250-EXIT.
007630     EXIT.
007640
007650*--------------------------------------------------------------*
007660* 3270-CLEAR-STEP-RUN-DATE - EMPTY THE RUN-DATE FILE SO A STEP *
007670*                  PROGRAM RUN OUTSIDE THE CYCLE TAKES THE     *
007680*                  SYSTEM DATE.                                *
007690*--------------------------------------------------------------*
007700 3270-CLEAR-STEP-RUN-DATE.
007710     OPEN OUTPUT RUN-DATE-FILE
007720     IF RUN-DATE-OK
007730         CLOSE RUN-DATE-FILE
007740     ELSE
007750         DISPLAY "AOC3C WARNING: BAD OPEN STATUS " RUN-DATE-STATUS
007760             " EMPTYING RUN DATE FILE rundate.txt"
007770     END-IF.
007780 3270-EXIT.
007790     EXIT.
007800
007810*--------------------------------------------------------------*
007820* 7000-POST-STEP-STATUS - APPEND ONE EVENT TO THE CYCLE-STATUS *
007830*                  FILE AND UPDATE THE STEP TABLE. THE FILE IS *
007840*                  CLOSED AFTER EVERY EVENT SO A CYCLE THAT    *
007850*                  DIES INSIDE A STEP STILL LEAVES ITS STARTED *
007860*                  LINE ON THE FILE.                           *
007870*--------------------------------------------------------------*
007880 7000-POST-STEP-STATUS.
007890     OPEN EXTEND CYCLE-STATUS-FILE
007900     IF CYC-NOT-FOUND
007910         OPEN OUTPUT CYCLE-STATUS-FILE
007920     END-IF
007930     IF NOT CYC-OK
007940         STRING "CANNOT OPEN CYCLE STATUS FILE cyclstat.txt"
007950             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
007960         END-STRING
007970         GO TO 9000-ABEND
007980     END-IF
007990     MOVE SPACES TO CYCLE-STATUS-RECORD
008000     MOVE WS-RUN-DATE TO CST-RUN-DATE
008010     MOVE STP-STEP-NAME (STP-IDX) TO CST-STEP-NAME
008020     MOVE STP-PROGRAM-NAME (STP-IDX) TO CST-PROGRAM-NAME
008030     MOVE WS-STEP-START-TIME TO CST-START-TIME
008040     MOVE WS-STEP-END-TIME TO CST-END-TIME
008050     MOVE WS-STEP-RC TO CST-RETURN-CODE
008060     MOVE WS-STEP-STATE TO CST-STEP-STATE
008070     MOVE WS-STEP-REMARK TO CST-REMARK
008080     WRITE CYCLE-STATUS-RECORD
008090     IF NOT CYC-OK
008100         STRING "BAD WRITE STATUS " CYC-STATUS
008110             " ON CYCLE STATUS FILE"
008120             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
008130         END-STRING
008140         GO TO 9000-ABEND
008150     END-IF
008160     CLOSE CYCLE-STATUS-FILE
008170     MOVE WS-STEP-STATE TO STP-LAST-STATE (STP-IDX)
008180     MOVE WS-STEP-RC TO STP-LAST-RC (STP-IDX)
008190     MOVE WS-STEP-RC TO WS-RC-DISPLAY
008200     MOVE SPACES TO WS-CYCLE-LINE
008210     MOVE 1 TO WS-LINE-POINTER
008220     STRING "STEP " DELIMITED BY SIZE
008230         STP-STEP-NAME (STP-IDX) DELIMITED BY SPACE
008240         " " DELIMITED BY SIZE
008250         WS-STEP-STATE DELIMITED BY SPACE
008260         " RC " WS-RC-DISPLAY DELIMITED BY SIZE
008270         INTO WS-CYCLE-LINE
008280         WITH POINTER WS-LINE-POINTER
008290     END-STRING
008300     IF WS-STEP-REMARK NOT = SPACES
008310         STRING " - " WS-STEP-REMARK
008320             DELIMITED BY SIZE INTO WS-CYCLE-LINE
008330             WITH POINTER WS-LINE-POINTER
008340         END-STRING
008350     END-IF
008360     DISPLAY "AOC3C: " WS-CYCLE-LINE.
008370 7000-EXIT.
008380     EXIT.
008390
008400*--------------------------------------------------------------*
008410* 8000-FINALIZE-RUN - SAY WHERE THE CYCLE STOPPED (OR THAT IT  *
008420*                  COMPLETED, AND WITH HOW MANY STEPS HELD)    *
008430*                  AND SET THE RETURN CODE FOR THE SCHEDULER.  *
008440*                  A CYCLE THAT RAN TO ITS END HAS NO STEP     *
008450*                  LEFT FAILED OR STARTED, SO IT EMPTIES THE   *
008460*                  CYCLE-DATE FILE AND THE NEXT CYCLE TAKES    *
008470*                  ITS OWN DATE; ITS HELD STEPS STAY HELD FOR  *
008480*                  THIS RUN DATE.                              *
008490*--------------------------------------------------------------*
008500 8000-FINALIZE-RUN.
008510     IF NOT CYCLE-STOPPED
008520         PERFORM 8100-CLOSE-CYCLE-DATE THRU 8100-EXIT
008530     END-IF
008540     IF CYCLE-STOPPED
008550         MOVE 12 TO RETURN-CODE
008560     ELSE
008570         IF WS-HELD-COUNT > 0
008580             MOVE 8 TO RETURN-CODE
008590         ELSE
008600             IF WS-WARNING-COUNT > 0
008610                 MOVE 4 TO RETURN-CODE
008620             ELSE
008630                 MOVE 0 TO RETURN-CODE
008640             END-IF
008650         END-IF
008660     END-IF
008670     MOVE RETURN-CODE TO WS-RC-DISPLAY
008680     MOVE SPACES TO WS-CYCLE-LINE
008690     MOVE 1 TO WS-LINE-POINTER
008700     IF CYCLE-STOPPED
008710         STRING "CYCLE " WS-RUN-DATE " STOPPED AT FAILED STEP "
008720             DELIMITED BY SIZE
008730             WS-STOP-STEP-NAME DELIMITED BY SPACE
008740             " - RESTART RESUMES THERE"
008750             DELIMITED BY SIZE INTO WS-CYCLE-LINE
008760             WITH POINTER WS-LINE-POINTER
008770         END-STRING
008780     ELSE
008790         IF WS-HELD-COUNT > 0
008800             STRING "CYCLE " WS-RUN-DATE
008810                 " COMPLETE WITH STEPS HELD - HELD STEPS ARE"
008820                 " NOT RUN FOR THIS DATE"
008830                 DELIMITED BY SIZE INTO WS-CYCLE-LINE
008840                 WITH POINTER WS-LINE-POINTER
008850             END-STRING
008860         ELSE
008870             STRING "CYCLE " WS-RUN-DATE " COMPLETE"
008880                 DELIMITED BY SIZE INTO WS-CYCLE-LINE
008890                 WITH POINTER WS-LINE-POINTER
008900             END-STRING
008910         END-IF
008920     END-IF
008930     MOVE WS-ENDED-COUNT TO WS-COUNT-DISPLAY
008940     STRING " RC " WS-RC-DISPLAY " ENDED " WS-COUNT-DISPLAY
008950         DELIMITED BY SIZE INTO WS-CYCLE-LINE
008960         WITH POINTER WS-LINE-POINTER
008970     END-STRING
008980     MOVE WS-PASSED-COUNT TO WS-COUNT-DISPLAY
008990     STRING " ALREADY DONE " WS-COUNT-DISPLAY
009000         DELIMITED BY SIZE INTO WS-CYCLE-LINE
009010         WITH POINTER WS-LINE-POINTER
009020     END-STRING
009030     MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
009040     STRING " SKIPPED " WS-COUNT-DISPLAY
009050         DELIMITED BY SIZE INTO WS-CYCLE-LINE
009060         WITH POINTER WS-LINE-POINTER
009070     END-STRING
009080     MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
009090     STRING " HELD " WS-COUNT-DISPLAY
009100         DELIMITED BY SIZE INTO WS-CYCLE-LINE
009110         WITH POINTER WS-LINE-POINTER
009120     END-STRING
009130     DISPLAY "AOC3C: " WS-CYCLE-LINE.
009140 8000-EXIT.
009150     EXIT.
009160
009170 8100-CLOSE-CYCLE-DATE.
009180     OPEN OUTPUT CYCLE-DATE-FILE
009190     IF CYC-DATE-OK
009200         CLOSE CYCLE-DATE-FILE
009210     ELSE
009220         DISPLAY "AOC3C WARNING: BAD OPEN STATUS " CYC-DATE-STATUS
009230             " EMPTYING CYCLE DATE FILE cycldate.txt"
009240     END-IF.
009250 8100-EXIT.
009260     EXIT.
009270
009280*--------------------------------------------------------------*
009290* 9000-ABEND - A BAD STEP FILE OR STATUS FILE LEAVES THE CYCLE *
009300*              UNCONTROLLABLE; REPORT THE REASON AND GO BACK   *
009310*              WITH THE ABEND CLASS IN THE RETURN CODE.        *
009320*--------------------------------------------------------------*
009330 9000-ABEND.
009340     DISPLAY "AOC3C ABEND: " WS-ABEND-MESSAGE
009350     MOVE 12 TO RETURN-CODE
009360     CLOSE STEP-DEFINITION-FILE
009370     CLOSE CYCLE-STATUS-FILE
009380     GOBACK.
009390 9000-EXIT.
009400     EXIT.
