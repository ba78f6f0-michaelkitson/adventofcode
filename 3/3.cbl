002080*                 IS RESCANNED AND ITS HISTORY REPOSTED; THE     *
002090*                 RESCAN FILE IS EMPTIED ONCE THE MARKS ARE      *
002100*                 TAKEN.                                         *
002101* 15-10-2026 MK    ACTIVE SITES ARE NOW HELD BACK UNLESS THE     *
002102*                 FEED INTAKE (3INTAKE) RELEASED THEM ON THE     *
002103*                 INTAKE RELEASE FILE FOR THIS RUN DATE, SO A    *
002104*                 DUPLICATE OR STALE EXTRACT IS NEVER SCANNED OR *
002105*                 POSTED. A RELEASE FILE FOR ANOTHER RUN DATE IS *
002106*                 IGNORED WITH A WARNING; NO RELEASE FILE AT ALL *
002107*                 LEAVES THE SITE LIST AS IT WAS. RESCAN MARKS   *
002108*                 STILL WIN OVER THE RELEASE LIST.               *
002109* 15-10-2026 MK    EACH SITE NOW GETS A DESCENT HAZARD PROFILE   *
002110*                 PER SLOPE IN THE TREE REPORT: THE ROW OF THE   *
002111*                 FIRST TREE HIT, THE LONGEST RUN OF VISITED     *
002112*                 ROWS WITH NO HIT, HITS BY TENTH-OF-DESCENT     *
002113*                 BAND AND THE WORST BAND. THE SAME FIGURES      *
002114*                 GO TO THE PIPE-DELIMITED HAZARD EXTRACT        *
002115*                 (hazext.txt), ONE H RECORD PER SITE/SLOPE.     *
002116* 15-10-2026 MK    RUN DATE IS TAKEN FROM THE CYCLE RUN-DATE     *
002117*                 FILE WHEN SET. AN EMPTY OR STALE RELEASE FILE  *
002118*                 RELEASES NO SITE. HELD SITES GET NO H RECORD.  *
002119*--------------------------------------------------------------*
002120 ENVIRONMENT DIVISION.
002130 INPUT-OUTPUT SECTION.
002140 FILE-CONTROL.
002910     SELECT HIST-BACKUP-FILE ASSIGN TO "treehist.bak"
002920         ORGANIZATION IS LINE SEQUENTIAL
002930         FILE STATUS IS HIST-BAK-STATUS.
002931     SELECT INTAKE-RELEASE-FILE ASSIGN TO "intkrel.txt"
002932         ORGANIZATION IS LINE SEQUENTIAL
002933         FILE STATUS IS REL-STATUS.
002934     SELECT HAZARD-PROFILE-FILE ASSIGN TO "hazext.txt"
002935         ORGANIZATION IS LINE SEQUENTIAL
002936         FILE STATUS IS HAZ-STATUS.
002937     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
002938         ORGANIZATION IS LINE SEQUENTIAL
002939         FILE STATUS IS RUN-DATE-STATUS.
002940
002950 DATA DIVISION.
002960 FILE SECTION.
004150
004160 FD  RESCAN-FILE.
004170 01  RESCAN-RECORD                  PIC X(08).
004171 FD  INTAKE-RELEASE-FILE.
004172 01  INTAKE-RELEASE-RECORD.
004173     05  REL-RECORD-TYPE            PIC X(03).
004174     05  FILLER                     PIC X(01).
004175     05  REL-RUN-DATE               PIC 9(08).
004176     05  FILLER                     PIC X(01).
004177     05  REL-SITE-CODE              PIC X(08).
004178 FD  HAZARD-PROFILE-FILE.
004179 01  HAZARD-PROFILE-RECORD          PIC X(250).
004180
004181 FD  RUN-DATE-FILE.
004182 01  RUN-DATE-RECORD                PIC X(08).
004183
004190 FD  HIST-NEW-FILE.
004200 01  HIST-NEW-RECORD                PIC X(400).
004210
004810 01  EXT-STATUS                      PIC 9(02).
004820     88  EXT-OK                     VALUE 0.
004830     88  EXT-NOT-FOUND              VALUE 35.
004831 01  HAZ-STATUS                      PIC 9(02).
004832     88  HAZ-OK                     VALUE 0.
004833     88  HAZ-NOT-FOUND              VALUE 35.
004840
004850 01  REQ-STATUS                      PIC 9(02).
004860     88  REQ-OK                     VALUE 0.
005100     88  HIST-BAK-OK                VALUE 0.
005110 77  WS-RESCAN-TAKEN                 PIC 9(03) VALUE 0.
005120 77  WS-RESCAN-MATCH                 PIC 9(03) COMP.
005121 01  REL-STATUS                      PIC 9(02).
005122     88  REL-OK                     VALUE 0.
005123     88  REL-EOF                    VALUE 10.
005124     88  REL-NOT-FOUND              VALUE 35.
005125 01  RUN-DATE-STATUS                 PIC 9(02).
005126     88  RUN-DATE-OK                VALUE 0.
005130
005140 01  PART-STATUS                     PIC 9(02).
005150     88  PART-OK                    VALUE 0.
005910 01  WS-RERUN-MATCH-SWITCH           PIC X(01) VALUE 'N'.
005920     88  RERUN-SITE-MATCHED         VALUE 'Y'.
005930     88  RERUN-SITE-NOT-MATCHED     VALUE 'N'.
005931*--------------------------------------------------------------*
005932* FEED INTAKE RELEASE WORK AREAS. WHEN THE INTAKE RELEASE FILE *
005933* IS ON HAND FOR THIS RUN DATE, ONLY THE SITES LISTED ON IT    *
005934* ARE SCANNED.                                                 *
005935*--------------------------------------------------------------*
005936 77  WS-MAX-RELEASED-SITES           PIC 9(03) VALUE 50.
005937 77  WS-RELEASED-COUNT               PIC 9(03) VALUE 0.
005938 01  RELEASE-TABLE.
005939     05  RELEASED-SITE-CODE OCCURS 50 TIMES
005940             INDEXED BY RELEASE-IDX PIC X(08).
005941 01  WS-RELEASE-MATCH-SWITCH         PIC X(01) VALUE 'N'.
005942     88  RELEASE-SITE-MATCHED       VALUE 'Y'.
005943     88  RELEASE-SITE-NOT-MATCHED   VALUE 'N'.
005944
005950*--------------------------------------------------------------*
005960* PRE-FLIGHT CONTROL-FILE EDIT WORK AREAS. BAD SLOPE ENTRIES    *
005970* AND UNREADABLE SITE FILES ARE CAUGHT AND LISTED ON THE EDIT   *
006950     05  WS-EXT-P-SITE              PIC X(80).
006960     05  FILLER                     PIC X(01) VALUE "|".
006970     05  WS-EXT-P-PRODUCT           PIC 9(18).
006971*--------------------------------------------------------------*
006972* HAZARD-EXTRACT RECORD LAYOUT - ONE H RECORD PER SITE/SLOPE   *
006973* CARRYING THE DESCENT HAZARD PROFILE, PIPE-DELIMITED AND      *
006974* ZERO-FILLED LIKE THE RESULTS EXTRACT. A FIRST-HIT ROW OR     *
006975* WORST BAND OF ZERO MEANS THE SLOPE HIT NO TREES. THE CLEAR   *
006976* RUN IS COUNTED IN VISITED ROWS; FROM/THRU ARE MAP ROWS.      *
006977*--------------------------------------------------------------*
006978 01  WS-HAZARD-EXTRACT.
006979     05  FILLER                     PIC X(02) VALUE "H|".
006980     05  WS-HAZ-X-RUN-DATE          PIC 9(08).
006981     05  FILLER                     PIC X(01) VALUE "|".
006982     05  WS-HAZ-X-SITE              PIC X(80).
006983     05  FILLER                     PIC X(01) VALUE "|".
006984     05  WS-HAZ-X-RIGHT             PIC 9(03).
006985     05  FILLER                     PIC X(01) VALUE "|".
006986     05  WS-HAZ-X-DOWN              PIC 9(03).
006987     05  FILLER                     PIC X(01) VALUE "|".
006988     05  WS-HAZ-X-ROWS-VISITED      PIC 9(07).
006989     05  FILLER                     PIC X(01) VALUE "|".
006990     05  WS-HAZ-X-HITS              PIC 9(07).
006991     05  FILLER                     PIC X(01) VALUE "|".
006992     05  WS-HAZ-X-FIRST-HIT-ROW     PIC 9(07).
006993     05  FILLER                     PIC X(01) VALUE "|".
006994     05  WS-HAZ-X-CLEAR-RUN         PIC 9(07).
006995     05  FILLER                     PIC X(01) VALUE "|".
006996     05  WS-HAZ-X-CLEAR-FROM        PIC 9(07).
006997     05  FILLER                     PIC X(01) VALUE "|".
006998     05  WS-HAZ-X-CLEAR-THRU        PIC 9(07).
006999     05  WS-HAZ-X-BAND OCCURS 10 TIMES.
007000         10  FILLER                 PIC X(01) VALUE "|".
007001         10  WS-HAZ-X-BAND-HITS     PIC 9(07).
007002     05  FILLER                     PIC X(01) VALUE "|".
007003     05  WS-HAZ-X-WORST-BAND        PIC 9(02).
007004     05  FILLER                     PIC X(01) VALUE "|".
007005     05  WS-HAZ-X-WORST-HITS        PIC 9(07).
007006
007007*--------------------------------------------------------------*
007008* PARTITIONED-SCAN WORK AREAS. A PARTITION EXECUTION (RUN       *
007010* OPTION "PARTITION NN SSSSSSS EEEEEEE") SCANS TERRAIN ROWS     *
007020* SSSSSSS THRU EEEEEEE OF THE FIRST SITE ONLY AND WRITES ITS    *
007030* RESULTS TO partNN.dat; PARTITION NN+1 PICKS UP EACH SLOPE'S   *
009050 77  WS-RECON-COLUMN                PIC 9(05) COMP.
009060 77  WS-RECON-TREE-COUNT            PIC 9(07) COMP VALUE 0.

009071*--------------------------------------------------------------*
009080* TRAIL MAP WORK AREA - ONE MARKED-UP COPY OF THE SITE'S MAP    *
009090* IS WRITTEN PER SLOPE, WITH EACH VISITED COLUMN SHOWN AS 'O'   *
009100* (OPEN GROUND) OR 'X' (TREE).                                 *
009500 01  WS-ANA-BAND-DISPLAY             PIC Z9.
009510 01  WS-ANA-LINE                     PIC X(132) VALUE SPACES.
009520 77  WS-ANA-POINTER                  PIC 9(03) COMP VALUE 1.
009521*--------------------------------------------------------------*
009522* DESCENT HAZARD PROFILE WORK AREAS - A FURTHER PASS OVER THE  *
009523* SITE'S MAP FOLLOWS EVERY CONFIGURED SLOPE DOWN THE TERRAIN   *
009524* THE WAY THE MAIN SCAN DOES, RECORDING WHERE ITS TREES FALL:  *
009525* FIRST HIT, LONGEST CLEAR RUN OF VISITED ROWS, AND HITS PER   *
009526* TENTH-OF-DESCENT BAND (THE SAME BAND SPLIT AS THE TERRAIN    *
009527* ANALYTICS).                                                  *
009528*--------------------------------------------------------------*
009529 77  WS-HAZ-TOTAL-ROWS               PIC 9(07) COMP.
009530 77  WS-HAZ-ROW-NUMBER               PIC 9(07) COMP.
009531 77  WS-HAZ-SLOPE                    PIC 9(03) COMP.
009532 77  WS-HAZ-BAND                     PIC 9(02) COMP.
009533 01  HAZARD-SLOPE-TABLE.
009534     05  HAZARD-SLOPE OCCURS 20 TIMES.
009535         10  HAZ-POSITION           PIC 9(05) COMP.
009536         10  HAZ-ROWS-VISITED       PIC 9(07) COMP.
009537         10  HAZ-HITS               PIC 9(07) COMP.
009538         10  HAZ-FIRST-HIT-ROW      PIC 9(07) COMP.
009539         10  HAZ-CLEAR-RUN          PIC 9(07) COMP.
009540         10  HAZ-CLEAR-FROM         PIC 9(07) COMP.
009541         10  HAZ-BEST-CLEAR-RUN     PIC 9(07) COMP.
009542         10  HAZ-BEST-CLEAR-FROM    PIC 9(07) COMP.
009543         10  HAZ-BEST-CLEAR-THRU    PIC 9(07) COMP.
009544         10  HAZ-WORST-BAND         PIC 9(02) COMP.
009545         10  HAZ-BAND-HITS          PIC 9(07) COMP
009546                                    OCCURS 10 TIMES.
009547 01  HAZARD-BAND-TABLE.
009548     05  HAZARD-BAND OCCURS 10 TIMES.
009549         10  HZB-FIRST-ROW          PIC 9(07) COMP.
009550         10  HZB-LAST-ROW           PIC 9(07) COMP.
009551 01  WS-HAZ-SLOPE-DISPLAY            PIC ZZ9.
009552 01  WS-HAZ-HITS-DISPLAY             PIC Z(06)9.
009553
009554 PROCEDURE DIVISION.
009555*--------------------------------------------------------------*
009560* 0000-MAINLINE                                                *
009570*--------------------------------------------------------------*
009580 0000-MAINLINE.
009860*--------------------------------------------------------------*
009870 1000-INITIALIZE.
009880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009881     OPEN INPUT RUN-DATE-FILE
009882     IF RUN-DATE-OK
009883         READ RUN-DATE-FILE
009884         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
009885             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
009886         END-IF
009887         CLOSE RUN-DATE-FILE
009888     END-IF
009890     ACCEPT WS-RUN-TIME FROM TIME
009900     OPEN EXTEND RUN-AUDIT-FILE
009910     IF AUDIT-NOT-FOUND
010600     END-IF
010610     IF NOT EXT-OK
010620         DISPLAY "Results extract file not okay"
010621         MOVE 12 TO RETURN-CODE
010622         GOBACK
010623     END-IF
010624     IF RERUN-MODE
010625         OPEN EXTEND HAZARD-PROFILE-FILE
010626         IF HAZ-NOT-FOUND
010627             OPEN OUTPUT HAZARD-PROFILE-FILE
010628         END-IF
010629     ELSE
010630         OPEN OUTPUT HAZARD-PROFILE-FILE
010631     END-IF
010632     IF NOT HAZ-OK
010633         DISPLAY "Hazard extract file not okay"
010634         MOVE 12 TO RETURN-CODE
010640         GOBACK
010650     END-IF
010660     IF NOT PARTITION-MODE
012440 1030-EXIT.
012450     EXIT.

012461*--------------------------------------------------------------*
012470* 1040-APPLY-SEARCH-OPTION - PARSE "SEARCH RRR DDD" (RIGHT AND  *
012480*                  DOWN MAXIMUMS IN FIXED COLUMNS 8-10 AND      *
012490*                  12-14). A BAD VALUE OR A GRID BIGGER THAN    *
012910 1040-EXIT.
012920     EXIT.

012931*--------------------------------------------------------------*
012940* 1045-APPLY-PARTITION-OPTION - PARSE "PARTITION NN SSSSSSS     *
012950*                  EEEEEEE" (PARTITION NUMBER IN COLUMNS 11-12, *
012960*                  START AND END TERRAIN ROWS IN COLUMNS 14-20  *
014930 1060-EXIT.
014940     EXIT.

014951*--------------------------------------------------------------*
014960* 1065-TAKE-HEADER-RECORD - THE SITE'S FIRST RECORD IS A HDR    *
014970*                  CONTROL RECORD: NOTE THE EXTRACT DATE ON THE *
014980*                  AUDIT TRAIL, REMEMBER THAT THIS EXTRACT IS   *
016850             VARYING SITE-IDX FROM 1 BY 1
016860             UNTIL SITE-IDX > WS-SITE-COUNT
016870     END-IF
016871     PERFORM 1265-APPLY-INTAKE-RELEASE THRU 1265-EXIT
016880*    THE RESCAN MARKS ARE ONE-SHOT, SO ONLY A RUN THAT
016890*    ACTUALLY SCANS THE FULL SITE LIST MAY CONSUME THEM - A
016900*    PLAN WRITES NOTHING AND A PARTITION SCANS ONLY SITE ONE.
017330         SET RERUN-SITE-MATCHED TO TRUE
017340     END-IF.
017350 1260-EXIT.
017351     EXIT.
017352*--------------------------------------------------------------*
017353* 1265-APPLY-INTAKE-RELEASE - WHEN THE FEED INTAKE HAS WRITTEN *
017354*                  A RELEASE FILE FOR THIS RUN DATE, EVERY     *
017355*                  USABLE SITE NOT RELEASED ON IT IS FLAGGED   *
017356*                  UNUSABLE AND COUNTS AS SKIPPED. AN EMPTY    *
017357*                  RELEASE FILE, OR ONE FOR ANY OTHER RUN      *
017358*                  DATE, RELEASES NO SITE AT ALL; ONLY A       *
017359*                  MISSING ONE LEAVES THE SITE LIST AS IT WAS. *
017360*--------------------------------------------------------------*
017361 1265-APPLY-INTAKE-RELEASE.
017362     MOVE 0 TO WS-RELEASED-COUNT
017363     OPEN INPUT INTAKE-RELEASE-FILE
017364     IF REL-NOT-FOUND
017365         GO TO 1265-EXIT
017366     END-IF
017367     IF NOT REL-OK
017368         GO TO 1265-NOT-RELEASED
017369     END-IF
017370     READ INTAKE-RELEASE-FILE
017371     IF NOT REL-OK
017372         OR REL-RECORD-TYPE NOT = "HDR"
017373         OR REL-RUN-DATE NOT = WS-RUN-DATE
017374         CLOSE INTAKE-RELEASE-FILE
017375         GO TO 1265-NOT-RELEASED
017376     END-IF
017377     READ INTAKE-RELEASE-FILE
017378     PERFORM 1266-ADD-RELEASED-SITE THRU 1266-EXIT
017379         UNTIL REL-EOF
017380             OR WS-RELEASED-COUNT >= WS-MAX-RELEASED-SITES
017381     CLOSE INTAKE-RELEASE-FILE
017382     GO TO 1265-CHECK-SITES.
017383 1265-NOT-RELEASED.
017384     MOVE SPACES TO WS-AUDIT-DETAIL
017385     STRING "INTAKE RELEASE FILE IS NOT FOR RUN DATE "
017386         WS-RUN-DATE " - NO SITE RELEASED"
017387         DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
017388     END-STRING
017389     DISPLAY "AOC3 WARNING: " WS-AUDIT-DETAIL
017390     PERFORM 7100-RAISE-WARNING THRU 7100-EXIT.
017391 1265-CHECK-SITES.
017392     PERFORM 1267-CHECK-SITE-RELEASED THRU 1267-EXIT
017393         VARYING SITE-IDX FROM 1 BY 1
017394         UNTIL SITE-IDX > WS-SITE-COUNT.
017395 1265-EXIT.
017396     EXIT.
017397
017398 1266-ADD-RELEASED-SITE.
017399     IF NOT REL-OK
017400         GO TO 1266-NEXT
017401     END-IF
017402     IF REL-RECORD-TYPE NOT = "REL" OR REL-SITE-CODE = SPACES
017403         GO TO 1266-NEXT
017404     END-IF
017405     ADD 1 TO WS-RELEASED-COUNT
017406     SET RELEASE-IDX TO WS-RELEASED-COUNT
017407     MOVE REL-SITE-CODE TO RELEASED-SITE-CODE (RELEASE-IDX).
017408 1266-NEXT.
017409     READ INTAKE-RELEASE-FILE.
017410 1266-EXIT.
017411     EXIT.
017412
017413 1267-CHECK-SITE-RELEASED.
017414     IF NOT SITE-USABLE (SITE-IDX)
017415         GO TO 1267-EXIT
017416     END-IF
017417     SET RELEASE-SITE-NOT-MATCHED TO TRUE
017418     IF WS-RELEASED-COUNT > 0
017419         PERFORM 1268-MATCH-ONE-RELEASE THRU 1268-EXIT
017420             VARYING RELEASE-IDX FROM 1 BY 1
017421             UNTIL RELEASE-IDX > WS-RELEASED-COUNT
017422                 OR RELEASE-SITE-MATCHED
017423     END-IF
017424     IF RELEASE-SITE-MATCHED
017425         GO TO 1267-EXIT
017426     END-IF
017427     MOVE 'N' TO SITE-EDIT-FLAG (SITE-IDX)
017428     MOVE SPACES TO WS-AUDIT-LINE
017429     MOVE 1 TO WS-AUDIT-POINTER
017430     STRING "SITE " DELIMITED BY SIZE
017431         SITE-CODE (SITE-IDX) DELIMITED BY SPACE
017432         " NOT RELEASED BY FEED INTAKE - SKIPPED"
017433         DELIMITED BY SIZE
017434         INTO WS-AUDIT-LINE
017435         WITH POINTER WS-AUDIT-POINTER
017436     END-STRING
017437     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
017438 1267-EXIT.
017439     EXIT.
017440
017441 1268-MATCH-ONE-RELEASE.
017442     IF RELEASED-SITE-CODE (RELEASE-IDX) = SITE-CODE (SITE-IDX)
017443         SET RELEASE-SITE-MATCHED TO TRUE
017444     END-IF.
017445 1268-EXIT.
017446     EXIT.
017447
017448*--------------------------------------------------------------*
017449* 1270-APPLY-RESCAN-MARKS - SITES THE PROMOTION PROGRAM MARKED  *
017450*                  ON THE RESCAN FILE ARE FORCED USABLE FOR     *
017451*                  THIS RUN SO A FRESHLY PROMOTED CORRECTION    *
017452*                  IS RESCANNED AND ITS HISTORY REPOSTED. THE   *
017453*                  MARKS ARE ONE-SHOT: THE FILE IS EMPTIED      *
017454*                  ONCE THEY ARE TAKEN.                         *
017455*--------------------------------------------------------------*
017460 1270-APPLY-RESCAN-MARKS.
017470     MOVE 0 TO WS-RESCAN-TAKEN
017480     OPEN INPUT RESCAN-FILE
020040 2100-EXIT.
020050     EXIT.

020061*--------------------------------------------------------------*
020070* 2150-EDIT-SLOPE-ENTRY - THE PRE-FLIGHT EDITS FOR ONE SLOPE-   *
020080*                  CONTROL ROW: RIGHT AND DOWN MUST BE NUMERIC  *
020090*                  AND NON-ZERO (A ZERO DOWN WOULD DIVIDE BY    *
021750 2950-EXIT.
021760     EXIT.

021771*--------------------------------------------------------------*
021780* 2980-GENERATE-SEARCH-SLOPES - BUILD THE SLOPE TABLE FROM      *
021790*                  EVERY RIGHT/DOWN COMBINATION UP TO THE       *
021800*                  SEARCH MAXIMUMS INSTEAD OF FROM THE SLOPE-   *
025200 3010-EXIT.
025210     EXIT.

025221*--------------------------------------------------------------*
025230* 3020-TAKE-TRAILER-RECORD - THE TRL CONTROL RECORD ENDS THE    *
025240*                  TERRAIN DATA: CAPTURE ITS EXPECTED ROW COUNT *
025250*                  AND TREE TOTAL FOR THE END-OF-SITE           *
025980 3100-EXIT.
025990     EXIT.

026001*--------------------------------------------------------------*
026010* 3500-RECONCILE-CONTROL-TOTALS - AT END-OF-SITE ON A           *
026020*                  CONTROLLED EXTRACT, CHECK THE SCAN'S OWN     *
026030*                  ROW COUNT AND TREE TOTAL AGAINST THE TRL     *
028170     IF SITE-FAILED
028180         GO TO 4000-EXIT
028190     END-IF
028191     IF SITE-NOT-HELD
028192         PERFORM 4660-WRITE-HAZARD-PROFILE THRU 4660-EXIT
028193     END-IF
028194     IF SITE-FAILED
028195         GO TO 4000-EXIT
028196     END-IF
028200     PERFORM 7200-AUDIT-SITE THRU 7200-EXIT.
028210 4000-EXIT.
028220     EXIT.

028231*--------------------------------------------------------------*
028240* 4005-FINALIZE-SEARCH-SITE - END-OF-SITE FLOW FOR SEARCH MODE: *
028250*                  NO PRODUCT, NO SITE SUMMARY, NO HISTORY      *
028260*                  POSTING AND NO TRAIL MAPS - JUST THE RANKED  *
029180 4720-EXIT.
029190     EXIT.

029201*--------------------------------------------------------------*
029210* 4800-WRITE-RESULTS-EXTRACT - POST THIS SITE'S COUNTS TO THE   *
029220*                  DELIMITED MIS EXTRACT: ONE D RECORD PER      *
029230*                  SLOPE AND ONE P RECORD FOR THE PRODUCT. THE  *
037440     WRITE TREE-REPORT-RECORD.
037450 4650-EXIT.
037460     EXIT.
037461*--------------------------------------------------------------*
037462* 4660-WRITE-HAZARD-PROFILE - REOPEN THE SITE'S MAP AND FOLLOW *
037463*                  EVERY CONFIGURED SLOPE DOWN IT AGAIN, NOTING*
037464*                  WHERE EACH ONE MEETS ITS TREES, THEN WRITE  *
037465*                  THE HAZARD PROFILE SECTION OF THE TREE      *
037466*                  REPORT AND ONE HAZARD EXTRACT RECORD PER    *
037467*                  SLOPE. LIKE THE TERRAIN ANALYTICS, A FAILED *
037468*                  REOPEN ONLY RAISES A WARNING.               *
037469*--------------------------------------------------------------*
037470 4660-WRITE-HAZARD-PROFILE.
037471     IF MERGE-MODE
037472         GO TO 4660-EXIT
037473     END-IF
037474     COMPUTE WS-HAZ-TOTAL-ROWS = LINE-COUNT - 1
037475     IF WS-HAZ-TOTAL-ROWS = 0
037476         GO TO 4660-EXIT
037477     END-IF
037478     MOVE 0 TO WS-HAZ-ROW-NUMBER
037479     PERFORM 4662-INIT-ONE-SLOPE THRU 4662-EXIT
037480         VARYING WS-HAZ-SLOPE FROM 1 BY 1
037481         UNTIL WS-HAZ-SLOPE > WS-SLOPE-COUNT
037482     PERFORM 4663-INIT-ONE-BAND THRU 4663-EXIT
037483         VARYING WS-HAZ-BAND FROM 1 BY 1
037484         UNTIL WS-HAZ-BAND > 10
037485     OPEN INPUT INPUT-FILE
037486     IF NOT INPUT-FILE-OK
037487         DISPLAY "AOC3 WARNING: CANNOT REOPEN "
037488             WS-CURRENT-SITE-NAME " FOR HAZARD PROFILE"
037489         MOVE SPACES TO WS-AUDIT-DETAIL
037490         STRING "CANNOT REOPEN " WS-CURRENT-SITE-NAME
037491             " FOR HAZARD PROFILE"
037492             DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
037493         END-STRING
037494         PERFORM 7100-RAISE-WARNING THRU 7100-EXIT
037495         GO TO 4660-EXIT
037496     END-IF
037497     PERFORM 4665-PROFILE-ONE-ROW THRU 4665-EXIT
037498         UNTIL INPUT-FILE-EOF OR SITE-FAILED
037499     IF SITE-FAILED
037500         GO TO 4660-EXIT
037501     END-IF
037502     CLOSE INPUT-FILE
037503     PERFORM 4670-WRITE-HAZARD-LINES THRU 4670-EXIT.
037504 4660-EXIT.
037505     EXIT.
037506
037507 4662-INIT-ONE-SLOPE.
037508     MOVE 1 TO HAZ-POSITION (WS-HAZ-SLOPE)
037509     MOVE 0 TO HAZ-ROWS-VISITED (WS-HAZ-SLOPE)
037510     MOVE 0 TO HAZ-HITS (WS-HAZ-SLOPE)
037511     MOVE 0 TO HAZ-FIRST-HIT-ROW (WS-HAZ-SLOPE)
037512     MOVE 0 TO HAZ-CLEAR-RUN (WS-HAZ-SLOPE)
037513     MOVE 0 TO HAZ-CLEAR-FROM (WS-HAZ-SLOPE)
037514     MOVE 0 TO HAZ-BEST-CLEAR-RUN (WS-HAZ-SLOPE)
037515     MOVE 0 TO HAZ-BEST-CLEAR-FROM (WS-HAZ-SLOPE)
037516     MOVE 0 TO HAZ-BEST-CLEAR-THRU (WS-HAZ-SLOPE)
037517     MOVE 0 TO HAZ-WORST-BAND (WS-HAZ-SLOPE)
037518     PERFORM 4664-INIT-ONE-SLOPE-BAND THRU 4664-EXIT
037519         VARYING WS-HAZ-BAND FROM 1 BY 1
037520         UNTIL WS-HAZ-BAND > 10.
037521 4662-EXIT.
037522     EXIT.
037523
037524 4663-INIT-ONE-BAND.
037525     MOVE 0 TO HZB-FIRST-ROW (WS-HAZ-BAND)
037526     MOVE 0 TO HZB-LAST-ROW (WS-HAZ-BAND).
037527 4663-EXIT.
037528     EXIT.
037529
037530 4664-INIT-ONE-SLOPE-BAND.
037531     MOVE 0 TO HAZ-BAND-HITS (WS-HAZ-SLOPE, WS-HAZ-BAND).
037532 4664-EXIT.
037533     EXIT.
037534
037535*--------------------------------------------------------------*
037536* 4665-PROFILE-ONE-ROW - READ ONE ROW OF THE HAZARD PASS, PLACE*
037537*                  IT IN ITS TENTH-OF-DESCENT BAND AND OFFER IT*
037538*                  TO EVERY SLOPE.                             *
037539*--------------------------------------------------------------*
037540 4665-PROFILE-ONE-ROW.
037541     READ INPUT-FILE
037542     IF NOT INPUT-FILE-OK AND NOT INPUT-FILE-EOF
037543         STRING "BAD READ STATUS " INPUT-FILE-STATUS
037544             " DURING HAZARD PROFILE ON "
037545             WS-CURRENT-SITE-NAME
037546             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
037547         END-STRING
037548         MOVE 12 TO WS-ABEND-RC
037549         PERFORM 8000-SITE-ERROR THRU 8000-EXIT
037550         GO TO 4665-EXIT
037551     END-IF
037552     IF INPUT-FILE-EOF
037553         GO TO 4665-EXIT
037554     END-IF
037555     IF CTL-PRESENT
037556         AND (INPUT-RECORD (1:3) = "HDR"
037557         OR INPUT-RECORD (1:3) = "TRL")
037558         GO TO 4665-EXIT
037559     END-IF
037560     ADD 1 TO WS-HAZ-ROW-NUMBER
037561     COMPUTE WS-HAZ-BAND =
037562         ((WS-HAZ-ROW-NUMBER - 1) * 10 / WS-HAZ-TOTAL-ROWS) + 1
037563     IF WS-HAZ-BAND > 10
037564         MOVE 10 TO WS-HAZ-BAND
037565     END-IF
037566     IF HZB-FIRST-ROW (WS-HAZ-BAND) = 0
037567         MOVE WS-HAZ-ROW-NUMBER TO HZB-FIRST-ROW (WS-HAZ-BAND)
037568     END-IF
037569     MOVE WS-HAZ-ROW-NUMBER TO HZB-LAST-ROW (WS-HAZ-BAND)
037570     PERFORM 4667-PROFILE-ONE-SLOPE THRU 4667-EXIT
037571         VARYING WS-HAZ-SLOPE FROM 1 BY 1
037572         UNTIL WS-HAZ-SLOPE > WS-SLOPE-COUNT.
037573 4665-EXIT.
037574     EXIT.
037575
037576*--------------------------------------------------------------*
037577* 4667-PROFILE-ONE-SLOPE - A ROW OFF THE SLOPE'S DOWN-STEP     *
037578*                  CYCLE IS NOT VISITED. A VISITED ROW EITHER  *
037579*                  HITS A TREE (ENDING ANY CLEAR RUN) OR       *
037580*                  EXTENDS THE CURRENT CLEAR RUN.              *
037581*--------------------------------------------------------------*
037582 4667-PROFILE-ONE-SLOPE.
037583     IF FUNCTION MOD(WS-HAZ-ROW-NUMBER - 1,
037584             SLP-DOWN (WS-HAZ-SLOPE)) NOT = 0
037585         GO TO 4667-EXIT
037586     END-IF
037587     ADD 1 TO HAZ-ROWS-VISITED (WS-HAZ-SLOPE)
037588     IF INPUT-RECORD (HAZ-POSITION (WS-HAZ-SLOPE):1) = '#'
037589         ADD 1 TO HAZ-HITS (WS-HAZ-SLOPE)
037590         ADD 1 TO HAZ-BAND-HITS (WS-HAZ-SLOPE, WS-HAZ-BAND)
037591         IF HAZ-FIRST-HIT-ROW (WS-HAZ-SLOPE) = 0
037592             MOVE WS-HAZ-ROW-NUMBER
037593                 TO HAZ-FIRST-HIT-ROW (WS-HAZ-SLOPE)
037594         END-IF
037595         MOVE 0 TO HAZ-CLEAR-RUN (WS-HAZ-SLOPE)
037596     ELSE
037597         IF HAZ-CLEAR-RUN (WS-HAZ-SLOPE) = 0
037598             MOVE WS-HAZ-ROW-NUMBER
037599                 TO HAZ-CLEAR-FROM (WS-HAZ-SLOPE)
037600         END-IF
037601         ADD 1 TO HAZ-CLEAR-RUN (WS-HAZ-SLOPE)
037602         IF HAZ-CLEAR-RUN (WS-HAZ-SLOPE)
037603                 > HAZ-BEST-CLEAR-RUN (WS-HAZ-SLOPE)
037604             MOVE HAZ-CLEAR-RUN (WS-HAZ-SLOPE)
037605                 TO HAZ-BEST-CLEAR-RUN (WS-HAZ-SLOPE)
037606             MOVE HAZ-CLEAR-FROM (WS-HAZ-SLOPE)
037607                 TO HAZ-BEST-CLEAR-FROM (WS-HAZ-SLOPE)
037608             MOVE WS-HAZ-ROW-NUMBER
037609                 TO HAZ-BEST-CLEAR-THRU (WS-HAZ-SLOPE)
037610         END-IF
037611     END-IF
037612     ADD SLP-RIGHT (WS-HAZ-SLOPE) TO HAZ-POSITION (WS-HAZ-SLOPE)
037613     IF HAZ-POSITION (WS-HAZ-SLOPE) > WS-RECORD-WIDTH
037614         COMPUTE HAZ-POSITION (WS-HAZ-SLOPE) =
037615             FUNCTION MOD (HAZ-POSITION (WS-HAZ-SLOPE) - 1,
037616                 WS-RECORD-WIDTH) + 1
037617     END-IF.
037618 4667-EXIT.
037619     EXIT.
037620
037621*--------------------------------------------------------------*
037622* 4670-WRITE-HAZARD-LINES - THE HAZARD PROFILE SECTION OF THE  *
037623*                  TREE REPORT FOR THIS SITE, FOUR LINES PER   *
037624*                  SLOPE, AND THE MATCHING EXTRACT RECORDS.    *
037625*--------------------------------------------------------------*
037626 4670-WRITE-HAZARD-LINES.
037627     MOVE SPACES TO TREE-REPORT-RECORD
037628     STRING "DESCENT HAZARD PROFILE FOR " DELIMITED BY SIZE
037629         WS-CURRENT-SITE-CODE DELIMITED BY SPACE
037630         INTO TREE-REPORT-RECORD
037631     END-STRING
037632     WRITE TREE-REPORT-RECORD
037633     PERFORM 4672-WRITE-ONE-SLOPE-PROFILE THRU 4672-EXIT
037634         VARYING WS-HAZ-SLOPE FROM 1 BY 1
037635         UNTIL WS-HAZ-SLOPE > WS-SLOPE-COUNT.
037636 4670-EXIT.
037637     EXIT.
037638
037639*--------------------------------------------------------------*
037640* 4672-WRITE-ONE-SLOPE-PROFILE - THE WORST BAND IS THE ONE WITH*
037641*                  THE MOST HITS, THE EARLIEST BAND WINNING A  *
037642*                  TIE; A SLOPE THAT HIT NO TREES HAS NONE.    *
037643*--------------------------------------------------------------*
037644 4672-WRITE-ONE-SLOPE-PROFILE.
037645     PERFORM 4675-CHECK-WORST-BAND THRU 4675-EXIT
037646         VARYING WS-HAZ-BAND FROM 1 BY 1
037647         UNTIL WS-HAZ-BAND > 10
037648     MOVE SPACES TO WS-ANA-LINE
037649     MOVE 1 TO WS-ANA-POINTER
037650     MOVE SLP-RIGHT (WS-HAZ-SLOPE) TO WS-HAZ-SLOPE-DISPLAY
037651     STRING "  SLOPE RIGHT " WS-HAZ-SLOPE-DISPLAY
037652         DELIMITED BY SIZE INTO WS-ANA-LINE
037653         WITH POINTER WS-ANA-POINTER
037654     END-STRING
037655     MOVE SLP-DOWN (WS-HAZ-SLOPE) TO WS-HAZ-SLOPE-DISPLAY
037656     MOVE HAZ-ROWS-VISITED (WS-HAZ-SLOPE) TO WS-ANA-ROW-DISPLAY
037657     MOVE HAZ-HITS (WS-HAZ-SLOPE) TO WS-HAZ-HITS-DISPLAY
037658     STRING " DOWN " WS-HAZ-SLOPE-DISPLAY
037659         "  ROWS VISITED " WS-ANA-ROW-DISPLAY
037660         "  HITS " WS-HAZ-HITS-DISPLAY
037661         DELIMITED BY SIZE INTO WS-ANA-LINE
037662         WITH POINTER WS-ANA-POINTER
037663     END-STRING
037664     IF HAZ-FIRST-HIT-ROW (WS-HAZ-SLOPE) = 0
037665         STRING "  FIRST HIT ROW    NONE"
037666             DELIMITED BY SIZE INTO WS-ANA-LINE
037667             WITH POINTER WS-ANA-POINTER
037668         END-STRING
037669     ELSE
037670         MOVE HAZ-FIRST-HIT-ROW (WS-HAZ-SLOPE)
037671             TO WS-ANA-ROW-DISPLAY
037672         STRING "  FIRST HIT ROW " WS-ANA-ROW-DISPLAY
037673             DELIMITED BY SIZE INTO WS-ANA-LINE
037674             WITH POINTER WS-ANA-POINTER
037675         END-STRING
037676     END-IF
037677     MOVE WS-ANA-LINE TO TREE-REPORT-RECORD
037678     WRITE TREE-REPORT-RECORD
037679     MOVE SPACES TO WS-ANA-LINE
037680     MOVE 1 TO WS-ANA-POINTER
037681     MOVE HAZ-BEST-CLEAR-RUN (WS-HAZ-SLOPE) TO WS-ANA-ROW-DISPLAY
037682     STRING "    LONGEST CLEAR RUN " WS-ANA-ROW-DISPLAY
037683         " VISITED ROWS"
037684         DELIMITED BY SIZE INTO WS-ANA-LINE
037685         WITH POINTER WS-ANA-POINTER
037686     END-STRING
037687     IF HAZ-BEST-CLEAR-RUN (WS-HAZ-SLOPE) > 0
037688         MOVE HAZ-BEST-CLEAR-FROM (WS-HAZ-SLOPE)
037689             TO WS-ANA-ROW-DISPLAY
037690         MOVE HAZ-BEST-CLEAR-THRU (WS-HAZ-SLOPE)
037691             TO WS-ANA-ROW2-DISPLAY
037692         STRING " (ROWS " WS-ANA-ROW-DISPLAY
037693             " THRU " WS-ANA-ROW2-DISPLAY ")"
037694             DELIMITED BY SIZE INTO WS-ANA-LINE
037695             WITH POINTER WS-ANA-POINTER
037696         END-STRING
037697     END-IF
037698     MOVE WS-ANA-LINE TO TREE-REPORT-RECORD
037699     WRITE TREE-REPORT-RECORD
037700     MOVE SPACES TO WS-ANA-LINE
037701     MOVE 1 TO WS-ANA-POINTER
037702     STRING "    HITS BY BAND"
037703         DELIMITED BY SIZE INTO WS-ANA-LINE
037704         WITH POINTER WS-ANA-POINTER
037705     END-STRING
037706     PERFORM 4677-STRING-ONE-BAND THRU 4677-EXIT
037707         VARYING WS-HAZ-BAND FROM 1 BY 1
037708         UNTIL WS-HAZ-BAND > 10
037709     MOVE WS-ANA-LINE TO TREE-REPORT-RECORD
037710     WRITE TREE-REPORT-RECORD
037711     MOVE SPACES TO WS-ANA-LINE
037712     MOVE 1 TO WS-ANA-POINTER
037713     IF HAZ-WORST-BAND (WS-HAZ-SLOPE) = 0
037714         STRING "    WORST BAND NONE - NO TREES HIT"
037715             DELIMITED BY SIZE INTO WS-ANA-LINE
037716             WITH POINTER WS-ANA-POINTER
037717         END-STRING
037718     ELSE
037719         MOVE HAZ-WORST-BAND (WS-HAZ-SLOPE) TO WS-HAZ-BAND
037720         MOVE WS-HAZ-BAND TO WS-ANA-BAND-DISPLAY
037721         MOVE HZB-FIRST-ROW (WS-HAZ-BAND) TO WS-ANA-ROW-DISPLAY
037722         MOVE HZB-LAST-ROW (WS-HAZ-BAND) TO WS-ANA-ROW2-DISPLAY
037723         MOVE HAZ-BAND-HITS (WS-HAZ-SLOPE, WS-HAZ-BAND)
037724             TO WS-HAZ-HITS-DISPLAY
037725         STRING "    WORST BAND " WS-ANA-BAND-DISPLAY
037726             " ROWS " WS-ANA-ROW-DISPLAY
037727             " THRU " WS-ANA-ROW2-DISPLAY
037728             " HITS " WS-HAZ-HITS-DISPLAY
037729             DELIMITED BY SIZE INTO WS-ANA-LINE
037730             WITH POINTER WS-ANA-POINTER
037731         END-STRING
037732     END-IF
037733     MOVE WS-ANA-LINE TO TREE-REPORT-RECORD
037734     WRITE TREE-REPORT-RECORD
037735     PERFORM 4680-WRITE-HAZARD-EXTRACT THRU 4680-EXIT.
037736 4672-EXIT.
037737     EXIT.
037738
037739 4675-CHECK-WORST-BAND.
037740     IF HAZ-BAND-HITS (WS-HAZ-SLOPE, WS-HAZ-BAND) = 0
037741         GO TO 4675-EXIT
037742     END-IF
037743     IF HAZ-WORST-BAND (WS-HAZ-SLOPE) = 0
037744         MOVE WS-HAZ-BAND TO HAZ-WORST-BAND (WS-HAZ-SLOPE)
037745         GO TO 4675-EXIT
037746     END-IF
037747     IF HAZ-BAND-HITS (WS-HAZ-SLOPE, WS-HAZ-BAND) >
037748         HAZ-BAND-HITS (WS-HAZ-SLOPE,
037749             HAZ-WORST-BAND (WS-HAZ-SLOPE))
037750         MOVE WS-HAZ-BAND TO HAZ-WORST-BAND (WS-HAZ-SLOPE)
037751     END-IF.
037752 4675-EXIT.
037753     EXIT.
037754
037755 4677-STRING-ONE-BAND.
037756     MOVE HAZ-BAND-HITS (WS-HAZ-SLOPE, WS-HAZ-BAND)
037757         TO WS-HAZ-HITS-DISPLAY
037758     STRING WS-HAZ-HITS-DISPLAY
037759         DELIMITED BY SIZE INTO WS-ANA-LINE
037760         WITH POINTER WS-ANA-POINTER
037761     END-STRING.
037762 4677-EXIT.
037763     EXIT.
037764
037765*--------------------------------------------------------------*
037766* 4680-WRITE-HAZARD-EXTRACT - ONE H RECORD FOR THE SLOPE.      *
037767*--------------------------------------------------------------*
037768 4680-WRITE-HAZARD-EXTRACT.
037769     MOVE WS-RUN-DATE TO WS-HAZ-X-RUN-DATE
037770     MOVE WS-CURRENT-SITE-CODE TO WS-HAZ-X-SITE
037771     MOVE SLP-RIGHT (WS-HAZ-SLOPE) TO WS-HAZ-X-RIGHT
037772     MOVE SLP-DOWN (WS-HAZ-SLOPE) TO WS-HAZ-X-DOWN
037773     MOVE HAZ-ROWS-VISITED (WS-HAZ-SLOPE) TO WS-HAZ-X-ROWS-VISITED
037774     MOVE HAZ-HITS (WS-HAZ-SLOPE) TO WS-HAZ-X-HITS
037775     MOVE HAZ-FIRST-HIT-ROW (WS-HAZ-SLOPE)
037776         TO WS-HAZ-X-FIRST-HIT-ROW
037777     MOVE HAZ-BEST-CLEAR-RUN (WS-HAZ-SLOPE) TO WS-HAZ-X-CLEAR-RUN
037778     MOVE HAZ-BEST-CLEAR-FROM (WS-HAZ-SLOPE)
037779         TO WS-HAZ-X-CLEAR-FROM
037780     MOVE HAZ-BEST-CLEAR-THRU (WS-HAZ-SLOPE)
037781         TO WS-HAZ-X-CLEAR-THRU
037782     PERFORM 4685-MOVE-ONE-BAND THRU 4685-EXIT
037783         VARYING WS-HAZ-BAND FROM 1 BY 1
037784         UNTIL WS-HAZ-BAND > 10
037785     MOVE HAZ-WORST-BAND (WS-HAZ-SLOPE) TO WS-HAZ-X-WORST-BAND
037786     MOVE 0 TO WS-HAZ-X-WORST-HITS
037787     IF HAZ-WORST-BAND (WS-HAZ-SLOPE) > 0
037788         MOVE HAZ-BAND-HITS (WS-HAZ-SLOPE,
037789             HAZ-WORST-BAND (WS-HAZ-SLOPE)) TO WS-HAZ-X-WORST-HITS
037790     END-IF
037791     MOVE SPACES TO HAZARD-PROFILE-RECORD
037792     MOVE WS-HAZARD-EXTRACT TO HAZARD-PROFILE-RECORD
037793     WRITE HAZARD-PROFILE-RECORD
037794     IF NOT HAZ-OK
037795         STRING "BAD WRITE STATUS " HAZ-STATUS
037796             " ON HAZARD EXTRACT FOR " WS-CURRENT-SITE-NAME
037797             DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
037798         END-STRING
037799         MOVE 12 TO WS-ABEND-RC
037800         GO TO 9000-ABEND
037801     END-IF.
037802 4680-EXIT.
037803     EXIT.
037804
037805 4685-MOVE-ONE-BAND.
037806     MOVE HAZ-BAND-HITS (WS-HAZ-SLOPE, WS-HAZ-BAND)
037807         TO WS-HAZ-X-BAND-HITS (WS-HAZ-BAND).
037808 4685-EXIT.
037809     EXIT.
037810
037811*--------------------------------------------------------------*
037812* 4900-CLOSE-REPORT - CLOSE THE TREE-REPORT FILE ONCE EVERY     *
037813*                     SITE IN THE RUN HAS BEEN PROCESSED.       *
037814*--------------------------------------------------------------*
037815 4900-CLOSE-REPORT.
037816     PERFORM 4950-WRITE-RUN-SUMMARY THRU 4950-EXIT
037817     CLOSE TREE-REPORT-FILE
037818     CLOSE RESULTS-HISTORY-FILE
037819     IF NOT PLAN-MODE
037820         PERFORM 4970-REORGANIZE-HISTORY THRU 4970-EXIT
037821     END-IF
037822     CLOSE SITE-EXCEPTION-FILE
037823     CLOSE SITE-ALERT-FILE
037824     CLOSE RESULTS-EXTRACT-FILE
037825     CLOSE HAZARD-PROFILE-FILE
037826     CLOSE EDIT-REPORT-FILE
037827     IF WS-SITES-FAILED > 0
037828         MOVE 8 TO RETURN-CODE
037829         MOVE "SITEFAIL" TO WS-DISPOSITION
037830     ELSE
037831     IF WS-SITES-HELD > 0
037832         MOVE 8 TO RETURN-CODE
037833         MOVE "SITEHELD" TO WS-DISPOSITION
037834     ELSE
037835     IF WS-WARNING-COUNT > 0
037836         MOVE 4 TO RETURN-CODE
037837         MOVE "WARNINGS" TO WS-DISPOSITION
037838     ELSE
037839         MOVE 0 TO RETURN-CODE
037840         MOVE "CLEAN" TO WS-DISPOSITION
037841     END-IF
037842     END-IF
037843     END-IF
037844     PERFORM 7300-AUDIT-RUN-END THRU 7300-EXIT
037845     CLOSE RUN-AUDIT-FILE.
037846 4900-EXIT.
037847     EXIT.
037848
037850*--------------------------------------------------------------*
037860* 4950-WRITE-RUN-SUMMARY - END-OF-RUN SITE DISPOSITION COUNTS   *
037870*                  ON THE TREE REPORT AND THE SYSOUT: SITES     *
041040 5000-EXIT.
041050     EXIT.

041061*--------------------------------------------------------------*
041070* 5040-SELECT-SLOPE-SET - MAKE SURE THE SLOPE TABLE IN STORAGE  *
041080*                  IS THE ONE THE SITE MASTER ASKS FOR. A SITE  *
041090*                  WITH A SLOPE-SET NAME LOADS <SET>.slp IN     *
041750 5100-EXIT.
041760     EXIT.

041771*--------------------------------------------------------------*
041780* 6000-WRITE-PARTIAL - END A PARTITION EXECUTION: WRITE THIS    *
041790*                  PARTITION'S SLOPE COUNTS AND ENDING COLUMN   *
041800*                  POSITIONS TO ITS PARTIAL-RESULTS FILE SO THE *
044980 6660-EXIT.
044990     EXIT.

045001*--------------------------------------------------------------*
045010* 6700-RECONCILE-MERGED-TOTALS - WHEN THE PARTITIONS CAME FROM  *
045020*                  A CONTROLLED (HDR/TRL) EXTRACT, CHECK THE    *
045030*                  SUMMED ROWS AND TREE TOTALS AGAINST THE      *
045590 6700-EXIT.
045600     EXIT.

045611*--------------------------------------------------------------*
045620* 6800-PLAN-PARTITIONS - BUILD THE PARTITION ROW-RANGE PLAN     *
045630*                  FOR THE FIRST USABLE SITE FROM ITS LAST      *
045640*                  KNOWN ROW COUNT AND WRITE THE COMPLETE SET   *
049620     CLOSE SITE-EXCEPTION-FILE
049630     CLOSE SITE-ALERT-FILE
049640     CLOSE RESULTS-EXTRACT-FILE
049641     CLOSE HAZARD-PROFILE-FILE
049650     CLOSE EDIT-REPORT-FILE
049660     CLOSE RUN-AUDIT-FILE
049670     GOBACK.
