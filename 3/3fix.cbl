000350*                  MATCH, AND EVERY ROW TOUCHED IS LOGGED TO     *
000360*                  THE FIX AUDIT FILE WITH ITS BEFORE AND        *
000370*                  AFTER IMAGES.                                 *
000371* 15-10-2026 MK    RUN DATE IS TAKEN FROM THE RUN-DATE CONTROL   *
000372*                  FILE WHEN THE NIGHTLY CYCLE HAS SET ONE, SO   *
000373*                  A RESUMED CYCLE POSTS UNDER ITS OWN DATE.     *
000380*--------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FIX-AUDIT-STATUS.
000570
000571     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS RUN-DATE-STATUS.
000574
000580 DATA DIVISION.
000590 FILE SECTION.
000600*--------------------------------------------------------------*
000870 FD  FIX-AUDIT-FILE.
000880 01  FIX-AUDIT-RECORD               PIC X(200).
000890
000891 FD  RUN-DATE-FILE.
000892 01  RUN-DATE-RECORD                PIC X(08).
000893
000900 WORKING-STORAGE SECTION.
000910*--------------------------------------------------------------*
000920* FILE STATUS SWITCHES                                        *
001060     88  FIX-AUDIT-OK               VALUE 0.
001070     88  FIX-AUDIT-NOT-FOUND        VALUE 35.
001080
001081 01  RUN-DATE-STATUS                 PIC 9(02).
001082     88  RUN-DATE-OK                VALUE 0.
001083
001090*--------------------------------------------------------------*
001100* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS   *
001110* WITH 0 WHEN EVERY TRANSACTION APPLIED, 4 WHEN ANY WAS         *
002440*--------------------------------------------------------------*
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002461     OPEN INPUT RUN-DATE-FILE
002462     IF RUN-DATE-OK
002463         READ RUN-DATE-FILE
002464         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
002465             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
002466         END-IF
002467         CLOSE RUN-DATE-FILE
002468     END-IF
002470     ACCEPT WS-RUN-TIME FROM TIME
002480     OPEN EXTEND FIX-AUDIT-FILE
002490     IF FIX-AUDIT-NOT-FOUND
