000240*                  MINUTES. SITES TO COMPARE ARE LISTED IN THE  *
000250*                  DIFF-CONTROL FILE, ONE SITE CODE WITH ITS    *
000260*                  PRIOR AND CURRENT FILE NAMES PER LINE.       *
000261* 15-10-2026 MK    RUN DATE IS TAKEN FROM THE RUN-DATE CONTROL  *
000262*                  FILE WHEN THE NIGHTLY CYCLE HAS SET ONE, SO  *
000263*                  A RESUMED CYCLE POSTS UNDER ITS OWN DATE.    *
000270*--------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DIFF-RPT-STATUS.
000460
000461     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS RUN-DATE-STATUS.
000464
000470 DATA DIVISION.
000480 FILE SECTION.
000490*--------------------------------------------------------------*
000680 FD  DIFF-REPORT-FILE.
000690 01  DIFF-REPORT-RECORD             PIC X(132).
000700
000701 FD  RUN-DATE-FILE.
000702 01  RUN-DATE-RECORD                PIC X(08).
000703
000710 WORKING-STORAGE SECTION.
000720*--------------------------------------------------------------*
000730* FILE STATUS SWITCHES                                        *
000870 01  DIFF-RPT-STATUS                 PIC 9(02).
000880     88  DIFF-RPT-OK                VALUE 0.
000890
000891 01  RUN-DATE-STATUS                 PIC 9(02).
000892     88  RUN-DATE-OK                VALUE 0.
000893
000900*--------------------------------------------------------------*
000910* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS   *
000920* WITH 0 WHEN NO SITE SHOWED ANY CHANGE, 4 WHEN ANY CELL OR     *
001820*--------------------------------------------------------------*
001830 1000-INITIALIZE.
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001841     OPEN INPUT RUN-DATE-FILE
001842     IF RUN-DATE-OK
001843         READ RUN-DATE-FILE
001844         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
001845             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
001846         END-IF
001847         CLOSE RUN-DATE-FILE
001848     END-IF
001850     OPEN OUTPUT DIFF-REPORT-FILE
001860     IF NOT DIFF-RPT-OK
001870         DISPLAY "Diff report file not okay"
