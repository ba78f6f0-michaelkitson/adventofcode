000190*                  WITHOUT DUMPING AND GREPPING THE WHOLE       *
000200*                  MASTER. A ZERO FROM OR TO DATE LEAVES THAT   *
000210*                  END OF THE RANGE OPEN.                       *
000211* 15-10-2026 MK    RUN DATE IS TAKEN FROM THE RUN-DATE CONTROL  *
000212*                  FILE WHEN THE NIGHTLY CYCLE HAS SET ONE, SO  *
000213*                  A RESUMED CYCLE POSTS UNDER ITS OWN DATE.    *
000220*--------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS HIST-RPT-STATUS.
000370
000371     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS RUN-DATE-STATUS.
000374
000380 DATA DIVISION.
000390 FILE SECTION.
000400*--------------------------------------------------------------*
000690 FD  HIST-REPORT-FILE.
000700 01  HIST-REPORT-RECORD             PIC X(132).
000710
000711 FD  RUN-DATE-FILE.
000712 01  RUN-DATE-RECORD                PIC X(08).
000713
000720 WORKING-STORAGE SECTION.
000730*--------------------------------------------------------------*
000740* FILE STATUS SWITCHES                                        *
000840 01  HIST-RPT-STATUS                 PIC 9(02).
000850     88  HIST-RPT-OK                VALUE 0.
000860
000861 01  RUN-DATE-STATUS                 PIC 9(02).
000862     88  RUN-DATE-OK                VALUE 0.
000863
000870*--------------------------------------------------------------*
000880* REQUEST WORK AREAS. THE RUN ENDS WITH 0 WHEN EVERY REQUEST    *
000890* FOUND AT LEAST ONE POSTING, 4 WHEN ANY REQUEST CAME BACK      *
001280*--------------------------------------------------------------*
001290 1000-INITIALIZE.
001300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001301     OPEN INPUT RUN-DATE-FILE
001302     IF RUN-DATE-OK
001303         READ RUN-DATE-FILE
001304         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
001305             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
001306         END-IF
001307         CLOSE RUN-DATE-FILE
001308     END-IF
001310     OPEN OUTPUT HIST-REPORT-FILE
001320     IF NOT HIST-RPT-OK
001330         DISPLAY "History inquiry report file not okay"
