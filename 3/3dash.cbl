000220*                  FIVE FILE DUMPS. THE AUDIT TRAILS ACCRUE     *
000230*                  ACROSS RUNS, SO ONLY THE LINES SINCE EACH    *
000240*                  TRAIL'S LAST RUN-START LINE ARE COUNTED.     *
000241* 15-10-2026 MK    RUN DATE IS TAKEN FROM THE RUN-DATE CONTROL  *
000242*                  FILE WHEN THE NIGHTLY CYCLE HAS SET ONE, SO  *
000243*                  A RESUMED CYCLE POSTS UNDER ITS OWN DATE.    *
000250*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DASH-RPT-STATUS.
000520
000521     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS RUN-DATE-STATUS.
000524
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  RUN-AUDIT-FILE.
000750 FD  DASH-REPORT-FILE.
000760 01  DASH-REPORT-RECORD             PIC X(132).
000770
000771 FD  RUN-DATE-FILE.
000772 01  RUN-DATE-RECORD                PIC X(08).
000773
000780 WORKING-STORAGE SECTION.
000790*--------------------------------------------------------------*
000800* FILE STATUS SWITCHES                                        *
001020 01  DASH-RPT-STATUS                 PIC 9(02).
001030     88  DASH-RPT-OK                VALUE 0.
001040
001041 01  RUN-DATE-STATUS                 PIC 9(02).
001042     88  RUN-DATE-OK                VALUE 0.
001043
001050*--------------------------------------------------------------*
001060* SURVEY-RUN TALLIES - LINES SINCE THE AUDIT TRAIL'S LAST "RUN  *
001070* START" LINE. WARNINGS ARE CLASSED BY KEYWORD SO THE HAND-OFF  *
001670*--------------------------------------------------------------*
001680 1000-INITIALIZE.
001690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001691     OPEN INPUT RUN-DATE-FILE
001692     IF RUN-DATE-OK
001693         READ RUN-DATE-FILE
001694         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
001695             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
001696         END-IF
001697         CLOSE RUN-DATE-FILE
001698     END-IF
001700     OPEN OUTPUT DASH-REPORT-FILE
001710     IF NOT DASH-RPT-OK
001720         DISPLAY "Dashboard report file not okay"
