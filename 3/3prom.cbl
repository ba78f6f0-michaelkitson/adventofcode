000250*                  RECORDED ON THE FIX AUDIT TRAIL. A .cor      *
000260*                  FILE THAT FAILS RECONCILIATION REFUSES THE   *
000270*                  PROMOTION AND LEAVES THE LIVE FILE ALONE.    *
000271* 15-10-2026 MK    RUN DATE IS TAKEN FROM THE RUN-DATE CONTROL  *
000272*                  FILE WHEN THE NIGHTLY CYCLE HAS SET ONE, SO  *
000273*                  A RESUMED CYCLE POSTS UNDER ITS OWN DATE.    *
000280*--------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FIX-AUDIT-STATUS.
000550
000551     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS RUN-DATE-STATUS.
000554
000560 DATA DIVISION.
000570 FILE SECTION.
000580*--------------------------------------------------------------*
000820 FD  FIX-AUDIT-FILE.
000830 01  FIX-AUDIT-RECORD               PIC X(200).
000840
000841 FD  RUN-DATE-FILE.
000842 01  RUN-DATE-RECORD                PIC X(08).
000843
000850 WORKING-STORAGE SECTION.
000860*--------------------------------------------------------------*
000870* FILE STATUS SWITCHES                                        *
001090     88  FIX-AUDIT-OK               VALUE 0.
001100     88  FIX-AUDIT-NOT-FOUND        VALUE 35.
001110
001111 01  RUN-DATE-STATUS                 PIC 9(02).
001112     88  RUN-DATE-OK                VALUE 0.
001113
001120*--------------------------------------------------------------*
001130* RUN IDENTIFICATION AND RETURN-CODE WORK AREAS. THE RUN ENDS   *
001140* WITH 0 WHEN EVERY SITE PROMOTED, 8 WHEN ANY PROMOTION WAS     *
001790*--------------------------------------------------------------*
001800 1000-INITIALIZE.
001810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001811     OPEN INPUT RUN-DATE-FILE
001812     IF RUN-DATE-OK
001813         READ RUN-DATE-FILE
001814         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
001815             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
001816         END-IF
001817         CLOSE RUN-DATE-FILE
001818     END-IF
001820     ACCEPT WS-RUN-TIME FROM TIME
001830     OPEN EXTEND FIX-AUDIT-FILE
001840     IF FIX-AUDIT-NOT-FOUND
