000220*                  FOLDS INTO THE NEXT DAY'S EXTRACT. THE RUN   *
000230*                  ENDS RC 8 WHEN THE LOAD WENT SHORT SO THE    *
000240*                  SCHEDULER CAN PAGE THE SAME NIGHT.           *
000241* 15-10-2026 MK    RUN DATE IS TAKEN FROM THE RUN-DATE CONTROL  *
000242*                  FILE WHEN THE NIGHTLY CYCLE HAS SET ONE, SO  *
000243*                  A RESUMED CYCLE POSTS UNDER ITS OWN DATE.    *
000250*--------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS REQ-STATUS.
000440
000441     SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS RUN-DATE-STATUS.
000444
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RESULTS-EXTRACT-FILE.
000560 FD  REQUEUE-FILE.
000570 01  REQUEUE-RECORD                 PIC X(132).
000580
000581 FD  RUN-DATE-FILE.
000582 01  RUN-DATE-RECORD                PIC X(08).
000583
000590 WORKING-STORAGE SECTION.
000600*--------------------------------------------------------------*
000610* FILE STATUS SWITCHES                                        *
000740 01  REQ-STATUS                      PIC 9(02).
000750     88  REQ-OK                     VALUE 0.
000760
000761 01  RUN-DATE-STATUS                 PIC 9(02).
000762     88  RUN-DATE-OK                VALUE 0.
000763
000770*--------------------------------------------------------------*
000780* EXTRACT TABLE - THE WHOLE RESULTS EXTRACT IS LOADED HERE AND  *
000790* EACH RECORD IS MARKED AS THE ACK FILE ACCOUNTS FOR IT.        *
001600*--------------------------------------------------------------*
001610 1000-INITIALIZE.
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001621     OPEN INPUT RUN-DATE-FILE
001622     IF RUN-DATE-OK
001623         READ RUN-DATE-FILE
001624         IF RUN-DATE-OK AND RUN-DATE-RECORD IS NUMERIC
001625             MOVE RUN-DATE-RECORD TO WS-RUN-DATE
001626         END-IF
001627         CLOSE RUN-DATE-FILE
001628     END-IF
001630     OPEN OUTPUT ACK-REPORT-FILE
001640     IF NOT ACK-RPT-OK
001650         DISPLAY "Ack reconciliation report file not okay"
