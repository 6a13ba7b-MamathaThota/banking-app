001570*                  the history file's account/date/time key,
001580*                  then the live journal is sorted and printed
001590*                  as before.
001592* 2026-10-15  RH   Added a CHECK NO column showing the serial
001594*                  number of a paid CHECK (blank for all other
001596*                  types).
001600*----------------------------------------------------------------
001700
001800 ENVIRONMENT DIVISION.
005300     05  SD-AMOUNT               PIC S9(9)V99  COMP-3.
005400     05  SD-RESULT-BALANCE       PIC S9(9)V99  COMP-3.
005500     05  SD-COUNTERPARTY-ACCT    PIC 9(10).
005510     05  FILLER                  PIC X(32).
005520     05  SD-CHECK-NUMBER         PIC 9(08).
005530     05  FILLER                  PIC X(02).
005600
005700 FD  ACCOUNT-MASTER
005800     LABEL RECORDS ARE STANDARD.
010310         "RUNNING BALANCE".
010320     05  FILLER                  PIC X(12) VALUE
010330         "COUNTERPARTY".
010340     05  FILLER                  PIC X(10) VALUE "CHECK NO".
010400
010500 01  WS-DETAIL-LINE.
010600     05  WS-D-DATE               PIC 9(8).
011400     05  WS-D-BALANCE            PIC -(8)9.99.
011410     05  FILLER                  PIC X(2)  VALUE SPACES.
011420     05  WS-D-COUNTERPARTY       PIC Z(10).
011430     05  FILLER                  PIC X(2)  VALUE SPACES.
011440     05  WS-D-CHECK-NUMBER       PIC Z(8).
011500
011600 01  WS-NO-ACTIVITY-LINE.
011700     05  FILLER                  PIC X(40) VALUE
017458     ELSE
017459         MOVE ZEROES TO WS-D-COUNTERPARTY
017460     END-IF
017470     IF TH-TRAN-TYPE = "CHECK"
017480         MOVE TH-CHECK-NUMBER TO WS-D-CHECK-NUMBER
017490     ELSE
017500         MOVE ZEROES TO WS-D-CHECK-NUMBER
017510     END-IF
017520     MOVE WS-DETAIL-LINE       TO STATEMENT-REPORT-LINE
017530     WRITE STATEMENT-REPORT-LINE
017540     ADD 1 TO WS-LINE-COUNT.
017550 2100-EXIT.
017560     EXIT.

017600 3000-PRODUCE-STATEMENT.
017700     RETURN SORT-WORK
020530         ELSE
020540             MOVE ZEROES TO WS-D-COUNTERPARTY
020550         END-IF
020558         IF SD-TRAN-TYPE = "CHECK"
020566             MOVE SD-CHECK-NUMBER TO WS-D-CHECK-NUMBER
020574         ELSE
020582             MOVE ZEROES TO WS-D-CHECK-NUMBER
020590         END-IF
020600         MOVE WS-DETAIL-LINE       TO STATEMENT-REPORT-LINE
020700         WRITE STATEMENT-REPORT-LINE
020800         ADD 1 TO WS-LINE-COUNT
