003100*                  section so nobody is skipped. Runs after
003200*                  TRAN-ARCHIVE under RUNCTL run control at
003300*                  month end.
003310* 2026-10-15  RH   Early-withdrawal PENALTY debits are backed
003320*                  out of the opening balance like fees.
003330* 2026-10-15  RH   Added a CHECK NO column showing the serial
003340*                  number of a paid CHECK. CHECK debits are backed
003350*                  out of the opening balance like withdrawals.
003400*----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
011000     05  SD-AMOUNT               PIC S9(9)V99  COMP-3.
011100     05  SD-RESULT-BALANCE       PIC S9(9)V99  COMP-3.
011200     05  SD-COUNTERPARTY-ACCT    PIC 9(10).
011210     05  SD-CHECK-NUMBER         PIC 9(08).
011220     05  FILLER                  PIC X(03).
011400
011500 FD  STATEMENT-CYCLE-OUT
011600     LABEL RECORDS ARE STANDARD.
017600     05  WS-STMT-AMOUNT          PIC S9(9)V99 COMP-3.
017700     05  WS-STMT-RESULT-BALANCE  PIC S9(9)V99 COMP-3.
017800     05  WS-STMT-COUNTERPARTY    PIC 9(10).
017810     05  WS-STMT-CHECK-NUMBER    PIC 9(08).
017900
018000 01  WS-CUSTOMERS-DONE           PIC 9(7) COMP VALUE 0.
018100 01  WS-ACCOUNTS-DONE            PIC 9(7) COMP VALUE 0.
022200         "RUNNING BALANCE".
022300     05  FILLER                  PIC X(12) VALUE
022400         "COUNTERPARTY".
022410     05  FILLER                  PIC X(10) VALUE "CHECK NO".
022500
022600 01  WS-DETAIL-LINE.
022700     05  WS-D-DATE               PIC 9(8).
023500     05  WS-D-BALANCE            PIC -(8)9.99.
023600     05  FILLER                  PIC X(2)  VALUE SPACES.
023700     05  WS-D-COUNTERPARTY       PIC Z(10).
023710     05  FILLER                  PIC X(2)  VALUE SPACES.
023720     05  WS-D-CHECK-NUMBER       PIC Z(8).
023800
023900 01  WS-NO-ACTIVITY-LINE.
024000     05  FILLER                  PIC X(40) VALUE
038400             MOVE ZEROES TO SD-AMOUNT
038500             MOVE ZEROES TO SD-RESULT-BALANCE
038600             MOVE ZEROES TO SD-COUNTERPARTY-ACCT
038610             MOVE ZEROES TO SD-CHECK-NUMBER
038700             RELEASE SD-SORT-RECORD
038800         END-IF
038900     END-PERFORM.
043700     MOVE TL-AMOUNT            TO SD-AMOUNT
043800     MOVE TL-RESULT-BALANCE    TO SD-RESULT-BALANCE
043900     MOVE TL-COUNTERPARTY-ACCT TO SD-COUNTERPARTY-ACCT
043910     IF TL-IS-CHECK
043920         MOVE TL-CHECK-NUMBER  TO SD-CHECK-NUMBER
043930     ELSE
043940         MOVE ZEROES           TO SD-CHECK-NUMBER
043950     END-IF
044000     RELEASE SD-SORT-RECORD.
044100 2300-EXIT.
044200     EXIT.
048400                 TO WS-STMT-RESULT-BALANCE
048500             MOVE SD-COUNTERPARTY-ACCT
048600                 TO WS-STMT-COUNTERPARTY
048610             MOVE SD-CHECK-NUMBER
048620                 TO WS-STMT-CHECK-NUMBER
048700             PERFORM 3500-PRINT-TRANSACTION THRU 3500-EXIT
048800         END-IF
048900     END-IF.
060500                     TO WS-STMT-RESULT-BALANCE
060600                 MOVE TH-COUNTERPARTY-ACCT
060700                     TO WS-STMT-COUNTERPARTY
060710                 MOVE TH-CHECK-NUMBER
060720                     TO WS-STMT-CHECK-NUMBER
060800                 PERFORM 3500-PRINT-TRANSACTION THRU
060900                     3500-EXIT
061000             END-IF
063000                 COMPUTE WS-OPENING-BALANCE =
063100                     WS-STMT-RESULT-BALANCE - WS-STMT-AMOUNT
063200             WHEN "WITHDRAWAL"
063210             WHEN "CHECK"
063300             WHEN "XFER-OUT"
063400             WHEN "FEE"
063410             WHEN "PENALTY"
063500                 COMPUTE WS-OPENING-BALANCE =
063600                     WS-STMT-RESULT-BALANCE + WS-STMT-AMOUNT
063700             WHEN OTHER
065300     ELSE
065400         MOVE ZEROES TO WS-D-COUNTERPARTY
065500     END-IF
065510     IF WS-STMT-TRAN-TYPE = "CHECK"
065520         MOVE WS-STMT-CHECK-NUMBER TO WS-D-CHECK-NUMBER
065530     ELSE
065540         MOVE ZEROES TO WS-D-CHECK-NUMBER
065550     END-IF
065600     MOVE WS-DETAIL-LINE TO STATEMENT-CYCLE-LINE
065700     WRITE STATEMENT-CYCLE-LINE
065800     ADD 1 TO WS-SECTION-LINES.
