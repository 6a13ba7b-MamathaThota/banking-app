001600*                  accepted, and the placing operator (signed
001700*                  on against OPERMSTR) is recorded on every
001800*                  instruction.
001810* 2026-10-15  RH   Added type C, a stop on a single check by
001820*                  serial number, applied by CHECK-CLEAR to the
001830*                  inward clearing presentments.
001900*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
008600 01  WS-AMOUNT              PIC 9(9)V99 VALUE 0.
008700 01  WS-AMOUNT-INPUT        PIC X(12)   VALUE SPACES.
008800 01  WS-AMOUNT-CHECK        PIC S9(4)   VALUE 0.
008810 01  WS-CHECK-NUMBER        PIC 9(08)   VALUE 0.
008820 01  WS-CHECK-INPUT         PIC X(12)   VALUE SPACES.
008900 01  WS-DATE-INPUT          PIC X(08)   VALUE SPACES.
009000 01  WS-EXPIRY-DATE         PIC 9(08)   VALUE ZEROES.
009100 01  WS-CURRENT-DATE        PIC 9(08).
020700
020800     DISPLAY "Instruction type"
020900     DISPLAY "  (S=stop an amount, W=block all debits,"
021000     DISPLAY "   T=block transfers out,"
021010     DISPLAY "   C=stop a check by serial number): "
021100     MOVE SPACES TO WS-TYPE-INPUT
021200     ACCEPT WS-TYPE-INPUT
021300     IF WS-TYPE-INPUT NOT = 'S' AND WS-TYPE-INPUT NOT = 'W'
021400             AND WS-TYPE-INPUT NOT = 'T'
021410             AND WS-TYPE-INPUT NOT = 'C'
021420         DISPLAY "Type must be S, W, T, or C."
021600         GO TO 2000-EXIT
021700     END-IF
021800
023900         END-IF
024000     END-IF
024100
024103     MOVE 0 TO WS-CHECK-NUMBER
024106     IF WS-TYPE-INPUT = 'C'
024109         DISPLAY "Enter the check serial number to stop: "
024112         MOVE SPACES TO WS-CHECK-INPUT
024115         ACCEPT WS-CHECK-INPUT
024118         IF WS-CHECK-INPUT(1:1) = "-"
024121             DISPLAY "Check number must be positive."
024124             GO TO 2000-EXIT
024127         END-IF
024130         MOVE FUNCTION TEST-NUMVAL(WS-CHECK-INPUT)
024133             TO WS-AMOUNT-CHECK
024136         IF WS-AMOUNT-CHECK NOT = 0
024139             DISPLAY "Invalid check number. Enter numeric "
024142                 "digits only."
024145             GO TO 2000-EXIT
024148         END-IF
024151         COMPUTE WS-CHECK-NUMBER =
024154             FUNCTION NUMVAL(WS-CHECK-INPUT)
024157             ON SIZE ERROR
024160                 DISPLAY "Check number is too long."
024163                 GO TO 2000-EXIT
024166         END-COMPUTE
024169         IF WS-CHECK-NUMBER = 0
024172             DISPLAY "Check number must be greater than zero."
024175             GO TO 2000-EXIT
024178         END-IF
024181     END-IF
024184
024200     DISPLAY "Expiry date (YYYYMMDD, 0 for none): "
024300     MOVE SPACES TO WS-DATE-INPUT
024400     ACCEPT WS-DATE-INPUT
025900     MOVE WS-NEXT-SEQ       TO SB-SEQ
026000     MOVE WS-TYPE-INPUT     TO SB-INSTR-TYPE
026100     MOVE WS-AMOUNT         TO SB-AMOUNT
026110     MOVE WS-CHECK-NUMBER   TO SB-CHECK-NUMBER
026200     MOVE WS-CURRENT-DATE   TO SB-PLACED-DATE
026300     MOVE WS-EXPIRY-DATE    TO SB-EXPIRY-DATE
026400     MOVE WS-OPERATOR-ID    TO SB-OPERATOR-ID
032100             IF SB-ACCOUNT = WS-ACCOUNT-NUMBER
032200                 ADD 1 TO WS-LISTED-COUNT
032300                 MOVE SB-AMOUNT TO WS-AMOUNT-DISPLAY
032310                 IF SB-STOP-CHECK
032320                     DISPLAY "  " SB-SEQ " " SB-INSTR-TYPE
032330                         " " SB-STATUS " check " SB-CHECK-NUMBER
032340                         " expires " SB-EXPIRY-DATE
032350                         " placed " SB-PLACED-DATE
032360                         " by " SB-OPERATOR-ID
032370                 ELSE
032400                     DISPLAY "  " SB-SEQ " " SB-INSTR-TYPE
032500                         " " SB-STATUS " $" WS-AMOUNT-DISPLAY
032600                         " expires " SB-EXPIRY-DATE
032700                         " placed " SB-PLACED-DATE
032800                         " by " SB-OPERATOR-ID
032810                 END-IF
032900             ELSE
033000                 SET WS-STOP-EOF TO TRUE
033100             END-IF
