001832*                  instruction file and rejected to BATCHREJ
001833*                  with the reason when an active instruction
001834*                  matches. Deposits are unaffected.
001843* 2026-10-15  RH   A withdrawal or transfer out of a term
001852*                  deposit (TD) before its maturity date now
001861*                  charges the PRODFILE early-withdrawal penalty:
001870*                  the funds test covers amount plus penalty, and
001879*                  the penalty posts as a separate PENALTY journal
001888*                  entry after the debit.
001899*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004386         RECORD KEY IS SB-KEY
004388         FILE STATUS IS WS-STOP-FILE-STATUS.
004400
004410     SELECT PRODUCT-FILE ASSIGN TO PRODFILE
004420         ORGANIZATION IS SEQUENTIAL
004430         FILE STATUS IS WS-PROD-FILE-STATUS.
004440
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BATCH-TRAN-IN
006196     LABEL RECORDS ARE STANDARD.
006197 COPY BEDTREC.
006200
006207 FD  PRODUCT-FILE
006217     LABEL RECORDS ARE STANDARD.
006227 COPY PRODREC.
006237
006300 WORKING-STORAGE SECTION.
006400 01  WS-BATCH-FILE-STATUS    PIC X(02)  VALUE '00'.
006500     88  WS-BATCH-OK                    VALUE '00'.
007388 01  WS-STOP-FILE-STATUS     PIC X(02)  VALUE '00'.
007390     88  WS-STOP-OK                     VALUE '00'.
007392     88  WS-STOP-NOT-FOUND              VALUE '35'.
007394 01  WS-PROD-FILE-STATUS     PIC X(02)  VALUE '00'.
007396     88  WS-PROD-OK                     VALUE '00'.
007400
007500 01  WS-SWITCHES.
007600     05  WS-BATCH-EOF-SW     PIC X(01)  VALUE 'N'.
007960         88  WS-STOP-EOF                VALUE 'Y'.
007970     05  WS-DEBIT-BLOCKED-SW PIC X(01)  VALUE 'N'.
007980         88  WS-DEBIT-BLOCKED           VALUE 'Y'.
007984     05  WS-PROD-AVAIL-SW    PIC X(01)  VALUE 'N'.
007988         88  WS-PROD-AVAILABLE          VALUE 'Y'.
007992     05  WS-PROD-EOF-SW      PIC X(01)  VALUE 'N'.
007996         88  WS-NO-MORE-PRODUCTS        VALUE 'Y'.
008000
008100 01  WS-CHECKPOINT-INTERVAL      PIC 9(05)    VALUE 50.
008200 01  WS-SEQUENCE-NUMBER          PIC 9(09)    VALUE 0.
009144 01  WS-BLOCK-REASON             PIC X(30)    VALUE SPACES.
009150 01  WS-CHECKPOINT-QUOTIENT      PIC 9(09)    VALUE 0.
009160 01  WS-CHECKPOINT-REMAINDER     PIC 9(09)    VALUE 0.
009163 01  WS-PENALTY-AMOUNT           PIC S9(9)V99 VALUE 0.
009166 01  WS-PENALTY-RATE             PIC S9V9(4) COMP-3 VALUE 0.
009167
009169*    Early-withdrawal penalty terms loaded from the PRODFILE
009172*    product master, one entry per account type.
009175 01  WS-PRODUCT-TABLE.
009178     05  WS-PROD-COUNT           PIC 9(02) COMP VALUE 0.
009181     05  WS-PROD-ENTRY OCCURS 10 TIMES.
009184         10  WS-PROD-ACCT-TYPE       PIC X(02).
009187         10  WS-PROD-MONTHLY-RATE    PIC S9V9(4) COMP-3.
009190         10  WS-PROD-PENALTY-MONTHS  PIC 9(02).
009193 01  WS-PROD-SUB                 PIC 9(02) COMP VALUE 0.
009196 01  WS-PROD-PICK                PIC 9(02) COMP VALUE 0.
009200
009300 PROCEDURE DIVISION.
009400 0000-MAINLINE.
013106         END-IF
013107     END-IF
013108
013115     OPEN INPUT PRODUCT-FILE
013122     IF WS-PROD-OK
013129         SET WS-PROD-AVAILABLE TO TRUE
013136         PERFORM 1300-LOAD-PRODUCTS THRU 1300-EXIT
013143         CLOSE PRODUCT-FILE
013150     ELSE
013157         DISPLAY "Product master not available, status "
013164             WS-PROD-FILE-STATUS
013171         DISPLAY "Early-withdrawal penalties will not be charged."
013178     END-IF
013181
013185     MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
013200     ACCEPT WS-CURRENT-TIME FROM TIME
013300
013400     OPEN INPUT CHECKPOINT-FILE
015895 1200-EXIT.
015896     EXIT.
015897
015901 1300-LOAD-PRODUCTS.
015905     PERFORM UNTIL WS-NO-MORE-PRODUCTS
015909         READ PRODUCT-FILE NEXT RECORD
015913             AT END
015917                 SET WS-NO-MORE-PRODUCTS TO TRUE
015921         END-READ
015925         IF NOT WS-NO-MORE-PRODUCTS
015929             IF WS-PROD-COUNT < 10
015933                 ADD 1 TO WS-PROD-COUNT
015937                 MOVE PR-ACCT-TYPE TO
015941                     WS-PROD-ACCT-TYPE(WS-PROD-COUNT)
015945                 MOVE PR-MONTHLY-RATE TO
015949                     WS-PROD-MONTHLY-RATE(WS-PROD-COUNT)
015953                 MOVE PR-PENALTY-MONTHS TO
015957                     WS-PROD-PENALTY-MONTHS(WS-PROD-COUNT)
015961             ELSE
015965                 DISPLAY "Warning: product row for type "
015969                     PR-ACCT-TYPE " ignored, table is full"
015973             END-IF
015977         END-IF
015981     END-PERFORM.
015985 1300-EXIT.
015989     EXIT.
015993
016000 1500-SKIP-COMPLETED.
016100     PERFORM UNTIL WS-SEQUENCE-NUMBER NOT LESS THAN
016200             WS-RESTART-FROM-SEQUENCE
041000             COMPUTE WS-AVAILABLE-FUNDS =
042000                 ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
042100                     - WS-ACTIVE-HOLD-TOTAL
042110             PERFORM 2800-COMPUTE-PENALTY THRU 2800-EXIT
043000             IF BT-AMOUNT + WS-PENALTY-AMOUNT > WS-AVAILABLE-FUNDS
044000                 DISPLAY "Rejected seq " WS-SEQUENCE-NUMBER
045000                     ": insufficient funds for account "
046000                     BT-ACCOUNT-NUMBER
050400                 END-IF
051000                 MOVE "WITHDRAWAL" TO TL-TRAN-TYPE
052000                 PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
052010                 IF WS-PENALTY-AMOUNT > 0
052020                     PERFORM 2810-POST-PENALTY THRU 2810-EXIT
052030                 END-IF
053000                 ADD 1 TO WS-TRAN-COUNT-PROCESSED
054000             END-IF
054100         WHEN BT-IS-TRANSFER
054200             COMPUTE WS-AVAILABLE-FUNDS =
054300                 ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
054350                     - WS-ACTIVE-HOLD-TOTAL
054360             PERFORM 2800-COMPUTE-PENALTY THRU 2800-EXIT
054400             IF BT-AMOUNT + WS-PENALTY-AMOUNT > WS-AVAILABLE-FUNDS
054500                 DISPLAY "Rejected seq " WS-SEQUENCE-NUMBER
054600                     ": insufficient funds for account "
054700                     BT-ACCOUNT-NUMBER
062450     MOVE "XFER-OUT" TO TL-TRAN-TYPE
062460     MOVE BT-COUNTERPARTY-ACCT TO WS-COUNTERPARTY-ACCT
062470     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
062472     IF WS-PENALTY-AMOUNT > 0
062474         PERFORM 2810-POST-PENALTY THRU 2810-EXIT
062476     END-IF
062480     MOVE BT-COUNTERPARTY-ACCT TO ACCT-NUMBER
062490     READ ACCOUNT-MASTER
062500         INVALID KEY
063775 2710-EXIT.
063780     EXIT.
063790
063793*----------------------------------------------------------------
063796* Early-withdrawal penalty on a term deposit debited before its
063799* maturity date: the product's penalty months of interest on
063802* BT-AMOUNT, at the account's pinned rate or, failing that, the
063805* product rate. Zero on every other account.
063808*----------------------------------------------------------------
063811 2800-COMPUTE-PENALTY.
063814     MOVE 0 TO WS-PENALTY-AMOUNT
063817     IF NOT ACCT-TYPE-TERM-DEPOSIT OR NOT WS-PROD-AVAILABLE
063820         GO TO 2800-EXIT
063823     END-IF
063826     IF ACCT-MATURITY-DATE NOT > WS-CURRENT-DATE
063829         GO TO 2800-EXIT
063832     END-IF
063835     MOVE 0 TO WS-PROD-PICK
063838     PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
063841             UNTIL WS-PROD-SUB > WS-PROD-COUNT
063844         IF WS-PROD-ACCT-TYPE(WS-PROD-SUB) = ACCT-TYPE
063847             MOVE WS-PROD-SUB TO WS-PROD-PICK
063850         END-IF
063853     END-PERFORM
063856     IF WS-PROD-PICK = 0
063859         GO TO 2800-EXIT
063862     END-IF
063865     IF ACCT-INTEREST-RATE NOT = 0
063868         MOVE ACCT-INTEREST-RATE TO WS-PENALTY-RATE
063871     ELSE
063874         MOVE WS-PROD-MONTHLY-RATE(WS-PROD-PICK)
063877             TO WS-PENALTY-RATE
063880     END-IF
063883     COMPUTE WS-PENALTY-AMOUNT ROUNDED =
063886         BT-AMOUNT * WS-PENALTY-RATE
063889             * WS-PROD-PENALTY-MONTHS(WS-PROD-PICK).
063892 2800-EXIT.
063895     EXIT.
063898
063901*----------------------------------------------------------------
063904* Posts the penalty against the debited account (the current
063907* ACCOUNT-MASTER record) as its own PENALTY journal entry.
063910*----------------------------------------------------------------
063913 2810-POST-PENALTY.
063916     SUBTRACT WS-PENALTY-AMOUNT FROM ACCT-BALANCE
063919     REWRITE ACCOUNT-MASTER-RECORD
063922     IF NOT WS-ACCT-OK
063925         DISPLAY "Warning: balance rewrite failed, status "
063928             WS-ACCT-FILE-STATUS
063931     END-IF
063934     MOVE "PENALTY" TO TL-TRAN-TYPE
063937     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
063940 2810-EXIT.
063943     EXIT.
063946
064000 3000-WRITE-CHECKPOINT.
065000     OPEN OUTPUT CHECKPOINT-FILE
065100     IF NOT WS-CHKPT-OK
074000     MOVE ACCT-NUMBER       TO TL-ACCOUNT-NUMBER
075000     MOVE WS-CURRENT-DATE   TO TL-TRAN-DATE
076000     MOVE WS-CURRENT-TIME   TO TL-TRAN-TIME
076010     IF TL-IS-PENALTY
076020         MOVE WS-PENALTY-AMOUNT TO TL-AMOUNT
076030     ELSE
076040         MOVE BT-AMOUNT     TO TL-AMOUNT
076050     END-IF
078000     MOVE ACCT-BALANCE      TO TL-RESULT-BALANCE
078100     MOVE WS-COUNTERPARTY-ACCT TO TL-COUNTERPARTY-ACCT
078200     MOVE "BATCHPST"        TO TL-OPERATOR-ID
