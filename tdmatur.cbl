000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TD-MATURITY.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original nightly term deposit maturity batch
001100*                  job. Browses ACCOUNT-MASTER for term deposits
001200*                  (TD) whose maturity date has been reached and
001300*                  applies the instruction taken at opening:
001400*                  roll over for another term at the current
001500*                  PRODFILE rate (maturity date and rate changes
001600*                  audit-logged to MAINTLOG), or pay the whole
001700*                  balance out to the linked SV/CK payout account
001800*                  with linked XFER-OUT/XFER-IN journal entries
001900*                  and close the deposit. A payout is held and
002000*                  listed as an exception when the deposit has
002100*                  open holds, an active debit or transfer-out
002200*                  block, or the payout account cannot take the
002300*                  credit; it is retried on the next run. Prints
002400*                  a maturity listing. Runs after BATCH-POST and
002500*                  before EOD-RECON under RUNCTL run control.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RNCT-FILE-STATUS.
003800
003900     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ACCT-NUMBER
004300         FILE STATUS IS WS-ACCT-FILE-STATUS.
004400
004500     SELECT PRODUCT-FILE ASSIGN TO PRODFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-PROD-FILE-STATUS.
004800
004900     SELECT HOLD-FILE ASSIGN TO HOLDFILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS HOLD-KEY
005300         FILE STATUS IS WS-HOLD-FILE-STATUS.
005400
005500     SELECT STOP-BLOCK-FILE ASSIGN TO STOPBLK
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS SB-KEY
005900         FILE STATUS IS WS-STOP-FILE-STATUS.
006000
006100     SELECT TRANSACTION-LOG ASSIGN TO TRANLOG
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-TRAN-FILE-STATUS.
006400
006500     SELECT MAINT-LOG ASSIGN TO MAINTLOG
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-MNTL-FILE-STATUS.
006800
006900     SELECT MATURITY-LISTING ASSIGN TO TDMATRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-RPT-FILE-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  RUN-CONTROL
007600     LABEL RECORDS ARE STANDARD.
007700 COPY RUNCTREC.
007800
007900 FD  ACCOUNT-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100 COPY ACCTREC.
008200
008300 FD  PRODUCT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 COPY PRODREC.
008600
008700 FD  HOLD-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 COPY HOLDREC.
009000
009100 FD  STOP-BLOCK-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY STOPREC.
009400
009500 FD  TRANSACTION-LOG
009600     LABEL RECORDS ARE STANDARD.
009700 COPY TRANREC.
009800
009900 FD  MAINT-LOG
010000     LABEL RECORDS ARE STANDARD.
010100 COPY MNTLREC.
010200
010300 FD  MATURITY-LISTING
010400     LABEL RECORDS ARE STANDARD.
010500 01  MATURITY-LISTING-LINE       PIC X(120).
010600
010700 WORKING-STORAGE SECTION.
010800 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
010900     88  WS-RNCT-OK                     VALUE '00'.
011000 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
011100     88  WS-ACCT-OK                     VALUE '00'.
011200 01  WS-PROD-FILE-STATUS     PIC X(02)  VALUE '00'.
011300     88  WS-PROD-OK                     VALUE '00'.
011400 01  WS-HOLD-FILE-STATUS     PIC X(02)  VALUE '00'.
011500     88  WS-HOLD-OK                     VALUE '00'.
011600     88  WS-HOLD-NOT-FOUND              VALUE '35'.
011700 01  WS-STOP-FILE-STATUS     PIC X(02)  VALUE '00'.
011800     88  WS-STOP-OK                     VALUE '00'.
011900     88  WS-STOP-NOT-FOUND              VALUE '35'.
012000 01  WS-TRAN-FILE-STATUS     PIC X(02)  VALUE '00'.
012100     88  WS-TRAN-OK                     VALUE '00'.
012200     88  WS-TRAN-NOT-FOUND              VALUE '35'.
012300 01  WS-MNTL-FILE-STATUS     PIC X(02)  VALUE '00'.
012400     88  WS-MNTL-OK                     VALUE '00'.
012500     88  WS-MNTL-NOT-FOUND              VALUE '35'.
012600 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
012700     88  WS-RPT-OK                      VALUE '00'.
012800
012900 01  WS-SWITCHES.
013000     05  WS-ACCT-EOF-SW      PIC X(01)  VALUE 'N'.
013100         88  WS-NO-MORE-ACCOUNTS        VALUE 'Y'.
013200     05  WS-PROD-EOF-SW      PIC X(01)  VALUE 'N'.
013300         88  WS-NO-MORE-PRODUCTS        VALUE 'Y'.
013400     05  WS-HOLD-AVAIL-SW    PIC X(01)  VALUE 'N'.
013500         88  WS-HOLD-AVAILABLE          VALUE 'Y'.
013600     05  WS-HOLD-EOF-SW      PIC X(01)  VALUE 'N'.
013700         88  WS-HOLD-EOF                VALUE 'Y'.
013800     05  WS-STOP-AVAIL-SW    PIC X(01)  VALUE 'N'.
013900         88  WS-STOP-AVAILABLE          VALUE 'Y'.
014000     05  WS-STOP-EOF-SW      PIC X(01)  VALUE 'N'.
014100         88  WS-STOP-EOF                VALUE 'Y'.
014200     05  WS-DEBIT-BLOCKED-SW PIC X(01)  VALUE 'N'.
014300         88  WS-DEBIT-BLOCKED           VALUE 'Y'.
014400     05  WS-PAYOUT-OK-SW     PIC X(01)  VALUE 'N'.
014500         88  WS-PAYOUT-OK               VALUE 'Y'.
014600
014700 01  WS-CURRENT-TIME             PIC 9(08).
014800 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
014900
015000*    Term and rate parameters loaded from the PRODFILE product
015100*    master, one entry per account type.
015200 01  WS-PRODUCT-TABLE.
015300     05  WS-PROD-COUNT           PIC 9(02) COMP VALUE 0.
015400     05  WS-PROD-ENTRY OCCURS 10 TIMES.
015500         10  WS-PROD-ACCT-TYPE       PIC X(02).
015600         10  WS-PROD-MONTHLY-RATE    PIC S9V9(4) COMP-3.
015700         10  WS-PROD-TERM-MONTHS     PIC 9(03).
015800 01  WS-PROD-SUB                 PIC 9(02) COMP VALUE 0.
015900 01  WS-PROD-PICK                PIC 9(02) COMP VALUE 0.
016000
016100 01  WS-SAVED-ACCOUNT            PIC 9(10)  VALUE ZEROES.
016200 01  WS-SAVED-NAME               PIC X(30)  VALUE SPACES.
016300 01  WS-SAVED-MATURITY           PIC 9(08)  VALUE ZEROES.
016400 01  WS-SAVED-BALANCE            PIC S9(9)V99 COMP-3 VALUE 0.
016500 01  WS-PAYOUT-ACCOUNT           PIC 9(10)  VALUE ZEROES.
016600 01  WS-ACTIVE-HOLD-TOTAL        PIC S9(9)V99 VALUE 0.
016700 01  WS-EXCEPTION-REASON         PIC X(30)  VALUE SPACES.
016800 01  WS-OLD-RATE                 PIC S9V9(4) COMP-3 VALUE 0.
016900 01  WS-RATE-DISPLAY             PIC 9.9(4).
017000 01  WS-TERM-MONTHS              PIC 9(03)  VALUE 0.
017100 01  WS-MATURITY-DATE            PIC 9(08)  VALUE ZEROES.
017200 01  WS-MAT-YY                   PIC 9(04)  VALUE 0.
017300 01  WS-MAT-MM                   PIC 9(02)  VALUE 0.
017400 01  WS-MAT-DD                   PIC 9(02)  VALUE 0.
017500 01  WS-MAT-LAST-DAY             PIC 9(02)  VALUE 0.
017600 01  WS-MAT-REMAINDER            PIC 9(04)  VALUE 0.
017700 01  WS-TOTAL-MONTHS             PIC 9(06)  VALUE 0.
017800 01  WS-COUNTERPARTY-ACCT        PIC 9(10)  VALUE ZEROES.
017900 01  WS-JOURNAL-TYPE             PIC X(10)  VALUE SPACES.
018000 01  WS-JOURNAL-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.
018100 01  WS-FIELD-NAME               PIC X(20)  VALUE SPACES.
018200 01  WS-OLD-VALUE                PIC X(30)  VALUE SPACES.
018300 01  WS-NEW-VALUE                PIC X(30)  VALUE SPACES.
018400
018500 01  WS-TD-ACCOUNTS-READ         PIC 9(7) COMP VALUE 0.
018600 01  WS-TD-MATURED               PIC 9(7) COMP VALUE 0.
018700 01  WS-TD-ROLLED                PIC 9(7) COMP VALUE 0.
018800 01  WS-TD-PAID                  PIC 9(7) COMP VALUE 0.
018900 01  WS-TD-EXCEPTIONS            PIC 9(7) COMP VALUE 0.
019000 01  WS-ROLLED-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
019100 01  WS-PAID-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
019200
019300 01  WS-HEADING-LINE.
019400     05  FILLER                  PIC X(44) VALUE
019500         "TERM DEPOSIT MATURITY LISTING".
019600
019700 01  WS-HEADING-LINE-2.
019800     05  FILLER                  PIC X(15) VALUE
019900         "BUSINESS DATE: ".
020000     05  WS-H-BUSINESS-DATE      PIC 9(8).
020100
020200 01  WS-COLUMN-HEADING-LINE.
020300     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
020400     05  FILLER                  PIC X(32) VALUE "NAME".
020500     05  FILLER                  PIC X(10) VALUE "MATURED".
020600     05  FILLER                  PIC X(16) VALUE "BALANCE".
020700     05  FILLER                  PIC X(12) VALUE "ACTION".
020800     05  FILLER                  PIC X(30) VALUE "REMARKS".
020900
021000 01  WS-DETAIL-LINE.
021100     05  WS-D-ACCOUNT            PIC Z(9)9.
021200     05  FILLER                  PIC X(2)  VALUE SPACES.
021300     05  WS-D-NAME               PIC X(30).
021400     05  FILLER                  PIC X(2)  VALUE SPACES.
021500     05  WS-D-MATURED            PIC 9(8).
021600     05  FILLER                  PIC X(2)  VALUE SPACES.
021700     05  WS-D-BALANCE            PIC -(10)9.99.
021800     05  FILLER                  PIC X(2)  VALUE SPACES.
021900     05  WS-D-ACTION             PIC X(10).
022000     05  FILLER                  PIC X(2)  VALUE SPACES.
022100     05  WS-D-REMARKS            PIC X(30).
022200
022300 01  WS-ROLLED-REMARKS.
022400     05  FILLER                  PIC X(03) VALUE "TO ".
022500     05  WS-R-NEW-MATURITY       PIC 9(8).
022600     05  FILLER                  PIC X(06) VALUE " RATE ".
022700     05  WS-R-NEW-RATE           PIC 9.9(4).
022800
022900 01  WS-PAID-REMARKS.
023000     05  FILLER                  PIC X(03) VALUE "TO ".
023100     05  WS-P-PAYOUT-ACCOUNT     PIC 9(10).
023200
023300 01  WS-TOTAL-LINE.
023400     05  WS-T-LABEL              PIC X(22).
023500     05  WS-T-COUNT              PIC Z(6)9.
023600
023700 01  WS-AMOUNT-TOTAL-LINE.
023800     05  WS-TA-LABEL             PIC X(22).
023900     05  WS-TA-AMOUNT            PIC -(12)9.99.
024000
024100 PROCEDURE DIVISION.
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024400     PERFORM UNTIL WS-NO-MORE-ACCOUNTS
024500         PERFORM 2000-PROCESS-NEXT-ACCOUNT THRU 2000-EXIT
024600     END-PERFORM
024700     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
024800     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
024900 0000-EXIT.
025000     EXIT.
025100
025200 1000-INITIALIZE.
025300     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
025400
025500     OPEN I-O ACCOUNT-MASTER
025600     IF NOT WS-ACCT-OK
025700         DISPLAY "Unable to open account master, status "
025800             WS-ACCT-FILE-STATUS
025900         STOP RUN
026000     END-IF
026100
026200*    A rollover is repriced from the product master, so the job
026300*    cannot run without it.
026400     OPEN INPUT PRODUCT-FILE
026500     IF NOT WS-PROD-OK
026600         DISPLAY "Unable to open product master, status "
026700             WS-PROD-FILE-STATUS
026800         STOP RUN
026900     END-IF
027000     PERFORM 1200-LOAD-PRODUCTS THRU 1200-EXIT
027100     CLOSE PRODUCT-FILE
027200
027300     OPEN INPUT HOLD-FILE
027400     IF WS-HOLD-OK
027500         SET WS-HOLD-AVAILABLE TO TRUE
027600     ELSE
027700         IF NOT WS-HOLD-NOT-FOUND
027800             DISPLAY "Hold file not available, status "
027900                 WS-HOLD-FILE-STATUS
028000         END-IF
028100     END-IF
028200
028300     OPEN INPUT STOP-BLOCK-FILE
028400     IF WS-STOP-OK
028500         SET WS-STOP-AVAILABLE TO TRUE
028600     ELSE
028700         IF NOT WS-STOP-NOT-FOUND
028800             DISPLAY "Stop/block file not available, status "
028900                 WS-STOP-FILE-STATUS
029000         END-IF
029100     END-IF
029200
029300     OPEN EXTEND TRANSACTION-LOG
029400     IF WS-TRAN-NOT-FOUND
029500         OPEN OUTPUT TRANSACTION-LOG
029600         CLOSE TRANSACTION-LOG
029700         OPEN EXTEND TRANSACTION-LOG
029800     END-IF
029900     IF NOT WS-TRAN-OK
030000         DISPLAY "Unable to open transaction log, status "
030100             WS-TRAN-FILE-STATUS
030200         STOP RUN
030300     END-IF
030400
030500     OPEN EXTEND MAINT-LOG
030600     IF WS-MNTL-NOT-FOUND
030700         OPEN OUTPUT MAINT-LOG
030800         CLOSE MAINT-LOG
030900         OPEN EXTEND MAINT-LOG
031000     END-IF
031100     IF NOT WS-MNTL-OK
031200         DISPLAY "Unable to open maintenance log, status "
031300             WS-MNTL-FILE-STATUS
031400         STOP RUN
031500     END-IF
031600
031700     OPEN OUTPUT MATURITY-LISTING
031800     IF NOT WS-RPT-OK
031900         DISPLAY "Unable to open maturity listing, status "
032000             WS-RPT-FILE-STATUS
032100         STOP RUN
032200     END-IF
032300
032400     ACCEPT WS-CURRENT-TIME FROM TIME
032500
032600     MOVE WS-HEADING-LINE TO MATURITY-LISTING-LINE
032700     WRITE MATURITY-LISTING-LINE
032800     MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
032900     MOVE WS-HEADING-LINE-2 TO MATURITY-LISTING-LINE
033000     WRITE MATURITY-LISTING-LINE
033100     MOVE WS-COLUMN-HEADING-LINE TO MATURITY-LISTING-LINE
033200     WRITE MATURITY-LISTING-LINE
033300
033400     MOVE LOW-VALUES TO ACCT-NUMBER
033500     START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NUMBER
033600         INVALID KEY
033700             SET WS-NO-MORE-ACCOUNTS TO TRUE
033800     END-START.
033900 1000-EXIT.
034000     EXIT.
034100
034200 1100-CHECK-RUN-CONTROL.
034300     OPEN I-O RUN-CONTROL
034400     IF NOT WS-RNCT-OK
034500         DISPLAY "Unable to open run control, status "
034600             WS-RNCT-FILE-STATUS
034700         DISPLAY "Open the business date first."
034800         STOP RUN
034900     END-IF
035000     READ RUN-CONTROL
035100         AT END
035200             DISPLAY "Run control is empty. Open the "
035300                 "business date first."
035400             STOP RUN
035500     END-READ
035600     IF RC-TDMATUR-DONE
035700         DISPLAY "TD-MATURITY already complete for business "
035800             "date " RC-BUSINESS-DATE ". Run refused."
035900         STOP RUN
036000     END-IF
036100     IF NOT RC-BATCHPOST-DONE
036200         DISPLAY "BATCH-POST has not completed for business "
036300             "date " RC-BUSINESS-DATE ". Run refused."
036400         STOP RUN
036500     END-IF
036600     IF NOT RC-EODRECON-NOT-RUN
036700         DISPLAY "EOD-RECON has already started for business "
036800             "date " RC-BUSINESS-DATE ". Run refused."
036900         STOP RUN
037000     END-IF
037100     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
037200     MOVE 'I' TO RC-TDMATUR-STATUS
037300     REWRITE RUN-CONTROL-RECORD
037400     IF NOT WS-RNCT-OK
037500         DISPLAY "Warning: run control rewrite failed, "
037600             "status " WS-RNCT-FILE-STATUS
037700     END-IF
037800     CLOSE RUN-CONTROL.
037900 1100-EXIT.
038000     EXIT.
038100
038200 1200-LOAD-PRODUCTS.
038300     PERFORM UNTIL WS-NO-MORE-PRODUCTS
038400         READ PRODUCT-FILE NEXT RECORD
038500             AT END
038600                 SET WS-NO-MORE-PRODUCTS TO TRUE
038700         END-READ
038800         IF NOT WS-NO-MORE-PRODUCTS
038900             IF WS-PROD-COUNT < 10
039000                 ADD 1 TO WS-PROD-COUNT
039100                 MOVE PR-ACCT-TYPE TO
039200                     WS-PROD-ACCT-TYPE(WS-PROD-COUNT)
039300                 MOVE PR-MONTHLY-RATE TO
039400                     WS-PROD-MONTHLY-RATE(WS-PROD-COUNT)
039500                 MOVE PR-TERM-MONTHS TO
039600                     WS-PROD-TERM-MONTHS(WS-PROD-COUNT)
039700             ELSE
039800                 DISPLAY "Warning: product row for type "
039900                     PR-ACCT-TYPE " ignored, table is full"
040000             END-IF
040100         END-IF
040200     END-PERFORM.
040300 1200-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------------
040700* Picks the matured term deposits out of the master browse. A
040800* closed deposit has already been paid out. Handling a deposit
040900* reads other records, so the browse is re-established just
041000* past it before the next READ NEXT.
041100*----------------------------------------------------------------
041200 2000-PROCESS-NEXT-ACCOUNT.
041300     READ ACCOUNT-MASTER NEXT RECORD
041400         AT END
041500             SET WS-NO-MORE-ACCOUNTS TO TRUE
041600     END-READ
041700     IF WS-NO-MORE-ACCOUNTS
041800         GO TO 2000-EXIT
041900     END-IF
042000     IF NOT ACCT-TYPE-TERM-DEPOSIT
042100         GO TO 2000-EXIT
042200     END-IF
042300     ADD 1 TO WS-TD-ACCOUNTS-READ
042400     IF ACCT-CLOSED OR ACCT-MATURITY-DATE = 0 OR
042500             ACCT-MATURITY-DATE > WS-BUSINESS-DATE
042600         GO TO 2000-EXIT
042700     END-IF
042800     ADD 1 TO WS-TD-MATURED
042900     MOVE ACCT-NUMBER        TO WS-SAVED-ACCOUNT
043000     MOVE ACCT-NAME          TO WS-SAVED-NAME
043100     MOVE ACCT-MATURITY-DATE TO WS-SAVED-MATURITY
043200     MOVE ACCT-BALANCE       TO WS-SAVED-BALANCE
043300     IF ACCT-RENEW-PAYOUT
043400         PERFORM 2200-PAY-OUT THRU 2200-EXIT
043500     ELSE
043600         PERFORM 2100-ROLL-OVER THRU 2100-EXIT
043700     END-IF
043800     MOVE WS-SAVED-ACCOUNT TO ACCT-NUMBER
043900     START ACCOUNT-MASTER KEY GREATER THAN ACCT-NUMBER
044000         INVALID KEY
044100             SET WS-NO-MORE-ACCOUNTS TO TRUE
044200     END-START.
044300 2000-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------
044700* Renews the deposit for the same term (the product standard
044800* when none was recorded) from the old maturity date, repeating
044900* until the new date is in the future so a missed run does not
045000* leave it matured, and reprices it at the current PRODFILE
045100* rate. Both changes are audit-logged.
045200*----------------------------------------------------------------
045300 2100-ROLL-OVER.
045400     MOVE 0 TO WS-PROD-PICK
045500     PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
045600             UNTIL WS-PROD-SUB > WS-PROD-COUNT
045700         IF WS-PROD-ACCT-TYPE(WS-PROD-SUB) = ACCT-TYPE
045800             MOVE WS-PROD-SUB TO WS-PROD-PICK
045900         END-IF
046000     END-PERFORM
046100     IF WS-PROD-PICK = 0
046200         MOVE "NO PRODUCT ROW FOR TYPE" TO WS-EXCEPTION-REASON
046300         PERFORM 3200-LIST-EXCEPTION THRU 3200-EXIT
046400         GO TO 2100-EXIT
046500     END-IF
046600     MOVE ACCT-TERM-MONTHS TO WS-TERM-MONTHS
046700     IF WS-TERM-MONTHS = 0
046800         MOVE WS-PROD-TERM-MONTHS(WS-PROD-PICK) TO WS-TERM-MONTHS
046900     END-IF
047000     IF WS-TERM-MONTHS = 0
047100         MOVE "NO TERM ON FILE" TO WS-EXCEPTION-REASON
047200         PERFORM 3200-LIST-EXCEPTION THRU 3200-EXIT
047300         GO TO 2100-EXIT
047400     END-IF
047500     MOVE ACCT-MATURITY-DATE TO WS-MATURITY-DATE
047600     PERFORM 2500-ADD-TERM-MONTHS THRU 2500-EXIT
047700         UNTIL WS-MATURITY-DATE > WS-BUSINESS-DATE
047800     MOVE ACCT-INTEREST-RATE TO WS-OLD-RATE
047900     MOVE WS-TERM-MONTHS     TO ACCT-TERM-MONTHS
048000     MOVE WS-MATURITY-DATE   TO ACCT-MATURITY-DATE
048100     MOVE WS-PROD-MONTHLY-RATE(WS-PROD-PICK)
048200         TO ACCT-INTEREST-RATE
048300     REWRITE ACCOUNT-MASTER-RECORD
048400     IF NOT WS-ACCT-OK
048500         DISPLAY "Warning: account rewrite failed for "
048600             WS-SAVED-ACCOUNT ", status " WS-ACCT-FILE-STATUS
048700         GO TO 2100-EXIT
048800     END-IF
048900     ADD 1 TO WS-TD-ROLLED
049000     ADD ACCT-BALANCE TO WS-ROLLED-TOTAL
049100
049200     MOVE "MATURITY-DATE"    TO WS-FIELD-NAME
049300     MOVE WS-SAVED-MATURITY  TO WS-OLD-VALUE
049400     MOVE WS-MATURITY-DATE   TO WS-NEW-VALUE
049500     PERFORM 4100-WRITE-MAINT-LOG THRU 4100-EXIT
049600     IF ACCT-INTEREST-RATE NOT = WS-OLD-RATE
049700         MOVE "INTEREST-RATE"    TO WS-FIELD-NAME
049800         MOVE WS-OLD-RATE        TO WS-RATE-DISPLAY
049900         MOVE WS-RATE-DISPLAY    TO WS-OLD-VALUE
050000         MOVE ACCT-INTEREST-RATE TO WS-RATE-DISPLAY
050100         MOVE WS-RATE-DISPLAY    TO WS-NEW-VALUE
050200         PERFORM 4100-WRITE-MAINT-LOG THRU 4100-EXIT
050300     END-IF
050400
050500     MOVE WS-MATURITY-DATE   TO WS-R-NEW-MATURITY
050600     MOVE ACCT-INTEREST-RATE TO WS-R-NEW-RATE
050700     MOVE "ROLLED"           TO WS-D-ACTION
050800     MOVE WS-ROLLED-REMARKS  TO WS-D-REMARKS
050900     PERFORM 3100-LIST-DEPOSIT THRU 3100-EXIT.
051000 2100-EXIT.
051100     EXIT.
051200
051300*----------------------------------------------------------------
051400* Pays the whole balance out to the payout account and closes
051500* the deposit. Anything that would stop a teller debiting the
051600* deposit or crediting the payout account holds the payout for
051700* the branch to clear; the deposit stays matured and is picked
051800* up again on the next run.
051900*----------------------------------------------------------------
052000 2200-PAY-OUT.
052100     IF NOT ACCT-ACTIVE
052200         MOVE "DEPOSIT NOT ACTIVE" TO WS-EXCEPTION-REASON
052300         PERFORM 3200-LIST-EXCEPTION THRU 3200-EXIT
052400         GO TO 2200-EXIT
052500     END-IF
052600     IF WS-SAVED-BALANCE < 0
052700         MOVE "NEGATIVE BALANCE" TO WS-EXCEPTION-REASON
052800         PERFORM 3200-LIST-EXCEPTION THRU 3200-EXIT
052900         GO TO 2200-EXIT
053000     END-IF
053100     PERFORM 2300-SUM-ACTIVE-HOLDS THRU 2300-EXIT
053200     IF WS-ACTIVE-HOLD-TOTAL > 0
053300         MOVE "OPEN HOLDS ON DEPOSIT" TO WS-EXCEPTION-REASON
053400         PERFORM 3200-LIST-EXCEPTION THRU 3200-EXIT
053500         GO TO 2200-EXIT
053600     END-IF
053700     PERFORM 2400-CHECK-STOP-BLOCK THRU 2400-EXIT
053800     IF WS-DEBIT-BLOCKED
053900         PERFORM 3200-LIST-EXCEPTION THRU 3200-EXIT
054000         GO TO 2200-EXIT
054100     END-IF
054200     MOVE ACCT-PAYOUT-ACCOUNT TO WS-PAYOUT-ACCOUNT
054300     PERFORM 2600-CHECK-PAYOUT-ACCOUNT THRU 2600-EXIT
054400     PERFORM 2700-REREAD-DEPOSIT THRU 2700-EXIT
054500     IF NOT WS-PAYOUT-OK
054600         PERFORM 3200-LIST-EXCEPTION THRU 3200-EXIT
054700         GO TO 2200-EXIT
054800     END-IF
054900
055000     MOVE 0   TO ACCT-BALANCE
055100     MOVE 'C' TO ACCT-STATUS
055200     REWRITE ACCOUNT-MASTER-RECORD
055300     IF NOT WS-ACCT-OK
055400         DISPLAY "Warning: account rewrite failed for "
055500             WS-SAVED-ACCOUNT ", status " WS-ACCT-FILE-STATUS
055600         GO TO 2200-EXIT
055700     END-IF
055800     IF WS-SAVED-BALANCE > 0
055900         MOVE "XFER-OUT"        TO WS-JOURNAL-TYPE
056000         MOVE WS-SAVED-BALANCE  TO WS-JOURNAL-AMOUNT
056100         MOVE WS-PAYOUT-ACCOUNT TO WS-COUNTERPARTY-ACCT
056200         PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
056300     END-IF
056400     MOVE "STATUS" TO WS-FIELD-NAME
056500     MOVE "A"      TO WS-OLD-VALUE
056600     MOVE "C"      TO WS-NEW-VALUE
056700     PERFORM 4100-WRITE-MAINT-LOG THRU 4100-EXIT
056800
056900     IF WS-SAVED-BALANCE > 0
057000         MOVE WS-PAYOUT-ACCOUNT TO ACCT-NUMBER
057100         READ ACCOUNT-MASTER
057200             INVALID KEY
057300                 DISPLAY "Warning: payout account re-read failed "
057400                     "for " WS-PAYOUT-ACCOUNT
057500         END-READ
057600         ADD WS-SAVED-BALANCE TO ACCT-BALANCE
057700         REWRITE ACCOUNT-MASTER-RECORD
057800         IF NOT WS-ACCT-OK
057900             DISPLAY "Warning: balance rewrite failed, status "
058000                 WS-ACCT-FILE-STATUS
058100         END-IF
058200         MOVE "XFER-IN"         TO WS-JOURNAL-TYPE
058300         MOVE WS-SAVED-BALANCE  TO WS-JOURNAL-AMOUNT
058400         MOVE WS-SAVED-ACCOUNT  TO WS-COUNTERPARTY-ACCT
058500         PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
058600     END-IF
058700     ADD 1 TO WS-TD-PAID
058800     ADD WS-SAVED-BALANCE TO WS-PAID-TOTAL
058900
059000     MOVE WS-PAYOUT-ACCOUNT TO WS-P-PAYOUT-ACCOUNT
059100     MOVE "PAID OUT"        TO WS-D-ACTION
059200     MOVE WS-PAID-REMARKS   TO WS-D-REMARKS
059300     PERFORM 3100-LIST-DEPOSIT THRU 3100-EXIT.
059400 2200-EXIT.
059500     EXIT.
059600
059700 2300-SUM-ACTIVE-HOLDS.
059800     MOVE 0 TO WS-ACTIVE-HOLD-TOTAL
059900     IF NOT WS-HOLD-AVAILABLE
060000         GO TO 2300-EXIT
060100     END-IF
060200     MOVE 'N' TO WS-HOLD-EOF-SW
060300     MOVE WS-SAVED-ACCOUNT TO HOLD-ACCOUNT
060400     MOVE 0 TO HOLD-SEQ
060500     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
060600         INVALID KEY
060700             SET WS-HOLD-EOF TO TRUE
060800     END-START
060900     PERFORM UNTIL WS-HOLD-EOF
061000         READ HOLD-FILE NEXT RECORD
061100             AT END
061200                 SET WS-HOLD-EOF TO TRUE
061300         END-READ
061400         IF NOT WS-HOLD-EOF
061500             IF HOLD-ACCOUNT = WS-SAVED-ACCOUNT
061600                 IF HOLD-OPEN
061700                     ADD HOLD-AMOUNT TO WS-ACTIVE-HOLD-TOTAL
061800                 END-IF
061900             ELSE
062000                 SET WS-HOLD-EOF TO TRUE
062100             END-IF
062200         END-IF
062300     END-PERFORM.
062400 2300-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------------
062800* An active all-debits or transfers-out block on the deposit
062900* holds the payout. Stop-payment instructions match a specific
063000* amount and do not apply to a maturity payout.
063100*----------------------------------------------------------------
063200 2400-CHECK-STOP-BLOCK.
063300     MOVE 'N' TO WS-DEBIT-BLOCKED-SW
063400     IF NOT WS-STOP-AVAILABLE
063500         GO TO 2400-EXIT
063600     END-IF
063700     MOVE 'N' TO WS-STOP-EOF-SW
063800     MOVE WS-SAVED-ACCOUNT TO SB-ACCOUNT
063900     MOVE 0 TO SB-SEQ
064000     START STOP-BLOCK-FILE KEY NOT LESS THAN SB-KEY
064100         INVALID KEY
064200             SET WS-STOP-EOF TO TRUE
064300     END-START
064400     PERFORM UNTIL WS-STOP-EOF
064500         READ STOP-BLOCK-FILE NEXT RECORD
064600             AT END
064700                 SET WS-STOP-EOF TO TRUE
064800         END-READ
064900         IF NOT WS-STOP-EOF
065000             IF SB-ACCOUNT NOT = WS-SAVED-ACCOUNT
065100                 SET WS-STOP-EOF TO TRUE
065200             ELSE
065300                 IF SB-ACTIVE AND
065400                         (SB-EXPIRY-DATE = 0 OR
065500                         SB-EXPIRY-DATE NOT < WS-BUSINESS-DATE)
065600                     EVALUATE TRUE
065700                         WHEN SB-BLOCK-DEBITS
065800                             SET WS-DEBIT-BLOCKED TO TRUE
065900                             MOVE "ALL DEBITS BLOCKED"
066000                                 TO WS-EXCEPTION-REASON
066100                         WHEN SB-BLOCK-XFER-OUT
066200                             SET WS-DEBIT-BLOCKED TO TRUE
066300                             MOVE "TRANSFERS OUT BLOCKED"
066400                                 TO WS-EXCEPTION-REASON
066500                     END-EVALUATE
066600                     IF WS-DEBIT-BLOCKED
066700                         SET WS-STOP-EOF TO TRUE
066800                     END-IF
066900                 END-IF
067000             END-IF
067100         END-IF
067200     END-PERFORM.
067300 2400-EXIT.
067400     EXIT.
067500
067600*----------------------------------------------------------------
067700* Adds WS-TERM-MONTHS calendar months to WS-MATURITY-DATE. A day
067800* that does not exist in the target month falls back to that
067900* month's last day.
068000*----------------------------------------------------------------
068100 2500-ADD-TERM-MONTHS.
068200     MOVE WS-MATURITY-DATE(1:4) TO WS-MAT-YY
068300     MOVE WS-MATURITY-DATE(5:2) TO WS-MAT-MM
068400     MOVE WS-MATURITY-DATE(7:2) TO WS-MAT-DD
068500     COMPUTE WS-TOTAL-MONTHS =
068600         (WS-MAT-YY * 12) + WS-MAT-MM - 1 + WS-TERM-MONTHS
068700     DIVIDE WS-TOTAL-MONTHS BY 12
068800         GIVING WS-MAT-YY REMAINDER WS-MAT-MM
068900     ADD 1 TO WS-MAT-MM
069000     EVALUATE WS-MAT-MM
069100         WHEN 4
069200         WHEN 6
069300         WHEN 9
069400         WHEN 11
069500             MOVE 30 TO WS-MAT-LAST-DAY
069600         WHEN 2
069700             MOVE 28 TO WS-MAT-LAST-DAY
069800             DIVIDE WS-MAT-YY BY 4 GIVING WS-MAT-REMAINDER
069900                 REMAINDER WS-MAT-REMAINDER
070000             IF WS-MAT-REMAINDER = 0
070100                 MOVE 29 TO WS-MAT-LAST-DAY
070200                 DIVIDE WS-MAT-YY BY 100 GIVING WS-MAT-REMAINDER
070300                     REMAINDER WS-MAT-REMAINDER
070400                 IF WS-MAT-REMAINDER = 0
070500                     MOVE 28 TO WS-MAT-LAST-DAY
070600                     DIVIDE WS-MAT-YY BY 400
070700                         GIVING WS-MAT-REMAINDER
070800                         REMAINDER WS-MAT-REMAINDER
070900                     IF WS-MAT-REMAINDER = 0
071000                         MOVE 29 TO WS-MAT-LAST-DAY
071100                     END-IF
071200                 END-IF
071300             END-IF
071400         WHEN OTHER
071500             MOVE 31 TO WS-MAT-LAST-DAY
071600     END-EVALUATE
071700     IF WS-MAT-DD > WS-MAT-LAST-DAY
071800         MOVE WS-MAT-LAST-DAY TO WS-MAT-DD
071900     END-IF
072000     MOVE WS-MAT-YY TO WS-MATURITY-DATE(1:4)
072100     MOVE WS-MAT-MM TO WS-MATURITY-DATE(5:2)
072200     MOVE WS-MAT-DD TO WS-MATURITY-DATE(7:2).
072300 2500-EXIT.
072400     EXIT.
072500
072600*----------------------------------------------------------------
072700* The payout account must be on file, a savings or checking
072800* account, and able to take a credit (active or dormant).
072900*----------------------------------------------------------------
073000 2600-CHECK-PAYOUT-ACCOUNT.
073100     MOVE 'N' TO WS-PAYOUT-OK-SW
073200     IF WS-PAYOUT-ACCOUNT = 0 OR
073300             WS-PAYOUT-ACCOUNT = WS-SAVED-ACCOUNT
073400         MOVE "NO PAYOUT ACCOUNT" TO WS-EXCEPTION-REASON
073500         GO TO 2600-EXIT
073600     END-IF
073700     MOVE WS-PAYOUT-ACCOUNT TO ACCT-NUMBER
073800     READ ACCOUNT-MASTER
073900         INVALID KEY
074000             MOVE "PAYOUT ACCOUNT NOT ON FILE"
074100                 TO WS-EXCEPTION-REASON
074200             GO TO 2600-EXIT
074300     END-READ
074400     IF NOT ACCT-TYPE-SAVINGS AND NOT ACCT-TYPE-CHECKING
074500         MOVE "PAYOUT ACCOUNT NOT SV/CK" TO WS-EXCEPTION-REASON
074600         GO TO 2600-EXIT
074700     END-IF
074800     IF NOT ACCT-ACTIVE AND NOT ACCT-DORMANT
074900         MOVE "PAYOUT ACCOUNT NOT ACTIVE" TO WS-EXCEPTION-REASON
075000         GO TO 2600-EXIT
075100     END-IF
075200     SET WS-PAYOUT-OK TO TRUE.
075300 2600-EXIT.
075400     EXIT.
075500
075600 2700-REREAD-DEPOSIT.
075700     MOVE WS-SAVED-ACCOUNT TO ACCT-NUMBER
075800     READ ACCOUNT-MASTER
075900         INVALID KEY
076000             DISPLAY "Warning: account re-read failed for "
076100                 WS-SAVED-ACCOUNT
076200     END-READ.
076300 2700-EXIT.
076400     EXIT.
076500
076600 3100-LIST-DEPOSIT.
076700     MOVE WS-SAVED-ACCOUNT  TO WS-D-ACCOUNT
076800     MOVE WS-SAVED-NAME     TO WS-D-NAME
076900     MOVE WS-SAVED-MATURITY TO WS-D-MATURED
077000     MOVE WS-SAVED-BALANCE  TO WS-D-BALANCE
077100     MOVE WS-DETAIL-LINE    TO MATURITY-LISTING-LINE
077200     WRITE MATURITY-LISTING-LINE.
077300 3100-EXIT.
077400     EXIT.
077500
077600 3200-LIST-EXCEPTION.
077700     ADD 1 TO WS-TD-EXCEPTIONS
077800     MOVE "EXCEPTION"         TO WS-D-ACTION
077900     MOVE WS-EXCEPTION-REASON TO WS-D-REMARKS
078000     PERFORM 3100-LIST-DEPOSIT THRU 3100-EXIT.
078100 3200-EXIT.
078200     EXIT.
078300
078400*----------------------------------------------------------------
078500* Journals WS-JOURNAL-TYPE / WS-JOURNAL-AMOUNT against the
078600* account in the record area, dated the business date.
078700*----------------------------------------------------------------
078800 4000-WRITE-JOURNAL.
078900     MOVE ACCT-NUMBER          TO TL-ACCOUNT-NUMBER
079000     MOVE WS-BUSINESS-DATE     TO TL-TRAN-DATE
079100     MOVE WS-CURRENT-TIME      TO TL-TRAN-TIME
079200     MOVE WS-JOURNAL-TYPE      TO TL-TRAN-TYPE
079300     MOVE WS-JOURNAL-AMOUNT    TO TL-AMOUNT
079400     MOVE ACCT-BALANCE         TO TL-RESULT-BALANCE
079500     MOVE WS-COUNTERPARTY-ACCT TO TL-COUNTERPARTY-ACCT
079600     MOVE "TDMATUR"            TO TL-OPERATOR-ID
079700     MOVE SPACES               TO TL-SUPERVISOR-ID
079800     MOVE ZEROES               TO TL-ORIG-TRAN-DATE
079900     MOVE ZEROES               TO TL-ORIG-TRAN-TIME
080000     WRITE TRANSACTION-LOG-RECORD
080100     IF NOT WS-TRAN-OK
080200         DISPLAY "Warning: journal write failed, status "
080300             WS-TRAN-FILE-STATUS
080400     END-IF
080500     MOVE ZEROES TO WS-COUNTERPARTY-ACCT.
080600 4000-EXIT.
080700     EXIT.
080800
080900 4100-WRITE-MAINT-LOG.
081000     MOVE WS-SAVED-ACCOUNT  TO ML-ACCOUNT-NUMBER
081100     MOVE WS-BUSINESS-DATE  TO ML-MAINT-DATE
081200     MOVE WS-CURRENT-TIME   TO ML-MAINT-TIME
081300     MOVE "TDMATUR"         TO ML-OPERATOR-ID
081400     MOVE WS-FIELD-NAME     TO ML-FIELD-NAME
081500     MOVE WS-OLD-VALUE      TO ML-OLD-VALUE
081600     MOVE WS-NEW-VALUE      TO ML-NEW-VALUE
081700     WRITE MAINT-LOG-RECORD
081800     IF NOT WS-MNTL-OK
081900         DISPLAY "Warning: maintenance log write failed, "
082000             "status " WS-MNTL-FILE-STATUS
082100     END-IF.
082200 4100-EXIT.
082300     EXIT.
082400
082500 5000-PRINT-TOTALS.
082600     MOVE "TERM DEPOSITS READ:   " TO WS-T-LABEL
082700     MOVE WS-TD-ACCOUNTS-READ TO WS-T-COUNT
082800     MOVE WS-TOTAL-LINE TO MATURITY-LISTING-LINE
082900     WRITE MATURITY-LISTING-LINE
083000     MOVE "MATURED:              " TO WS-T-LABEL
083100     MOVE WS-TD-MATURED TO WS-T-COUNT
083200     MOVE WS-TOTAL-LINE TO MATURITY-LISTING-LINE
083300     WRITE MATURITY-LISTING-LINE
083400     MOVE "ROLLED OVER:          " TO WS-T-LABEL
083500     MOVE WS-TD-ROLLED TO WS-T-COUNT
083600     MOVE WS-TOTAL-LINE TO MATURITY-LISTING-LINE
083700     WRITE MATURITY-LISTING-LINE
083800     MOVE "AMOUNT ROLLED OVER:   " TO WS-TA-LABEL
083900     MOVE WS-ROLLED-TOTAL TO WS-TA-AMOUNT
084000     MOVE WS-AMOUNT-TOTAL-LINE TO MATURITY-LISTING-LINE
084100     WRITE MATURITY-LISTING-LINE
084200     MOVE "PAID OUT:             " TO WS-T-LABEL
084300     MOVE WS-TD-PAID TO WS-T-COUNT
084400     MOVE WS-TOTAL-LINE TO MATURITY-LISTING-LINE
084500     WRITE MATURITY-LISTING-LINE
084600     MOVE "AMOUNT PAID OUT:      " TO WS-TA-LABEL
084700     MOVE WS-PAID-TOTAL TO WS-TA-AMOUNT
084800     MOVE WS-AMOUNT-TOTAL-LINE TO MATURITY-LISTING-LINE
084900     WRITE MATURITY-LISTING-LINE
085000     MOVE "EXCEPTIONS:           " TO WS-T-LABEL
085100     MOVE WS-TD-EXCEPTIONS TO WS-T-COUNT
085200     MOVE WS-TOTAL-LINE TO MATURITY-LISTING-LINE
085300     WRITE MATURITY-LISTING-LINE.
085400 5000-EXIT.
085500     EXIT.
085600
085700 9800-MARK-JOB-DONE.
085800     OPEN I-O RUN-CONTROL
085900     IF NOT WS-RNCT-OK
086000         DISPLAY "Warning: run control open failed, status "
086100             WS-RNCT-FILE-STATUS
086200         GO TO 9800-EXIT
086300     END-IF
086400     READ RUN-CONTROL
086500         AT END
086600             DISPLAY "Warning: run control is empty."
086700     END-READ
086800     MOVE 'C' TO RC-TDMATUR-STATUS
086900     REWRITE RUN-CONTROL-RECORD
087000     IF NOT WS-RNCT-OK
087100         DISPLAY "Warning: run control rewrite failed, "
087200             "status " WS-RNCT-FILE-STATUS
087300     END-IF
087400     CLOSE RUN-CONTROL.
087500 9800-EXIT.
087600     EXIT.
087700
087800 9999-END-OF-JOB.
087900     PERFORM 9800-MARK-JOB-DONE THRU 9800-EXIT
088000     CLOSE ACCOUNT-MASTER
088100     IF WS-HOLD-AVAILABLE
088200         CLOSE HOLD-FILE
088300     END-IF
088400     IF WS-STOP-AVAILABLE
088500         CLOSE STOP-BLOCK-FILE
088600     END-IF
088700     CLOSE TRANSACTION-LOG
088800     CLOSE MAINT-LOG
088900     CLOSE MATURITY-LISTING
089000     DISPLAY "Term deposit maturity complete. Matured: "
089100         WS-TD-MATURED
089200     DISPLAY "Rolled over: " WS-TD-ROLLED
089300     DISPLAY "Paid out: " WS-TD-PAID
089400     DISPLAY "Exceptions: " WS-TD-EXCEPTIONS
089500     STOP RUN.
089600 9999-EXIT.
089700     EXIT.
