000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHECK-CLEAR.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original inward check clearing job. Posts the
001100*                  day's CHKPRES presentment file (account, check
001200*                  serial number, amount) as CHECK debits that
001300*                  carry the serial number on the journal. An
001400*                  item is returned unpaid - written to the CHKRTN
001500*                  return-items file and listed with the reason -
001600*                  when the account is not on file, closed,
001700*                  frozen or dormant, is a term deposit, has an
001800*                  active stop on that serial number (or a stop
001900*                  on the amount, or a block on all debits), or
002000*                  lacks the available funds (balance plus
002100*                  overdraft limit less open holds). Prints a
002200*                  clearing listing. Runs after BATCH-POST and
002300*                  HOLD-RELEASE and before EOD-RECON under RUNCTL
002400*                  run control.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RNCT-FILE-STATUS.
003700
003800     SELECT PRESENTMENT-FILE ASSIGN TO CHKPRES
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-PRES-FILE-STATUS.
004100
004200     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ACCT-NUMBER
004600         FILE STATUS IS WS-ACCT-FILE-STATUS.
004700
004800     SELECT HOLD-FILE ASSIGN TO HOLDFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS HOLD-KEY
005200         FILE STATUS IS WS-HOLD-FILE-STATUS.
005300
005400     SELECT STOP-BLOCK-FILE ASSIGN TO STOPBLK
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS SB-KEY
005800         FILE STATUS IS WS-STOP-FILE-STATUS.
005900
006000     SELECT TRANSACTION-LOG ASSIGN TO TRANLOG
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-TRAN-FILE-STATUS.
006300
006400     SELECT RETURN-ITEMS ASSIGN TO CHKRTN
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-RTN-FILE-STATUS.
006700
006800     SELECT CLEARING-LISTING ASSIGN TO CHKCLRPT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-RPT-FILE-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RUN-CONTROL
007500     LABEL RECORDS ARE STANDARD.
007600 COPY RUNCTREC.
007700
007800 FD  PRESENTMENT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY PRESREC.
008100
008200 FD  ACCOUNT-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400 COPY ACCTREC.
008500
008600 FD  HOLD-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 COPY HOLDREC.
008900
009000 FD  STOP-BLOCK-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 COPY STOPREC.
009300
009400 FD  TRANSACTION-LOG
009500     LABEL RECORDS ARE STANDARD.
009600 COPY TRANREC.
009700
009800 FD  RETURN-ITEMS
009900     LABEL RECORDS ARE STANDARD.
010000 COPY RITMREC.
010100
010200 FD  CLEARING-LISTING
010300     LABEL RECORDS ARE STANDARD.
010400 01  CLEARING-LISTING-LINE       PIC X(120).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
010800     88  WS-RNCT-OK                     VALUE '00'.
010900 01  WS-PRES-FILE-STATUS     PIC X(02)  VALUE '00'.
011000     88  WS-PRES-OK                     VALUE '00'.
011100     88  WS-PRES-NOT-FOUND              VALUE '35'.
011200 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
011300     88  WS-ACCT-OK                     VALUE '00'.
011400 01  WS-HOLD-FILE-STATUS     PIC X(02)  VALUE '00'.
011500     88  WS-HOLD-OK                     VALUE '00'.
011600     88  WS-HOLD-NOT-FOUND              VALUE '35'.
011700 01  WS-STOP-FILE-STATUS     PIC X(02)  VALUE '00'.
011800     88  WS-STOP-OK                     VALUE '00'.
011900     88  WS-STOP-NOT-FOUND              VALUE '35'.
012000 01  WS-TRAN-FILE-STATUS     PIC X(02)  VALUE '00'.
012100     88  WS-TRAN-OK                     VALUE '00'.
012200     88  WS-TRAN-NOT-FOUND              VALUE '35'.
012300 01  WS-RTN-FILE-STATUS      PIC X(02)  VALUE '00'.
012400     88  WS-RTN-OK                      VALUE '00'.
012500 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
012600     88  WS-RPT-OK                      VALUE '00'.
012700
012800 01  WS-SWITCHES.
012900     05  WS-PRES-AVAIL-SW    PIC X(01)  VALUE 'N'.
013000         88  WS-PRES-AVAILABLE          VALUE 'Y'.
013100     05  WS-PRES-EOF-SW      PIC X(01)  VALUE 'N'.
013200         88  WS-NO-MORE-ITEMS           VALUE 'Y'.
013300     05  WS-HOLD-AVAIL-SW    PIC X(01)  VALUE 'N'.
013400         88  WS-HOLD-AVAILABLE          VALUE 'Y'.
013500     05  WS-HOLD-EOF-SW      PIC X(01)  VALUE 'N'.
013600         88  WS-HOLD-EOF                VALUE 'Y'.
013700     05  WS-STOP-AVAIL-SW    PIC X(01)  VALUE 'N'.
013800         88  WS-STOP-AVAILABLE          VALUE 'Y'.
013900     05  WS-STOP-EOF-SW      PIC X(01)  VALUE 'N'.
014000         88  WS-STOP-EOF                VALUE 'Y'.
014100     05  WS-DEBIT-BLOCKED-SW PIC X(01)  VALUE 'N'.
014200         88  WS-DEBIT-BLOCKED           VALUE 'Y'.
014300
014400 01  WS-CURRENT-TIME             PIC 9(08).
014500 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
014600
014700 01  WS-AVAILABLE-FUNDS          PIC S9(9)V99 VALUE 0.
014800 01  WS-ACTIVE-HOLD-TOTAL        PIC S9(9)V99 VALUE 0.
014900 01  WS-RETURN-REASON            PIC X(30)  VALUE SPACES.
015000
015100 01  WS-ITEMS-PRESENTED          PIC 9(7) COMP VALUE 0.
015200 01  WS-ITEMS-PAID               PIC 9(7) COMP VALUE 0.
015300 01  WS-ITEMS-RETURNED           PIC 9(7) COMP VALUE 0.
015400 01  WS-PAID-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.
015500 01  WS-RETURNED-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
015600
015700 01  WS-HEADING-LINE.
015800     05  FILLER                  PIC X(40) VALUE
015900         "INWARD CHECK CLEARING LISTING".
016000
016100 01  WS-HEADING-LINE-2.
016200     05  FILLER                  PIC X(15) VALUE
016300         "BUSINESS DATE: ".
016400     05  WS-H-BUSINESS-DATE      PIC 9(8).
016500
016600 01  WS-COLUMN-HEADING-LINE.
016700     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
016800     05  FILLER                  PIC X(10) VALUE "CHECK NO".
016900     05  FILLER                  PIC X(15) VALUE "AMOUNT".
017000     05  FILLER                  PIC X(17) VALUE "ITEM REFERENCE".
017100     05  FILLER                  PIC X(10) VALUE "ACTION".
017200     05  FILLER                  PIC X(30) VALUE "REASON".
017300
017400 01  WS-DETAIL-LINE.
017500     05  WS-D-ACCOUNT            PIC Z(9)9.
017600     05  FILLER                  PIC X(2)  VALUE SPACES.
017700     05  WS-D-CHECK-NUMBER       PIC Z(7)9.
017800     05  FILLER                  PIC X(2)  VALUE SPACES.
017900     05  WS-D-AMOUNT             PIC -(9)9.99.
018000     05  FILLER                  PIC X(2)  VALUE SPACES.
018100     05  WS-D-ITEM-REFERENCE     PIC X(15).
018200     05  FILLER                  PIC X(2)  VALUE SPACES.
018300     05  WS-D-ACTION             PIC X(08).
018400     05  FILLER                  PIC X(2)  VALUE SPACES.
018500     05  WS-D-REASON             PIC X(30).
018600
018700 01  WS-NO-FILE-LINE.
018800     05  FILLER                  PIC X(40) VALUE
018900         "NO PRESENTMENT FILE RECEIVED".
019000
019100 01  WS-TOTAL-LINE.
019200     05  WS-T-LABEL              PIC X(22).
019300     05  WS-T-COUNT              PIC Z(6)9.
019400
019500 01  WS-AMOUNT-TOTAL-LINE.
019600     05  WS-TA-LABEL             PIC X(22).
019700     05  WS-TA-AMOUNT            PIC -(12)9.99.
019800
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020200     PERFORM UNTIL WS-NO-MORE-ITEMS
020300         PERFORM 2000-PROCESS-NEXT-ITEM THRU 2000-EXIT
020400     END-PERFORM
020500     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
020600     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
020700 0000-EXIT.
020800     EXIT.
020900
021000 1000-INITIALIZE.
021100     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
021200
021300     OPEN INPUT PRESENTMENT-FILE
021400     IF WS-PRES-OK
021500         SET WS-PRES-AVAILABLE TO TRUE
021600     ELSE
021700         SET WS-NO-MORE-ITEMS TO TRUE
021800         IF NOT WS-PRES-NOT-FOUND
021900             DISPLAY "Presentment file not available, status "
022000                 WS-PRES-FILE-STATUS
022100         END-IF
022200     END-IF
022300
022400     OPEN I-O ACCOUNT-MASTER
022500     IF NOT WS-ACCT-OK
022600         DISPLAY "Unable to open account master, status "
022700             WS-ACCT-FILE-STATUS
022800         STOP RUN
022900     END-IF
023000
023100     OPEN INPUT HOLD-FILE
023200     IF WS-HOLD-OK
023300         SET WS-HOLD-AVAILABLE TO TRUE
023400     ELSE
023500         IF NOT WS-HOLD-NOT-FOUND
023600             DISPLAY "Hold file not available, status "
023700                 WS-HOLD-FILE-STATUS
023800         END-IF
023900     END-IF
024000
024100     OPEN INPUT STOP-BLOCK-FILE
024200     IF WS-STOP-OK
024300         SET WS-STOP-AVAILABLE TO TRUE
024400     ELSE
024500         IF NOT WS-STOP-NOT-FOUND
024600             DISPLAY "Stop/block file not available, status "
024700                 WS-STOP-FILE-STATUS
024800         END-IF
024900     END-IF
025000
025100     OPEN EXTEND TRANSACTION-LOG
025200     IF WS-TRAN-NOT-FOUND
025300         OPEN OUTPUT TRANSACTION-LOG
025400         CLOSE TRANSACTION-LOG
025500         OPEN EXTEND TRANSACTION-LOG
025600     END-IF
025700     IF NOT WS-TRAN-OK
025800         DISPLAY "Unable to open transaction log, status "
025900             WS-TRAN-FILE-STATUS
026000         STOP RUN
026100     END-IF
026200
026300     OPEN OUTPUT RETURN-ITEMS
026400     IF NOT WS-RTN-OK
026500         DISPLAY "Unable to open return-items file, status "
026600             WS-RTN-FILE-STATUS
026700         STOP RUN
026800     END-IF
026900
027000     OPEN OUTPUT CLEARING-LISTING
027100     IF NOT WS-RPT-OK
027200         DISPLAY "Unable to open clearing listing, status "
027300             WS-RPT-FILE-STATUS
027400         STOP RUN
027500     END-IF
027600
027700     ACCEPT WS-CURRENT-TIME FROM TIME
027800
027900     MOVE WS-HEADING-LINE TO CLEARING-LISTING-LINE
028000     WRITE CLEARING-LISTING-LINE
028100     MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
028200     MOVE WS-HEADING-LINE-2 TO CLEARING-LISTING-LINE
028300     WRITE CLEARING-LISTING-LINE
028400     MOVE WS-COLUMN-HEADING-LINE TO CLEARING-LISTING-LINE
028500     WRITE CLEARING-LISTING-LINE
028600     IF NOT WS-PRES-AVAILABLE
028700         MOVE WS-NO-FILE-LINE TO CLEARING-LISTING-LINE
028800         WRITE CLEARING-LISTING-LINE
028900     END-IF.
029000 1000-EXIT.
029100     EXIT.
029200
029300 1100-CHECK-RUN-CONTROL.
029400     OPEN I-O RUN-CONTROL
029500     IF NOT WS-RNCT-OK
029600         DISPLAY "Unable to open run control, status "
029700             WS-RNCT-FILE-STATUS
029800         DISPLAY "Open the business date first."
029900         STOP RUN
030000     END-IF
030100     READ RUN-CONTROL
030200         AT END
030300             DISPLAY "Run control is empty. Open the "
030400                 "business date first."
030500             STOP RUN
030600     END-READ
030700     IF RC-CHKCLR-DONE
030800         DISPLAY "CHECK-CLEAR already complete for business "
030900             "date " RC-BUSINESS-DATE ". Run refused."
031000         STOP RUN
031100     END-IF
031200     IF NOT RC-BATCHPOST-DONE
031300         DISPLAY "BATCH-POST has not completed for business "
031400             "date " RC-BUSINESS-DATE ". Run refused."
031500         STOP RUN
031600     END-IF
031700     IF NOT RC-HOLDREL-DONE
031800         DISPLAY "HOLD-RELEASE has not completed for business "
031900             "date " RC-BUSINESS-DATE ". Run refused."
032000         STOP RUN
032100     END-IF
032200     IF NOT RC-EODRECON-NOT-RUN
032300         DISPLAY "EOD-RECON has already started for business "
032400             "date " RC-BUSINESS-DATE ". Run refused."
032500         STOP RUN
032600     END-IF
032700     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
032800     MOVE 'I' TO RC-CHKCLR-STATUS
032900     REWRITE RUN-CONTROL-RECORD
033000     IF NOT WS-RNCT-OK
033100         DISPLAY "Warning: run control rewrite failed, "
033200             "status " WS-RNCT-FILE-STATUS
033300     END-IF
033400     CLOSE RUN-CONTROL.
033500 1100-EXIT.
033600     EXIT.
033700
033800*----------------------------------------------------------------
033900* One presented check: every reason to return it is tested
034000* before the balance is touched.
034100*----------------------------------------------------------------
034200 2000-PROCESS-NEXT-ITEM.
034300     READ PRESENTMENT-FILE NEXT RECORD
034400         AT END
034500             SET WS-NO-MORE-ITEMS TO TRUE
034600     END-READ
034700     IF WS-NO-MORE-ITEMS
034800         GO TO 2000-EXIT
034900     END-IF
035000     ADD 1 TO WS-ITEMS-PRESENTED
035100
035200     IF CP-AMOUNT NOT > 0
035300         MOVE "NON-POSITIVE AMOUNT" TO WS-RETURN-REASON
035400         PERFORM 3000-RETURN-ITEM THRU 3000-EXIT
035500         GO TO 2000-EXIT
035600     END-IF
035700
035800     MOVE CP-ACCOUNT-NUMBER TO ACCT-NUMBER
035900     READ ACCOUNT-MASTER
036000         INVALID KEY
036100             MOVE "ACCOUNT NOT ON FILE" TO WS-RETURN-REASON
036200             PERFORM 3000-RETURN-ITEM THRU 3000-EXIT
036300             GO TO 2000-EXIT
036400     END-READ
036500
036600     IF NOT ACCT-ACTIVE
036700         EVALUATE TRUE
036800             WHEN ACCT-CLOSED
036900                 MOVE "ACCOUNT CLOSED" TO WS-RETURN-REASON
037000             WHEN ACCT-FROZEN
037100                 MOVE "ACCOUNT FROZEN" TO WS-RETURN-REASON
037200             WHEN ACCT-DORMANT
037300                 MOVE "ACCOUNT DORMANT" TO WS-RETURN-REASON
037400             WHEN OTHER
037500                 MOVE "ACCOUNT NOT ACTIVE" TO WS-RETURN-REASON
037600         END-EVALUATE
037700         PERFORM 3000-RETURN-ITEM THRU 3000-EXIT
037800         GO TO 2000-EXIT
037900     END-IF
038000
038100*    A term deposit is debited only through the teller or batch
038200*    paths, which charge the early-withdrawal penalty.
038300     IF ACCT-TYPE-TERM-DEPOSIT
038400         MOVE "NO CHECKS ON TERM DEPOSIT" TO WS-RETURN-REASON
038500         PERFORM 3000-RETURN-ITEM THRU 3000-EXIT
038600         GO TO 2000-EXIT
038700     END-IF
038800
038900     PERFORM 2100-CHECK-STOP-BLOCK THRU 2100-EXIT
039000     IF WS-DEBIT-BLOCKED
039100         PERFORM 3000-RETURN-ITEM THRU 3000-EXIT
039200         GO TO 2000-EXIT
039300     END-IF
039400
039500     PERFORM 2300-SUM-ACTIVE-HOLDS THRU 2300-EXIT
039600     COMPUTE WS-AVAILABLE-FUNDS =
039700         ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
039800             - WS-ACTIVE-HOLD-TOTAL
039900     IF CP-AMOUNT > WS-AVAILABLE-FUNDS
040000         MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
040100         PERFORM 3000-RETURN-ITEM THRU 3000-EXIT
040200         GO TO 2000-EXIT
040300     END-IF
040400
040500     PERFORM 2400-PAY-ITEM THRU 2400-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------
041000* Active, unexpired instructions on the drawer's account: a stop
041100* on this serial number, a stop on this amount, or a block on
041200* every debit returns the check. A transfer-out block does not
041300* apply to a check.
041400*----------------------------------------------------------------
041500 2100-CHECK-STOP-BLOCK.
041600     MOVE 'N' TO WS-DEBIT-BLOCKED-SW
041700     IF NOT WS-STOP-AVAILABLE
041800         GO TO 2100-EXIT
041900     END-IF
042000     MOVE 'N' TO WS-STOP-EOF-SW
042100     MOVE CP-ACCOUNT-NUMBER TO SB-ACCOUNT
042200     MOVE 0 TO SB-SEQ
042300     START STOP-BLOCK-FILE KEY NOT LESS THAN SB-KEY
042400         INVALID KEY
042500             SET WS-STOP-EOF TO TRUE
042600     END-START
042700     PERFORM UNTIL WS-STOP-EOF
042800         READ STOP-BLOCK-FILE NEXT RECORD
042900             AT END
043000                 SET WS-STOP-EOF TO TRUE
043100         END-READ
043200         IF NOT WS-STOP-EOF
043300             IF SB-ACCOUNT NOT = CP-ACCOUNT-NUMBER
043400                 SET WS-STOP-EOF TO TRUE
043500             ELSE
043600                 IF SB-ACTIVE AND
043700                         (SB-EXPIRY-DATE = 0 OR
043800                         SB-EXPIRY-DATE NOT < WS-BUSINESS-DATE)
043900                     PERFORM 2110-MATCH-INSTRUCTION THRU
044000                         2110-EXIT
044100                 END-IF
044200             END-IF
044300         END-IF
044400     END-PERFORM.
044500 2100-EXIT.
044600     EXIT.
044700
044800 2110-MATCH-INSTRUCTION.
044900     EVALUATE TRUE
045000         WHEN SB-STOP-CHECK AND
045100                 SB-CHECK-NUMBER = CP-CHECK-NUMBER
045200             SET WS-DEBIT-BLOCKED TO TRUE
045300             MOVE "STOP PAYMENT ON CHECK" TO WS-RETURN-REASON
045400         WHEN SB-BLOCK-DEBITS
045500             SET WS-DEBIT-BLOCKED TO TRUE
045600             MOVE "ALL DEBITS BLOCKED" TO WS-RETURN-REASON
045700         WHEN SB-STOP-AMOUNT AND SB-AMOUNT = CP-AMOUNT
045800             SET WS-DEBIT-BLOCKED TO TRUE
045900             MOVE "STOP PAYMENT MATCH" TO WS-RETURN-REASON
046000     END-EVALUATE
046100     IF WS-DEBIT-BLOCKED
046200         SET WS-STOP-EOF TO TRUE
046300     END-IF.
046400 2110-EXIT.
046500     EXIT.
046600
046700 2300-SUM-ACTIVE-HOLDS.
046800     MOVE 0 TO WS-ACTIVE-HOLD-TOTAL
046900     IF NOT WS-HOLD-AVAILABLE
047000         GO TO 2300-EXIT
047100     END-IF
047200     MOVE 'N' TO WS-HOLD-EOF-SW
047300     MOVE CP-ACCOUNT-NUMBER TO HOLD-ACCOUNT
047400     MOVE 0 TO HOLD-SEQ
047500     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
047600         INVALID KEY
047700             SET WS-HOLD-EOF TO TRUE
047800     END-START
047900     PERFORM UNTIL WS-HOLD-EOF
048000         READ HOLD-FILE NEXT RECORD
048100             AT END
048200                 SET WS-HOLD-EOF TO TRUE
048300         END-READ
048400         IF NOT WS-HOLD-EOF
048500             IF HOLD-ACCOUNT = CP-ACCOUNT-NUMBER
048600                 IF HOLD-OPEN
048700                     ADD HOLD-AMOUNT TO WS-ACTIVE-HOLD-TOTAL
048800                 END-IF
048900             ELSE
049000                 SET WS-HOLD-EOF TO TRUE
049100             END-IF
049200         END-IF
049300     END-PERFORM.
049400 2300-EXIT.
049500     EXIT.
049600
049700 2400-PAY-ITEM.
049800     SUBTRACT CP-AMOUNT FROM ACCT-BALANCE
049900     REWRITE ACCOUNT-MASTER-RECORD
050000     IF NOT WS-ACCT-OK
050100         DISPLAY "Warning: balance rewrite failed, status "
050200             WS-ACCT-FILE-STATUS
050300     END-IF
050400     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
050500     ADD 1 TO WS-ITEMS-PAID
050600     ADD CP-AMOUNT TO WS-PAID-TOTAL
050700     MOVE "PAID" TO WS-D-ACTION
050800     MOVE SPACES TO WS-D-REASON
050900     PERFORM 3100-LIST-ITEM THRU 3100-EXIT.
051000 2400-EXIT.
051100     EXIT.
051200
051300 3000-RETURN-ITEM.
051400     INITIALIZE RETURN-ITEM-RECORD
051500     MOVE WS-BUSINESS-DATE   TO RI-BUSINESS-DATE
051600     MOVE CP-ACCOUNT-NUMBER  TO RI-ACCOUNT-NUMBER
051700     MOVE CP-CHECK-NUMBER    TO RI-CHECK-NUMBER
051800     MOVE CP-AMOUNT          TO RI-AMOUNT
051900     MOVE CP-PRESENTING-BANK TO RI-PRESENTING-BANK
052000     MOVE CP-ITEM-REFERENCE  TO RI-ITEM-REFERENCE
052100     MOVE WS-RETURN-REASON   TO RI-RETURN-REASON
052200     WRITE RETURN-ITEM-RECORD
052300     IF NOT WS-RTN-OK
052400         DISPLAY "Warning: return-items write failed, status "
052500             WS-RTN-FILE-STATUS
052600     END-IF
052700     ADD 1 TO WS-ITEMS-RETURNED
052800     ADD CP-AMOUNT TO WS-RETURNED-TOTAL
052900     MOVE "RETURNED" TO WS-D-ACTION
053000     MOVE WS-RETURN-REASON TO WS-D-REASON
053100     PERFORM 3100-LIST-ITEM THRU 3100-EXIT.
053200 3000-EXIT.
053300     EXIT.
053400
053500 3100-LIST-ITEM.
053600     MOVE CP-ACCOUNT-NUMBER TO WS-D-ACCOUNT
053700     MOVE CP-CHECK-NUMBER   TO WS-D-CHECK-NUMBER
053800     MOVE CP-AMOUNT         TO WS-D-AMOUNT
053900     MOVE CP-ITEM-REFERENCE TO WS-D-ITEM-REFERENCE
054000     MOVE WS-DETAIL-LINE TO CLEARING-LISTING-LINE
054100     WRITE CLEARING-LISTING-LINE.
054200 3100-EXIT.
054300     EXIT.
054400
054500 4000-WRITE-JOURNAL.
054600     MOVE ACCT-NUMBER       TO TL-ACCOUNT-NUMBER
054700     MOVE WS-BUSINESS-DATE  TO TL-TRAN-DATE
054800     MOVE WS-CURRENT-TIME   TO TL-TRAN-TIME
054900     MOVE "CHECK"           TO TL-TRAN-TYPE
055000     MOVE CP-AMOUNT         TO TL-AMOUNT
055100     MOVE ACCT-BALANCE      TO TL-RESULT-BALANCE
055200     MOVE ZEROES            TO TL-COUNTERPARTY-ACCT
055300     MOVE "CHKCLEAR"        TO TL-OPERATOR-ID
055400     MOVE SPACES            TO TL-SUPERVISOR-ID
055500     MOVE ZEROES            TO TL-ORIG-TRAN-DATE
055600     MOVE ZEROES            TO TL-ORIG-TRAN-TIME
055700     MOVE CP-CHECK-NUMBER   TO TL-CHECK-NUMBER
055800     WRITE TRANSACTION-LOG-RECORD
055900     IF NOT WS-TRAN-OK
056000         DISPLAY "Warning: journal write failed, status "
056100             WS-TRAN-FILE-STATUS
056200     END-IF.
056300 4000-EXIT.
056400     EXIT.
056500
056600 5000-PRINT-TOTALS.
056700     MOVE "ITEMS PRESENTED:      " TO WS-T-LABEL
056800     MOVE WS-ITEMS-PRESENTED TO WS-T-COUNT
056900     MOVE WS-TOTAL-LINE TO CLEARING-LISTING-LINE
057000     WRITE CLEARING-LISTING-LINE
057100     MOVE "ITEMS PAID:           " TO WS-T-LABEL
057200     MOVE WS-ITEMS-PAID TO WS-T-COUNT
057300     MOVE WS-TOTAL-LINE TO CLEARING-LISTING-LINE
057400     WRITE CLEARING-LISTING-LINE
057500     MOVE "AMOUNT PAID:          " TO WS-TA-LABEL
057600     MOVE WS-PAID-TOTAL TO WS-TA-AMOUNT
057700     MOVE WS-AMOUNT-TOTAL-LINE TO CLEARING-LISTING-LINE
057800     WRITE CLEARING-LISTING-LINE
057900     MOVE "ITEMS RETURNED:       " TO WS-T-LABEL
058000     MOVE WS-ITEMS-RETURNED TO WS-T-COUNT
058100     MOVE WS-TOTAL-LINE TO CLEARING-LISTING-LINE
058200     WRITE CLEARING-LISTING-LINE
058300     MOVE "AMOUNT RETURNED:      " TO WS-TA-LABEL
058400     MOVE WS-RETURNED-TOTAL TO WS-TA-AMOUNT
058500     MOVE WS-AMOUNT-TOTAL-LINE TO CLEARING-LISTING-LINE
058600     WRITE CLEARING-LISTING-LINE.
058700 5000-EXIT.
058800     EXIT.
058900
059000 9800-MARK-JOB-DONE.
059100     OPEN I-O RUN-CONTROL
059200     IF NOT WS-RNCT-OK
059300         DISPLAY "Warning: run control open failed, status "
059400             WS-RNCT-FILE-STATUS
059500         GO TO 9800-EXIT
059600     END-IF
059700     READ RUN-CONTROL
059800         AT END
059900             DISPLAY "Warning: run control is empty."
060000     END-READ
060100     MOVE 'C' TO RC-CHKCLR-STATUS
060200     REWRITE RUN-CONTROL-RECORD
060300     IF NOT WS-RNCT-OK
060400         DISPLAY "Warning: run control rewrite failed, "
060500             "status " WS-RNCT-FILE-STATUS
060600     END-IF
060700     CLOSE RUN-CONTROL.
060800 9800-EXIT.
060900     EXIT.
061000
061100 9999-END-OF-JOB.
061200     PERFORM 9800-MARK-JOB-DONE THRU 9800-EXIT
061300     IF WS-PRES-AVAILABLE
061400         CLOSE PRESENTMENT-FILE
061500     END-IF
061600     CLOSE ACCOUNT-MASTER
061700     IF WS-HOLD-AVAILABLE
061800         CLOSE HOLD-FILE
061900     END-IF
062000     IF WS-STOP-AVAILABLE
062100         CLOSE STOP-BLOCK-FILE
062200     END-IF
062300     CLOSE TRANSACTION-LOG
062400     CLOSE RETURN-ITEMS
062500     CLOSE CLEARING-LISTING
062600     DISPLAY "Inward clearing complete. Paid: " WS-ITEMS-PAID
062700     DISPLAY "Returned: " WS-ITEMS-RETURNED
062800     STOP RUN.
062900 9999-EXIT.
063000     EXIT.
