000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTEGRITY-AUDIT.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original weekly cross-file integrity audit.
001100*                  Walks ACCOUNT-MASTER, CIFMSTR, HOLDFILE,
001200*                  STOPBLK, STORDERS, PRODFILE and OPERMSTR (and
001300*                  the operator ids on TRANHIST and the live
001400*                  journal) for records that no longer point at
001500*                  something valid: accounts whose customer is
001600*                  not on CIFMSTR, whose type has no PRODFILE row
001700*                  or whose GL code is blank; open holds and
001800*                  active stops on closed or missing accounts;
001900*                  active standing orders paying from or to a
002000*                  closed or missing account; and journal rows
002100*                  posted under an operator id that is not on
002200*                  OPERMSTR. The exception listing is grouped by
002300*                  rule with a count per rule. RETURN-CODE is set
002400*                  to 8 when any high-severity rule has an
002500*                  exception. Weekly, outside the daily RUNCTL
002600*                  stream; RUNCTL is read for the business date
002700*                  only.
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-RNCT-FILE-STATUS.
004000
004100     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ACCT-NUMBER
004500         FILE STATUS IS WS-ACCT-FILE-STATUS.
004600
004700     SELECT CIF-MASTER ASSIGN TO CIFMSTR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CIF-NUMBER
005100         FILE STATUS IS WS-CIF-FILE-STATUS.
005200
005300     SELECT HOLD-FILE ASSIGN TO HOLDFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS HOLD-KEY
005700         FILE STATUS IS WS-HOLD-FILE-STATUS.
005800
005900     SELECT STOP-BLOCK-FILE ASSIGN TO STOPBLK
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS SB-KEY
006300         FILE STATUS IS WS-STOP-FILE-STATUS.
006400
006500     SELECT STANDING-ORDERS ASSIGN TO STORDERS
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS SO-ORDER-NUMBER
006900         FILE STATUS IS WS-SO-FILE-STATUS.
007000
007100     SELECT PRODUCT-FILE ASSIGN TO PRODFILE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-PROD-FILE-STATUS.
007400
007500     SELECT OPERATOR-MASTER ASSIGN TO OPERMSTR
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS OPR-OPERATOR-ID
007900         FILE STATUS IS WS-OPER-FILE-STATUS.
008000
008100     SELECT TRAN-HISTORY ASSIGN TO TRANHIST
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS TH-HIST-KEY
008500         FILE STATUS IS WS-HIST-FILE-STATUS.
008600
008700     SELECT TRANSACTION-LOG ASSIGN TO TRANLOG
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-TRAN-FILE-STATUS.
009000
009100     SELECT SORT-WORK ASSIGN TO SRTWK01.
009200
009300     SELECT AUDIT-LISTING ASSIGN TO INTGRPT
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-RPT-FILE-STATUS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  RUN-CONTROL
010000     LABEL RECORDS ARE STANDARD.
010100 COPY RUNCTREC.
010200
010300 FD  ACCOUNT-MASTER
010400     LABEL RECORDS ARE STANDARD.
010500 COPY ACCTREC.
010600
010700 FD  CIF-MASTER
010800     LABEL RECORDS ARE STANDARD.
010900 COPY CIFREC.
011000
011100 FD  HOLD-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 COPY HOLDREC.
011400
011500 FD  STOP-BLOCK-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 COPY STOPREC.
011800
011900 FD  STANDING-ORDERS
012000     LABEL RECORDS ARE STANDARD.
012100 COPY SORDREC.
012200
012300 FD  PRODUCT-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 COPY PRODREC.
012600
012700 FD  OPERATOR-MASTER
012800     LABEL RECORDS ARE STANDARD.
012900 COPY OPERREC.
013000
013100 FD  TRAN-HISTORY
013200     LABEL RECORDS ARE STANDARD.
013300 COPY THISTREC.
013400
013500 FD  TRANSACTION-LOG
013600     LABEL RECORDS ARE STANDARD.
013700 COPY TRANREC.
013800
013900 SD  SORT-WORK.
014000 01  SD-SORT-RECORD.
014100     05  SD-RULE-NUMBER          PIC 9(01).
014200     05  SD-ACCOUNT-NUMBER       PIC 9(10).
014300     05  SD-REFERENCE            PIC X(12).
014400     05  SD-DETAIL               PIC X(60).
014500
014600 FD  AUDIT-LISTING
014700     LABEL RECORDS ARE STANDARD.
014800 01  AUDIT-LISTING-LINE          PIC X(120).
014900
015000 WORKING-STORAGE SECTION.
015100 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
015200     88  WS-RNCT-OK                     VALUE '00'.
015300 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
015400     88  WS-ACCT-OK                     VALUE '00'.
015500 01  WS-CIF-FILE-STATUS      PIC X(02)  VALUE '00'.
015600     88  WS-CIF-OK                      VALUE '00'.
015700 01  WS-HOLD-FILE-STATUS     PIC X(02)  VALUE '00'.
015800     88  WS-HOLD-OK                     VALUE '00'.
015900     88  WS-HOLD-NOT-FOUND              VALUE '35'.
016000 01  WS-STOP-FILE-STATUS     PIC X(02)  VALUE '00'.
016100     88  WS-STOP-OK                     VALUE '00'.
016200     88  WS-STOP-NOT-FOUND              VALUE '35'.
016300 01  WS-SO-FILE-STATUS       PIC X(02)  VALUE '00'.
016400     88  WS-SO-OK                       VALUE '00'.
016500     88  WS-SO-NOT-FOUND                VALUE '35'.
016600 01  WS-PROD-FILE-STATUS     PIC X(02)  VALUE '00'.
016700     88  WS-PROD-OK                     VALUE '00'.
016800 01  WS-OPER-FILE-STATUS     PIC X(02)  VALUE '00'.
016900     88  WS-OPER-OK                     VALUE '00'.
017000 01  WS-HIST-FILE-STATUS     PIC X(02)  VALUE '00'.
017100     88  WS-HIST-OK                     VALUE '00'.
017200     88  WS-HIST-NOT-FOUND              VALUE '35'.
017300 01  WS-TRAN-FILE-STATUS     PIC X(02)  VALUE '00'.
017400     88  WS-TRAN-OK                     VALUE '00'.
017500     88  WS-TRAN-NOT-FOUND              VALUE '35'.
017600 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
017700     88  WS-RPT-OK                      VALUE '00'.
017800
017900 01  WS-SWITCHES.
018000     05  WS-HOLD-AVAIL-SW    PIC X(01)  VALUE 'N'.
018100         88  WS-HOLD-AVAILABLE          VALUE 'Y'.
018200     05  WS-STOP-AVAIL-SW    PIC X(01)  VALUE 'N'.
018300         88  WS-STOP-AVAILABLE          VALUE 'Y'.
018400     05  WS-SO-AVAIL-SW      PIC X(01)  VALUE 'N'.
018500         88  WS-SO-AVAILABLE            VALUE 'Y'.
018600     05  WS-HIST-AVAIL-SW    PIC X(01)  VALUE 'N'.
018700         88  WS-HIST-AVAILABLE          VALUE 'Y'.
018800     05  WS-JRNL-AVAIL-SW    PIC X(01)  VALUE 'N'.
018900         88  WS-JRNL-AVAILABLE          VALUE 'Y'.
019000     05  WS-ACCT-EOF-SW      PIC X(01)  VALUE 'N'.
019100         88  WS-NO-MORE-ACCOUNTS        VALUE 'Y'.
019200     05  WS-HOLD-EOF-SW      PIC X(01)  VALUE 'N'.
019300         88  WS-NO-MORE-HOLDS           VALUE 'Y'.
019400     05  WS-STOP-EOF-SW      PIC X(01)  VALUE 'N'.
019500         88  WS-NO-MORE-STOPS           VALUE 'Y'.
019600     05  WS-SO-EOF-SW        PIC X(01)  VALUE 'N'.
019700         88  WS-NO-MORE-ORDERS          VALUE 'Y'.
019800     05  WS-PROD-EOF-SW      PIC X(01)  VALUE 'N'.
019900         88  WS-NO-MORE-PRODUCTS        VALUE 'Y'.
020000     05  WS-HIST-EOF-SW      PIC X(01)  VALUE 'N'.
020100         88  WS-NO-MORE-HISTORY         VALUE 'Y'.
020200     05  WS-TRAN-EOF-SW      PIC X(01)  VALUE 'N'.
020300         88  WS-NO-MORE-TRANS           VALUE 'Y'.
020400     05  WS-SORT-EOF-SW      PIC X(01)  VALUE 'N'.
020500         88  WS-SORT-EOF                VALUE 'Y'.
020600     05  WS-FOUND-SW         PIC X(01)  VALUE 'N'.
020700         88  WS-FOUND                   VALUE 'Y'.
020800     05  WS-OP-TABLE-FULL-SW PIC X(01)  VALUE 'N'.
020900         88  WS-OP-TABLE-FULL           VALUE 'Y'.
021000
021100 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
021200 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZEROES.
021300
021400*    The rules, in listing order, each with its severity. A
021500*    high-severity exception can cause a bad posting or a bad
021600*    statement and sets the job's return code; a low-severity
021700*    one is housekeeping.
021800 01  WS-RULE-VALUES.
021900     05  FILLER                  PIC X(41) VALUE
022000         "HACCOUNT CUSTOMER NOT ON CIFMSTR".
022100     05  FILLER                  PIC X(41) VALUE
022200         "LOPEN HOLD ON CLOSED OR MISSING ACCOUNT".
022300     05  FILLER                  PIC X(41) VALUE
022400         "LACTIVE STOP ON CLOSED OR MISSING ACCOUNT".
022500     05  FILLER                  PIC X(41) VALUE
022600         "HSTANDING ORDER ACCOUNT CLOSED OR MISSING".
022700     05  FILLER                  PIC X(41) VALUE
022800         "HACCOUNT TYPE HAS NO PRODFILE ROW".
022900     05  FILLER                  PIC X(41) VALUE
023000         "HACCOUNT GL CODE IS BLANK".
023100     05  FILLER                  PIC X(41) VALUE
023200         "LJOURNAL OPERATOR NOT ON OPERMSTR".
023300 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
023400     05  WS-RULE-ENTRY OCCURS 7 TIMES.
023500         10  WS-RULE-SEVERITY    PIC X(01).
023600             88  WS-RULE-HIGH               VALUE 'H'.
023700         10  WS-RULE-TITLE       PIC X(40).
023800 01  WS-RULE-COUNT-TABLE.
023900     05  WS-RULE-COUNT           PIC 9(7) COMP OCCURS 7 TIMES.
024000 01  WS-RULE-COUNT-MAX           PIC 9(01)  VALUE 7.
024100 01  WS-RULE-SUB                 PIC 9(01)  VALUE 0.
024200 01  WS-PRINT-RULE               PIC 9(01)  VALUE 0.
024300
024400*    Operator ids the batch jobs stamp on the journal; they are
024500*    not sign-on ids and are not expected on OPERMSTR.
024600 01  WS-JOB-STAMP-VALUES.
024700     05  FILLER                  PIC X(08) VALUE "BATCHPST".
024800     05  FILLER                  PIC X(08) VALUE "CHKCLEAR".
024900     05  FILLER                  PIC X(08) VALUE "FEEASSMT".
025000     05  FILLER                  PIC X(08) VALUE "HOLDREL".
025100     05  FILLER                  PIC X(08) VALUE "INTACCRL".
025200     05  FILLER                  PIC X(08) VALUE "TDMATUR".
025300 01  WS-JOB-STAMP-TABLE REDEFINES WS-JOB-STAMP-VALUES.
025400     05  WS-JOB-STAMP            PIC X(08) OCCURS 6 TIMES.
025500 01  WS-JOB-STAMP-SUB            PIC 9(02) COMP VALUE 0.
025600
025700*    Product types loaded from PRODFILE.
025800 01  WS-PROD-COUNT               PIC 9(02) COMP VALUE 0.
025900 01  WS-PROD-TABLE.
026000     05  WS-PROD-TYPE            PIC X(02) OCCURS 20 TIMES.
026100 01  WS-PROD-SUB                 PIC 9(02) COMP VALUE 0.
026200
026300*    Journal operator ids not on OPERMSTR, one entry per id with
026400*    the number of rows and the first and last posting dates.
026500 01  WS-OP-COUNT                 PIC 9(03) COMP VALUE 0.
026600 01  WS-OP-TABLE.
026700     05  WS-OP-ENTRY OCCURS 100 TIMES.
026800         10  WS-OP-ID            PIC X(08).
026900         10  WS-OP-ROWS          PIC 9(09) COMP.
027000         10  WS-OP-FIRST-DATE    PIC 9(08).
027100         10  WS-OP-LAST-DATE     PIC 9(08).
027200 01  WS-OP-SUB                   PIC 9(03) COMP VALUE 0.
027300 01  WS-OP-OVERFLOW-ROWS         PIC 9(09) COMP VALUE 0.
027400
027500 01  WS-CHECK-OPERATOR           PIC X(08)  VALUE SPACES.
027600 01  WS-CHECK-DATE               PIC 9(08)  VALUE ZEROES.
027700 01  WS-CHECK-ACCOUNT            PIC 9(10)  VALUE ZEROES.
027800 01  WS-ACCOUNT-PROBLEM          PIC X(16)  VALUE SPACES.
027900
028000 01  WS-ACCOUNTS-READ            PIC 9(7) COMP VALUE 0.
028100 01  WS-HOLDS-READ               PIC 9(7) COMP VALUE 0.
028200 01  WS-STOPS-READ               PIC 9(7) COMP VALUE 0.
028300 01  WS-ORDERS-READ              PIC 9(7) COMP VALUE 0.
028400 01  WS-JOURNAL-ROWS-READ        PIC 9(9) COMP VALUE 0.
028500 01  WS-HIGH-SEVERITY-COUNT      PIC 9(7) COMP VALUE 0.
028600 01  WS-TOTAL-EXCEPTIONS         PIC 9(7) COMP VALUE 0.
028700
028800*    Exception being built for the sort.
028900 01  WS-X-RULE                   PIC 9(01)  VALUE 0.
029000 01  WS-X-ACCOUNT                PIC 9(10)  VALUE ZEROES.
029100 01  WS-X-REFERENCE              PIC X(12)  VALUE SPACES.
029200 01  WS-X-DETAIL                 PIC X(60)  VALUE SPACES.
029300 01  WS-X-AMOUNT                 PIC -(9)9.99.
029400 01  WS-X-NUMBER                 PIC Z(8)9.
029500 01  WS-X-SEQ                    PIC 9(05)  VALUE ZEROES.
029600
029700 01  WS-HEADING-LINE.
029800     05  FILLER                  PIC X(45) VALUE
029900         "CROSS-FILE REFERENTIAL INTEGRITY AUDIT".
030000     05  FILLER                  PIC X(16) VALUE
030100         "BUSINESS DATE: ".
030200     05  WS-H-BUSINESS-DATE      PIC 9(8).
030300     05  FILLER                  PIC X(12) VALUE
030400         "  RUN DATE: ".
030500     05  WS-H-RUN-DATE           PIC 9(8).
030600
030700 01  WS-RULE-HEADING-LINE.
030800     05  FILLER                  PIC X(05) VALUE "RULE ".
030900     05  WS-RH-RULE              PIC 9(01).
031000     05  FILLER                  PIC X(02) VALUE ": ".
031100     05  WS-RH-TITLE             PIC X(40).
031200     05  FILLER                  PIC X(11) VALUE " SEVERITY: ".
031300     05  WS-RH-SEVERITY          PIC X(04).
031400
031500 01  WS-COLUMN-HEADING-LINE.
031600     05  FILLER                  PIC X(04) VALUE SPACES.
031700     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
031800     05  FILLER                  PIC X(14) VALUE "REFERENCE".
031900     05  FILLER                  PIC X(60) VALUE "DETAIL".
032000
032100 01  WS-DETAIL-LINE.
032200     05  FILLER                  PIC X(04) VALUE SPACES.
032300     05  WS-D-ACCOUNT            PIC Z(9)9.
032400     05  FILLER                  PIC X(02) VALUE SPACES.
032500     05  WS-D-REFERENCE          PIC X(12).
032600     05  FILLER                  PIC X(02) VALUE SPACES.
032700     05  WS-D-DETAIL             PIC X(60).
032800
032900 01  WS-RULE-TOTAL-LINE.
033000     05  FILLER                  PIC X(04) VALUE SPACES.
033100     05  WS-RT-LABEL             PIC X(22).
033200     05  WS-RT-COUNT             PIC Z(6)9.
033300
033400 01  WS-SUMMARY-LINE.
033500     05  FILLER                  PIC X(05) VALUE "RULE ".
033600     05  WS-SM-RULE              PIC 9(01).
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  WS-SM-TITLE             PIC X(40).
033900     05  FILLER                  PIC X(02) VALUE SPACES.
034000     05  WS-SM-SEVERITY          PIC X(04).
034100     05  FILLER                  PIC X(02) VALUE SPACES.
034200     05  WS-SM-COUNT             PIC Z(6)9.
034300
034400 01  WS-TOTAL-LINE.
034500     05  WS-T-LABEL              PIC X(26).
034600     05  WS-T-COUNT              PIC Z(8)9.
034700
034800 01  WS-TEXT-LINE.
034900     05  WS-TX-TEXT              PIC X(80).
035000
035100 PROCEDURE DIVISION.
035200 0000-MAINLINE.
035300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035400     SORT SORT-WORK
035500         ON ASCENDING KEY SD-RULE-NUMBER
035600                          SD-ACCOUNT-NUMBER
035700                          SD-REFERENCE
035800         INPUT PROCEDURE 2000-COLLECT-EXCEPTIONS THRU 2000-EXIT
035900         OUTPUT PROCEDURE 5000-PRINT-LISTING THRU 5000-EXIT
036000     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
036100     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
036200 0000-EXIT.
036300     EXIT.
036400
036500 1000-INITIALIZE.
036600     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
036700
036800     OPEN INPUT ACCOUNT-MASTER
036900     IF NOT WS-ACCT-OK
037000         DISPLAY "Unable to open account master, status "
037100             WS-ACCT-FILE-STATUS
037200         STOP RUN
037300     END-IF
037400
037500     OPEN INPUT CIF-MASTER
037600     IF NOT WS-CIF-OK
037700         DISPLAY "Unable to open CIF master, status "
037800             WS-CIF-FILE-STATUS
037900         STOP RUN
038000     END-IF
038100
038200     OPEN INPUT OPERATOR-MASTER
038300     IF NOT WS-OPER-OK
038400         DISPLAY "Unable to open operator master, status "
038500             WS-OPER-FILE-STATUS
038600         STOP RUN
038700     END-IF
038800
038900*    Without the product master every account would fail the
039000*    product rule, so the audit does not run without it.
039100     OPEN INPUT PRODUCT-FILE
039200     IF NOT WS-PROD-OK
039300         DISPLAY "Unable to open product master, status "
039400             WS-PROD-FILE-STATUS
039500         STOP RUN
039600     END-IF
039700     PERFORM 1200-LOAD-PRODUCTS THRU 1200-EXIT
039800     CLOSE PRODUCT-FILE
039900
040000     OPEN INPUT HOLD-FILE
040100     IF WS-HOLD-OK
040200         SET WS-HOLD-AVAILABLE TO TRUE
040300     ELSE
040400         IF NOT WS-HOLD-NOT-FOUND
040500             DISPLAY "Hold file not available, status "
040600                 WS-HOLD-FILE-STATUS
040700         END-IF
040800     END-IF
040900
041000     OPEN INPUT STOP-BLOCK-FILE
041100     IF WS-STOP-OK
041200         SET WS-STOP-AVAILABLE TO TRUE
041300     ELSE
041400         IF NOT WS-STOP-NOT-FOUND
041500             DISPLAY "Stop/block file not available, status "
041600                 WS-STOP-FILE-STATUS
041700         END-IF
041800     END-IF
041900
042000     OPEN INPUT STANDING-ORDERS
042100     IF WS-SO-OK
042200         SET WS-SO-AVAILABLE TO TRUE
042300     ELSE
042400         IF NOT WS-SO-NOT-FOUND
042500             DISPLAY "Standing order file not available, status "
042600                 WS-SO-FILE-STATUS
042700         END-IF
042800     END-IF
042900
043000     OPEN INPUT TRAN-HISTORY
043100     IF WS-HIST-OK
043200         SET WS-HIST-AVAILABLE TO TRUE
043300     ELSE
043400         IF NOT WS-HIST-NOT-FOUND
043500             DISPLAY "Transaction history not available, "
043600                 "status " WS-HIST-FILE-STATUS
043700         END-IF
043800     END-IF
043900
044000     OPEN INPUT TRANSACTION-LOG
044100     IF WS-TRAN-OK
044200         SET WS-JRNL-AVAILABLE TO TRUE
044300     ELSE
044400         IF NOT WS-TRAN-NOT-FOUND
044500             DISPLAY "Unable to open transaction log, status "
044600                 WS-TRAN-FILE-STATUS
044700             STOP RUN
044800         END-IF
044900     END-IF
045000
045100     OPEN OUTPUT AUDIT-LISTING
045200     IF NOT WS-RPT-OK
045300         DISPLAY "Unable to open audit listing, status "
045400             WS-RPT-FILE-STATUS
045500         STOP RUN
045600     END-IF
045700
045800     INITIALIZE WS-RULE-COUNT-TABLE
045900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
046000     MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
046100     MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
046200     MOVE WS-HEADING-LINE TO AUDIT-LISTING-LINE
046300     WRITE AUDIT-LISTING-LINE.
046400 1000-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------------
046800* The audit runs between batch streams. The journal is read end
046900* to end, so a TRAN-ARCHIVE caught part way through refuses the
047000* run.
047100*----------------------------------------------------------------
047200 1100-CHECK-RUN-CONTROL.
047300     OPEN INPUT RUN-CONTROL
047400     IF NOT WS-RNCT-OK
047500         DISPLAY "Unable to open run control, status "
047600             WS-RNCT-FILE-STATUS
047700         DISPLAY "Open the business date first."
047800         STOP RUN
047900     END-IF
048000     READ RUN-CONTROL
048100         AT END
048200             DISPLAY "Run control is empty. Open the "
048300                 "business date first."
048400             STOP RUN
048500     END-READ
048600     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
048700     IF RC-TRANARCH-IN-PROGRESS
048800         DISPLAY "TRAN-ARCHIVE is in progress for business "
048900             "date " RC-BUSINESS-DATE ". Run refused."
049000         STOP RUN
049100     END-IF
049200     CLOSE RUN-CONTROL.
049300 1100-EXIT.
049400     EXIT.
049500
049600 1200-LOAD-PRODUCTS.
049700     PERFORM UNTIL WS-NO-MORE-PRODUCTS
049800         READ PRODUCT-FILE NEXT RECORD
049900             AT END
050000                 SET WS-NO-MORE-PRODUCTS TO TRUE
050100         END-READ
050200         IF NOT WS-NO-MORE-PRODUCTS
050300             IF WS-PROD-COUNT < 20
050400                 ADD 1 TO WS-PROD-COUNT
050500                 MOVE PR-ACCT-TYPE TO WS-PROD-TYPE(WS-PROD-COUNT)
050600             ELSE
050700                 DISPLAY "Warning: product row for type "
050800                     PR-ACCT-TYPE " ignored, table is full"
050900             END-IF
051000         END-IF
051100     END-PERFORM.
051200 1200-EXIT.
051300     EXIT.
051400
051500 2000-COLLECT-EXCEPTIONS.
051600     PERFORM 2100-CHECK-ACCOUNTS THRU 2100-EXIT
051700     PERFORM 2200-CHECK-HOLDS THRU 2200-EXIT
051800     PERFORM 2300-CHECK-STOPS THRU 2300-EXIT
051900     PERFORM 2400-CHECK-STANDING-ORDERS THRU 2400-EXIT
052000     PERFORM 2500-CHECK-JOURNAL-OPERATORS THRU 2500-EXIT.
052100 2000-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------------
052500* Rules 1, 5 and 6 from one pass of the account master. A zero
052600* customer number is an account not yet attached to a customer,
052700* not an orphan.
052800*----------------------------------------------------------------
052900 2100-CHECK-ACCOUNTS.
053000     MOVE LOW-VALUES TO ACCT-NUMBER
053100     START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-NUMBER
053200         INVALID KEY
053300             SET WS-NO-MORE-ACCOUNTS TO TRUE
053400     END-START
053500     PERFORM UNTIL WS-NO-MORE-ACCOUNTS
053600         READ ACCOUNT-MASTER NEXT RECORD
053700             AT END
053800                 SET WS-NO-MORE-ACCOUNTS TO TRUE
053900         END-READ
054000         IF NOT WS-NO-MORE-ACCOUNTS
054100             ADD 1 TO WS-ACCOUNTS-READ
054200             PERFORM 2110-CHECK-ACCOUNT THRU 2110-EXIT
054300         END-IF
054400     END-PERFORM.
054500 2100-EXIT.
054600     EXIT.
054700
054800 2110-CHECK-ACCOUNT.
054900     IF ACCT-CUSTOMER-NUMBER NOT = 0
055000         MOVE ACCT-CUSTOMER-NUMBER TO CIF-NUMBER
055100         READ CIF-MASTER
055200             INVALID KEY
055300                 MOVE 1 TO WS-X-RULE
055400                 MOVE ACCT-NUMBER TO WS-X-ACCOUNT
055500                 MOVE ACCT-CUSTOMER-NUMBER TO WS-X-REFERENCE
055600                 MOVE SPACES TO WS-X-DETAIL
055700                 STRING "CUSTOMER NOT ON FILE - " ACCT-NAME
055800                     DELIMITED BY SIZE INTO WS-X-DETAIL
055900                 PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
056000         END-READ
056100     END-IF
056200
056300     MOVE 'N' TO WS-FOUND-SW
056400     PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
056500             UNTIL WS-PROD-SUB > WS-PROD-COUNT OR WS-FOUND
056600         IF WS-PROD-TYPE(WS-PROD-SUB) = ACCT-TYPE
056700             SET WS-FOUND TO TRUE
056800         END-IF
056900     END-PERFORM
057000     IF NOT WS-FOUND
057100         MOVE 5 TO WS-X-RULE
057200         MOVE ACCT-NUMBER TO WS-X-ACCOUNT
057300         MOVE SPACES TO WS-X-REFERENCE
057400         MOVE ACCT-TYPE TO WS-X-REFERENCE
057500         MOVE SPACES TO WS-X-DETAIL
057600         STRING "TYPE " ACCT-TYPE " NOT ON PRODFILE - STATUS "
057700                 ACCT-STATUS
057800             DELIMITED BY SIZE INTO WS-X-DETAIL
057900         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
058000     END-IF
058100
058200     IF ACCT-GL-CODE = SPACES
058300         MOVE 6 TO WS-X-RULE
058400         MOVE ACCT-NUMBER TO WS-X-ACCOUNT
058500         MOVE ACCT-TYPE TO WS-X-REFERENCE
058600         MOVE SPACES TO WS-X-DETAIL
058700         STRING "GL CODE BLANK - GL-EXTRACT POSTS IT TO SUSPENSE"
058800             DELIMITED BY SIZE INTO WS-X-DETAIL
058900         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
059000     END-IF.
059100 2110-EXIT.
059200     EXIT.
059300
059400 2200-CHECK-HOLDS.
059500     IF NOT WS-HOLD-AVAILABLE
059600         GO TO 2200-EXIT
059700     END-IF
059800     PERFORM UNTIL WS-NO-MORE-HOLDS
059900         READ HOLD-FILE NEXT RECORD
060000             AT END
060100                 SET WS-NO-MORE-HOLDS TO TRUE
060200         END-READ
060300         IF NOT WS-NO-MORE-HOLDS
060400             ADD 1 TO WS-HOLDS-READ
060500             IF HOLD-OPEN
060600                 MOVE HOLD-ACCOUNT TO WS-CHECK-ACCOUNT
060700                 PERFORM 2800-CHECK-ACCOUNT-OPEN THRU 2800-EXIT
060800                 IF WS-ACCOUNT-PROBLEM NOT = SPACES
060900                     PERFORM 2210-LIST-HOLD THRU 2210-EXIT
061000                 END-IF
061100             END-IF
061200         END-IF
061300     END-PERFORM.
061400 2200-EXIT.
061500     EXIT.
061600
061700 2210-LIST-HOLD.
061800     MOVE 2 TO WS-X-RULE
061900     MOVE HOLD-ACCOUNT TO WS-X-ACCOUNT
062000     MOVE HOLD-SEQ TO WS-X-SEQ
062100     MOVE SPACES TO WS-X-REFERENCE
062200     STRING "HOLD " WS-X-SEQ DELIMITED BY SIZE
062300         INTO WS-X-REFERENCE
062400     MOVE HOLD-AMOUNT TO WS-X-AMOUNT
062500     MOVE SPACES TO WS-X-DETAIL
062600     STRING WS-ACCOUNT-PROBLEM " AMOUNT " WS-X-AMOUNT
062700             " RELEASES " HOLD-RELEASE-DATE
062800         DELIMITED BY SIZE INTO WS-X-DETAIL
062900     PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT.
063000 2210-EXIT.
063100     EXIT.
063200
063300 2300-CHECK-STOPS.
063400     IF NOT WS-STOP-AVAILABLE
063500         GO TO 2300-EXIT
063600     END-IF
063700     PERFORM UNTIL WS-NO-MORE-STOPS
063800         READ STOP-BLOCK-FILE NEXT RECORD
063900             AT END
064000                 SET WS-NO-MORE-STOPS TO TRUE
064100         END-READ
064200         IF NOT WS-NO-MORE-STOPS
064300             ADD 1 TO WS-STOPS-READ
064400             IF SB-ACTIVE
064500                 MOVE SB-ACCOUNT TO WS-CHECK-ACCOUNT
064600                 PERFORM 2800-CHECK-ACCOUNT-OPEN THRU 2800-EXIT
064700                 IF WS-ACCOUNT-PROBLEM NOT = SPACES
064800                     PERFORM 2310-LIST-STOP THRU 2310-EXIT
064900                 END-IF
065000             END-IF
065100         END-IF
065200     END-PERFORM.
065300 2300-EXIT.
065400     EXIT.
065500
065600 2310-LIST-STOP.
065700     MOVE 3 TO WS-X-RULE
065800     MOVE SB-ACCOUNT TO WS-X-ACCOUNT
065900     MOVE SB-SEQ TO WS-X-SEQ
066000     MOVE SPACES TO WS-X-REFERENCE
066100     STRING "STOP " WS-X-SEQ DELIMITED BY SIZE
066200         INTO WS-X-REFERENCE
066300     MOVE SPACES TO WS-X-DETAIL
066400     STRING WS-ACCOUNT-PROBLEM " TYPE " SB-INSTR-TYPE
066500             " PLACED " SB-PLACED-DATE " BY " SB-OPERATOR-ID
066600         DELIMITED BY SIZE INTO WS-X-DETAIL
066700     PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT.
066800 2310-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------------
067200* Rule 4: an active order whose paying account, or (for a
067300* transfer) receiving account, is closed or not on file. Each
067400* side is listed on its own.
067500*----------------------------------------------------------------
067600 2400-CHECK-STANDING-ORDERS.
067700     IF NOT WS-SO-AVAILABLE
067800         GO TO 2400-EXIT
067900     END-IF
068000     PERFORM UNTIL WS-NO-MORE-ORDERS
068100         READ STANDING-ORDERS NEXT RECORD
068200             AT END
068300                 SET WS-NO-MORE-ORDERS TO TRUE
068400         END-READ
068500         IF NOT WS-NO-MORE-ORDERS
068600             ADD 1 TO WS-ORDERS-READ
068700             IF SO-ACTIVE
068800                 PERFORM 2410-CHECK-ORDER THRU 2410-EXIT
068900             END-IF
069000         END-IF
069100     END-PERFORM.
069200 2400-EXIT.
069300     EXIT.
069400
069500 2410-CHECK-ORDER.
069600     MOVE SO-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
069700     PERFORM 2800-CHECK-ACCOUNT-OPEN THRU 2800-EXIT
069800     IF WS-ACCOUNT-PROBLEM NOT = SPACES
069900         MOVE 4 TO WS-X-RULE
070000         MOVE SO-ACCOUNT-NUMBER TO WS-X-ACCOUNT
070100         MOVE SPACES TO WS-X-REFERENCE
070200         STRING "ORDER " SO-ORDER-NUMBER DELIMITED BY SIZE
070300             INTO WS-X-REFERENCE
070400         MOVE SO-AMOUNT TO WS-X-AMOUNT
070500         MOVE SPACES TO WS-X-DETAIL
070600         STRING "PAYING ACCOUNT " WS-ACCOUNT-PROBLEM " "
070700                 SO-TRAN-TYPE WS-X-AMOUNT
070800             DELIMITED BY SIZE INTO WS-X-DETAIL
070900         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
071000     END-IF
071100     IF NOT SO-IS-TRANSFER
071200         GO TO 2410-EXIT
071300     END-IF
071400     MOVE SO-COUNTERPARTY-ACCT TO WS-CHECK-ACCOUNT
071500     PERFORM 2800-CHECK-ACCOUNT-OPEN THRU 2800-EXIT
071600     IF WS-ACCOUNT-PROBLEM NOT = SPACES
071700         MOVE 4 TO WS-X-RULE
071800         MOVE SO-ACCOUNT-NUMBER TO WS-X-ACCOUNT
071900         MOVE SPACES TO WS-X-REFERENCE
072000         STRING "ORDER " SO-ORDER-NUMBER DELIMITED BY SIZE
072100             INTO WS-X-REFERENCE
072200         MOVE SPACES TO WS-X-DETAIL
072300         STRING "RECEIVING ACCOUNT " SO-COUNTERPARTY-ACCT " "
072400                 WS-ACCOUNT-PROBLEM
072500             DELIMITED BY SIZE INTO WS-X-DETAIL
072600         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
072700     END-IF.
072800 2410-EXIT.
072900     EXIT.
073000
073100*----------------------------------------------------------------
073200* Rule 7: every operator id on the archived history and the live
073300* journal, other than the batch job stamps, must be on OPERMSTR.
073400* Each unknown id is listed once with its row count.
073500*----------------------------------------------------------------
073600 2500-CHECK-JOURNAL-OPERATORS.
073700     IF WS-HIST-AVAILABLE
073800         PERFORM UNTIL WS-NO-MORE-HISTORY
073900             READ TRAN-HISTORY NEXT RECORD
074000                 AT END
074100                     SET WS-NO-MORE-HISTORY TO TRUE
074200             END-READ
074300             IF NOT WS-NO-MORE-HISTORY
074400                 MOVE TH-OPERATOR-ID TO WS-CHECK-OPERATOR
074500                 MOVE TH-TRAN-DATE   TO WS-CHECK-DATE
074600                 PERFORM 2510-CHECK-OPERATOR THRU 2510-EXIT
074700             END-IF
074800         END-PERFORM
074900     END-IF
075000     IF WS-JRNL-AVAILABLE
075100         PERFORM UNTIL WS-NO-MORE-TRANS
075200             READ TRANSACTION-LOG NEXT RECORD
075300                 AT END
075400                     SET WS-NO-MORE-TRANS TO TRUE
075500             END-READ
075600             IF NOT WS-NO-MORE-TRANS
075700                 MOVE TL-OPERATOR-ID TO WS-CHECK-OPERATOR
075800                 MOVE TL-TRAN-DATE   TO WS-CHECK-DATE
075900                 PERFORM 2510-CHECK-OPERATOR THRU 2510-EXIT
076000             END-IF
076100         END-PERFORM
076200     END-IF
076300     PERFORM VARYING WS-OP-SUB FROM 1 BY 1
076400             UNTIL WS-OP-SUB > WS-OP-COUNT
076500         PERFORM 2520-LIST-OPERATOR THRU 2520-EXIT
076600     END-PERFORM.
076700 2500-EXIT.
076800     EXIT.
076900
077000 2510-CHECK-OPERATOR.
077100     ADD 1 TO WS-JOURNAL-ROWS-READ
077200     PERFORM VARYING WS-JOB-STAMP-SUB FROM 1 BY 1
077300             UNTIL WS-JOB-STAMP-SUB > 6
077400         IF WS-JOB-STAMP(WS-JOB-STAMP-SUB) = WS-CHECK-OPERATOR
077500             GO TO 2510-EXIT
077600         END-IF
077700     END-PERFORM
077800     PERFORM VARYING WS-OP-SUB FROM 1 BY 1
077900             UNTIL WS-OP-SUB > WS-OP-COUNT
078000         IF WS-OP-ID(WS-OP-SUB) = WS-CHECK-OPERATOR
078100             ADD 1 TO WS-OP-ROWS(WS-OP-SUB)
078200             IF WS-CHECK-DATE < WS-OP-FIRST-DATE(WS-OP-SUB)
078300                 MOVE WS-CHECK-DATE TO WS-OP-FIRST-DATE(WS-OP-SUB)
078400             END-IF
078500             IF WS-CHECK-DATE > WS-OP-LAST-DATE(WS-OP-SUB)
078600                 MOVE WS-CHECK-DATE TO WS-OP-LAST-DATE(WS-OP-SUB)
078700             END-IF
078800             GO TO 2510-EXIT
078900         END-IF
079000     END-PERFORM
079100     MOVE WS-CHECK-OPERATOR TO OPR-OPERATOR-ID
079200     READ OPERATOR-MASTER
079300         INVALID KEY
079400             CONTINUE
079500         NOT INVALID KEY
079600             GO TO 2510-EXIT
079700     END-READ
079800     IF WS-OP-COUNT NOT < 100
079900         ADD 1 TO WS-OP-OVERFLOW-ROWS
080000         IF NOT WS-OP-TABLE-FULL
080100             DISPLAY "Warning: more than 100 unknown journal "
080200                 "operators; further ids counted, not listed"
080300             SET WS-OP-TABLE-FULL TO TRUE
080400         END-IF
080500         GO TO 2510-EXIT
080600     END-IF
080700     ADD 1 TO WS-OP-COUNT
080800     MOVE WS-CHECK-OPERATOR TO WS-OP-ID(WS-OP-COUNT)
080900     MOVE 1                 TO WS-OP-ROWS(WS-OP-COUNT)
081000     MOVE WS-CHECK-DATE     TO WS-OP-FIRST-DATE(WS-OP-COUNT)
081100     MOVE WS-CHECK-DATE     TO WS-OP-LAST-DATE(WS-OP-COUNT).
081200 2510-EXIT.
081300     EXIT.
081400
081500 2520-LIST-OPERATOR.
081600     MOVE 7 TO WS-X-RULE
081700     MOVE 0 TO WS-X-ACCOUNT
081800     IF WS-OP-ID(WS-OP-SUB) = SPACES
081900         MOVE "(BLANK)" TO WS-X-REFERENCE
082000     ELSE
082100         MOVE WS-OP-ID(WS-OP-SUB) TO WS-X-REFERENCE
082200     END-IF
082300     MOVE WS-OP-ROWS(WS-OP-SUB) TO WS-X-NUMBER
082400     MOVE SPACES TO WS-X-DETAIL
082500     STRING WS-X-NUMBER " JOURNAL ROWS POSTED "
082600             WS-OP-FIRST-DATE(WS-OP-SUB) " TO "
082700             WS-OP-LAST-DATE(WS-OP-SUB)
082800         DELIMITED BY SIZE INTO WS-X-DETAIL
082900     PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT.
083000 2520-EXIT.
083100     EXIT.
083200
083300*----------------------------------------------------------------
083400* Sets WS-ACCOUNT-PROBLEM for WS-CHECK-ACCOUNT: spaces when the
083500* account is on file and not closed.
083600*----------------------------------------------------------------
083700 2800-CHECK-ACCOUNT-OPEN.
083800     MOVE SPACES TO WS-ACCOUNT-PROBLEM
083900     MOVE WS-CHECK-ACCOUNT TO ACCT-NUMBER
084000     READ ACCOUNT-MASTER
084100         INVALID KEY
084200             MOVE "NOT ON FILE" TO WS-ACCOUNT-PROBLEM
084300             GO TO 2800-EXIT
084400     END-READ
084500     IF ACCT-CLOSED
084600         MOVE "CLOSED" TO WS-ACCOUNT-PROBLEM
084700     END-IF.
084800 2800-EXIT.
084900     EXIT.
085000
085100 2900-RELEASE-EXCEPTION.
085200     MOVE WS-X-RULE      TO SD-RULE-NUMBER
085300     MOVE WS-X-ACCOUNT   TO SD-ACCOUNT-NUMBER
085400     MOVE WS-X-REFERENCE TO SD-REFERENCE
085500     MOVE WS-X-DETAIL    TO SD-DETAIL
085600     RELEASE SD-SORT-RECORD
085700     ADD 1 TO WS-RULE-COUNT(WS-X-RULE)
085800     ADD 1 TO WS-TOTAL-EXCEPTIONS
085900     IF WS-RULE-HIGH(WS-X-RULE)
086000         ADD 1 TO WS-HIGH-SEVERITY-COUNT
086100     END-IF.
086200 2900-EXIT.
086300     EXIT.
086400
086500*----------------------------------------------------------------
086600* Exceptions grouped by rule in rule order. Every rule gets its
086700* heading and count, including those with nothing to list.
086800*----------------------------------------------------------------
086900 5000-PRINT-LISTING.
087000     MOVE 0 TO WS-PRINT-RULE
087100     RETURN SORT-WORK
087200         AT END
087300             SET WS-SORT-EOF TO TRUE
087400     END-RETURN
087500     PERFORM UNTIL WS-SORT-EOF
087600         PERFORM UNTIL WS-PRINT-RULE = SD-RULE-NUMBER
087700             PERFORM 5100-NEXT-RULE THRU 5100-EXIT
087800         END-PERFORM
087900         MOVE SD-ACCOUNT-NUMBER TO WS-D-ACCOUNT
088000         MOVE SD-REFERENCE      TO WS-D-REFERENCE
088100         MOVE SD-DETAIL         TO WS-D-DETAIL
088200         MOVE WS-DETAIL-LINE TO AUDIT-LISTING-LINE
088300         WRITE AUDIT-LISTING-LINE
088400         RETURN SORT-WORK
088500             AT END
088600                 SET WS-SORT-EOF TO TRUE
088700         END-RETURN
088800     END-PERFORM
088900     PERFORM UNTIL WS-PRINT-RULE > WS-RULE-COUNT-MAX
089000         PERFORM 5100-NEXT-RULE THRU 5100-EXIT
089100     END-PERFORM.
089200 5000-EXIT.
089300     EXIT.
089400
089500*----------------------------------------------------------------
089600* Closes the rule being printed with its count and opens the
089700* next one with its heading.
089800*----------------------------------------------------------------
089900 5100-NEXT-RULE.
090000     IF WS-PRINT-RULE > 0
090100         IF WS-RULE-COUNT(WS-PRINT-RULE) = 0
090200             MOVE "    NO EXCEPTIONS" TO WS-TX-TEXT
090300             MOVE WS-TEXT-LINE TO AUDIT-LISTING-LINE
090400             WRITE AUDIT-LISTING-LINE
090500         END-IF
090600         MOVE "EXCEPTIONS FOR RULE:  " TO WS-RT-LABEL
090700         MOVE WS-RULE-COUNT(WS-PRINT-RULE) TO WS-RT-COUNT
090800         MOVE WS-RULE-TOTAL-LINE TO AUDIT-LISTING-LINE
090900         WRITE AUDIT-LISTING-LINE
091000     END-IF
091100     ADD 1 TO WS-PRINT-RULE
091200     IF WS-PRINT-RULE > WS-RULE-COUNT-MAX
091300         GO TO 5100-EXIT
091400     END-IF
091500     MOVE SPACES TO AUDIT-LISTING-LINE
091600     WRITE AUDIT-LISTING-LINE
091700     MOVE WS-PRINT-RULE TO WS-RH-RULE
091800     MOVE WS-RULE-TITLE(WS-PRINT-RULE) TO WS-RH-TITLE
091900     IF WS-RULE-HIGH(WS-PRINT-RULE)
092000         MOVE "HIGH" TO WS-RH-SEVERITY
092100     ELSE
092200         MOVE "LOW" TO WS-RH-SEVERITY
092300     END-IF
092400     MOVE WS-RULE-HEADING-LINE TO AUDIT-LISTING-LINE
092500     WRITE AUDIT-LISTING-LINE
092600     MOVE WS-COLUMN-HEADING-LINE TO AUDIT-LISTING-LINE
092700     WRITE AUDIT-LISTING-LINE.
092800 5100-EXIT.
092900     EXIT.
093000
093100 6000-PRINT-SUMMARY.
093200     MOVE SPACES TO AUDIT-LISTING-LINE
093300     WRITE AUDIT-LISTING-LINE
093400     MOVE "SUMMARY BY RULE" TO WS-TX-TEXT
093500     MOVE WS-TEXT-LINE TO AUDIT-LISTING-LINE
093600     WRITE AUDIT-LISTING-LINE
093700     PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
093800             UNTIL WS-RULE-SUB > WS-RULE-COUNT-MAX
093900         MOVE WS-RULE-SUB TO WS-SM-RULE
094000         MOVE WS-RULE-TITLE(WS-RULE-SUB) TO WS-SM-TITLE
094100         IF WS-RULE-HIGH(WS-RULE-SUB)
094200             MOVE "HIGH" TO WS-SM-SEVERITY
094300         ELSE
094400             MOVE "LOW" TO WS-SM-SEVERITY
094500         END-IF
094600         MOVE WS-RULE-COUNT(WS-RULE-SUB) TO WS-SM-COUNT
094700         MOVE WS-SUMMARY-LINE TO AUDIT-LISTING-LINE
094800         WRITE AUDIT-LISTING-LINE
094900     END-PERFORM
095000     MOVE SPACES TO AUDIT-LISTING-LINE
095100     WRITE AUDIT-LISTING-LINE
095200     MOVE "ACCOUNTS READ:            " TO WS-T-LABEL
095300     MOVE WS-ACCOUNTS-READ TO WS-T-COUNT
095400     MOVE WS-TOTAL-LINE TO AUDIT-LISTING-LINE
095500     WRITE AUDIT-LISTING-LINE
095600     MOVE "HOLDS READ:               " TO WS-T-LABEL
095700     MOVE WS-HOLDS-READ TO WS-T-COUNT
095800     MOVE WS-TOTAL-LINE TO AUDIT-LISTING-LINE
095900     WRITE AUDIT-LISTING-LINE
096000     MOVE "STOP INSTRUCTIONS READ:   " TO WS-T-LABEL
096100     MOVE WS-STOPS-READ TO WS-T-COUNT
096200     MOVE WS-TOTAL-LINE TO AUDIT-LISTING-LINE
096300     WRITE AUDIT-LISTING-LINE
096400     MOVE "STANDING ORDERS READ:     " TO WS-T-LABEL
096500     MOVE WS-ORDERS-READ TO WS-T-COUNT
096600     MOVE WS-TOTAL-LINE TO AUDIT-LISTING-LINE
096700     WRITE AUDIT-LISTING-LINE
096800     MOVE "PRODUCT ROWS LOADED:      " TO WS-T-LABEL
096900     MOVE WS-PROD-COUNT TO WS-T-COUNT
097000     MOVE WS-TOTAL-LINE TO AUDIT-LISTING-LINE
097100     WRITE AUDIT-LISTING-LINE
097200     MOVE "JOURNAL ROWS READ:        " TO WS-T-LABEL
097300     MOVE WS-JOURNAL-ROWS-READ TO WS-T-COUNT
097400     MOVE WS-TOTAL-LINE TO AUDIT-LISTING-LINE
097500     WRITE AUDIT-LISTING-LINE
097600     IF WS-OP-OVERFLOW-ROWS > 0
097700         MOVE "ROWS, OPERATORS UNLISTED: " TO WS-T-LABEL
097800         MOVE WS-OP-OVERFLOW-ROWS TO WS-T-COUNT
097900         MOVE WS-TOTAL-LINE TO AUDIT-LISTING-LINE
098000         WRITE AUDIT-LISTING-LINE
098100     END-IF
098200     MOVE "TOTAL EXCEPTIONS:         " TO WS-T-LABEL
098300     MOVE WS-TOTAL-EXCEPTIONS TO WS-T-COUNT
098400     MOVE WS-TOTAL-LINE TO AUDIT-LISTING-LINE
098500     WRITE AUDIT-LISTING-LINE
098600     MOVE "HIGH-SEVERITY EXCEPTIONS: " TO WS-T-LABEL
098700     MOVE WS-HIGH-SEVERITY-COUNT TO WS-T-COUNT
098800     MOVE WS-TOTAL-LINE TO AUDIT-LISTING-LINE
098900     WRITE AUDIT-LISTING-LINE
099000     IF WS-HIGH-SEVERITY-COUNT > 0
099100         MOVE "RESULT: FAILED - HIGH-SEVERITY EXCEPTIONS FOUND"
099200             TO WS-TX-TEXT
099300     ELSE
099400         MOVE "RESULT: PASSED - NO HIGH-SEVERITY EXCEPTIONS"
099500             TO WS-TX-TEXT
099600     END-IF
099700     MOVE WS-TEXT-LINE TO AUDIT-LISTING-LINE
099800     WRITE AUDIT-LISTING-LINE.
099900 6000-EXIT.
100000     EXIT.
100100
100200 9999-END-OF-JOB.
100300     CLOSE ACCOUNT-MASTER
100400     CLOSE CIF-MASTER
100500     CLOSE OPERATOR-MASTER
100600     IF WS-HOLD-AVAILABLE
100700         CLOSE HOLD-FILE
100800     END-IF
100900     IF WS-STOP-AVAILABLE
101000         CLOSE STOP-BLOCK-FILE
101100     END-IF
101200     IF WS-SO-AVAILABLE
101300         CLOSE STANDING-ORDERS
101400     END-IF
101500     IF WS-HIST-AVAILABLE
101600         CLOSE TRAN-HISTORY
101700     END-IF
101800     IF WS-JRNL-AVAILABLE
101900         CLOSE TRANSACTION-LOG
102000     END-IF
102100     CLOSE AUDIT-LISTING
102200     DISPLAY "Integrity audit complete. Exceptions: "
102300         WS-TOTAL-EXCEPTIONS " high severity: "
102400         WS-HIGH-SEVERITY-COUNT
102500     IF WS-HIGH-SEVERITY-COUNT > 0
102600         MOVE 8 TO RETURN-CODE
102700     END-IF
102800     STOP RUN.
102900 9999-EXIT.
103000     EXIT.
