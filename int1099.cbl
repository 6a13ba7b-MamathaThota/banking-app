000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INT-1099.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original year-end interest tax reporting job
001100*                  (1099-INT). Totals the INTEREST credits of the
001200*                  tax year per customer across all of the
001300*                  customer's accounts (ACCT-CUSTOMER-NUMBER), net
001400*                  of every REVERSAL that backed one of them out,
001500*                  from the TRANHIST archive and the live journal.
001600*                  Checks each customer's CIF-TAX-ID for a missing
001700*                  or malformed value, writes the TAXEXTR filing
001800*                  extract and prints a recipient form per
001900*                  customer with the CIF name and address, and
002000*                  lists every customer with a control total.
002100*                  Customers under the reporting threshold are
002200*                  listed but not filed. Given a customer number,
002300*                  the run is a correction: only that customer is
002400*                  totalled and a corrected form and extract
002500*                  record are produced, whatever the amount.
002600*                  Reads the tax year and the correction customer
002700*                  (zero for the full run) from the operator the
002800*                  way ACCT-STMT reads its account and period.
002900*----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RUN-CONTROL ASSIGN TO RUNCTL
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RNCT-FILE-STATUS.
004100
004200     SELECT CIF-MASTER ASSIGN TO CIFMSTR
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CIF-NUMBER
004600         FILE STATUS IS WS-CIF-FILE-STATUS.
004700
004800     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ACCT-NUMBER
005200         FILE STATUS IS WS-ACCT-FILE-STATUS.
005300
005400     SELECT TRAN-HISTORY ASSIGN TO TRANHIST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS TH-HIST-KEY
005800         FILE STATUS IS WS-HIST-FILE-STATUS.
005900
006000     SELECT TRANSACTION-LOG ASSIGN TO TRANLOG
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-TRAN-FILE-STATUS.
006300
006400     SELECT SORT-WORK ASSIGN TO SRTWK01.
006500
006600     SELECT TAX-EXTRACT ASSIGN TO TAXEXTR
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-TAXX-FILE-STATUS.
006900
007000     SELECT RECIPIENT-FORMS ASSIGN TO TAXFORMS
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-FORM-FILE-STATUS.
007300
007400     SELECT TAX-LISTING ASSIGN TO TAXRPT
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-RPT-FILE-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  RUN-CONTROL
008100     LABEL RECORDS ARE STANDARD.
008200 COPY RUNCTREC.
008300
008400 FD  CIF-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600 COPY CIFREC.
008700
008800 FD  ACCOUNT-MASTER
008900     LABEL RECORDS ARE STANDARD.
009000 COPY ACCTREC.
009100
009200 FD  TRAN-HISTORY
009300     LABEL RECORDS ARE STANDARD.
009400 COPY THISTREC.
009500
009600 FD  TRANSACTION-LOG
009700     LABEL RECORDS ARE STANDARD.
009800 COPY TRANREC.
009900
010000*    An INTEREST entry sorts on its own date and time; a REVERSAL
010100*    sorts on the date and time of the entry it backed out, so it
010200*    lands directly behind the INTEREST entry it reverses.
010300 SD  SORT-WORK.
010400 01  SD-SORT-RECORD.
010500     05  SD-CUSTOMER-NUMBER      PIC 9(10).
010600     05  SD-ACCOUNT-NUMBER       PIC 9(10).
010700     05  SD-MATCH-DATE           PIC 9(8).
010800     05  SD-MATCH-TIME           PIC 9(8).
010900     05  SD-ENTRY-KIND           PIC X(01).
011000         88  SD-IS-INTEREST                VALUE 'I'.
011100         88  SD-IS-REVERSAL                VALUE 'R'.
011200     05  SD-AMOUNT               PIC S9(9)V99  COMP-3.
011300     05  FILLER                  PIC X(10).
011400
011500 FD  TAX-EXTRACT
011600     LABEL RECORDS ARE STANDARD.
011700 COPY TAXXREC.
011800
011900 FD  RECIPIENT-FORMS
012000     LABEL RECORDS ARE STANDARD.
012100 01  RECIPIENT-FORM-LINE         PIC X(80).
012200
012300 FD  TAX-LISTING
012400     LABEL RECORDS ARE STANDARD.
012500 01  TAX-LISTING-LINE            PIC X(120).
012600
012700 WORKING-STORAGE SECTION.
012800 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
012900     88  WS-RNCT-OK                     VALUE '00'.
013000 01  WS-CIF-FILE-STATUS      PIC X(02)  VALUE '00'.
013100     88  WS-CIF-OK                      VALUE '00'.
013200 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
013300     88  WS-ACCT-OK                     VALUE '00'.
013400 01  WS-HIST-FILE-STATUS     PIC X(02)  VALUE '00'.
013500     88  WS-HIST-OK                     VALUE '00'.
013600     88  WS-HIST-NOT-FOUND              VALUE '35'.
013700 01  WS-TRAN-FILE-STATUS     PIC X(02)  VALUE '00'.
013800     88  WS-TRAN-OK                     VALUE '00'.
013900     88  WS-TRAN-NOT-FOUND              VALUE '35'.
014000 01  WS-TAXX-FILE-STATUS     PIC X(02)  VALUE '00'.
014100     88  WS-TAXX-OK                     VALUE '00'.
014200 01  WS-FORM-FILE-STATUS     PIC X(02)  VALUE '00'.
014300     88  WS-FORM-OK                     VALUE '00'.
014400 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
014500     88  WS-RPT-OK                      VALUE '00'.
014600
014700 01  WS-SWITCHES.
014800     05  WS-HIST-EOF-SW      PIC X(01)  VALUE 'N'.
014900         88  WS-NO-MORE-HISTORY         VALUE 'Y'.
015000     05  WS-JRNL-EOF-SW      PIC X(01)  VALUE 'N'.
015100         88  WS-JRNL-EOF                VALUE 'Y'.
015200     05  WS-SORT-EOF-SW      PIC X(01)  VALUE 'N'.
015300         88  WS-SORT-EOF                VALUE 'Y'.
015400     05  WS-HIST-AVAIL-SW    PIC X(01)  VALUE 'N'.
015500         88  WS-HIST-AVAILABLE          VALUE 'Y'.
015600     05  WS-JRNL-AVAIL-SW    PIC X(01)  VALUE 'N'.
015700         88  WS-JRNL-AVAILABLE          VALUE 'Y'.
015800     05  WS-FIRST-RECORD-SW  PIC X(01)  VALUE 'Y'.
015900         88  WS-FIRST-RECORD            VALUE 'Y'.
016000     05  WS-CUSTOMER-SEEN-SW PIC X(01)  VALUE 'N'.
016100         88  WS-CUSTOMER-SEEN           VALUE 'Y'.
016200     05  WS-CIF-FOUND-SW     PIC X(01)  VALUE 'N'.
016300         88  WS-CIF-FOUND               VALUE 'Y'.
016400
016500 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
016600 01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
016700     05  WS-BUSINESS-YEAR        PIC 9(04).
016800     05  WS-BUSINESS-MONTH-DAY   PIC 9(04).
016900 01  WS-TAX-YEAR                 PIC 9(04)  VALUE ZEROES.
017000 01  WS-YEAR-FROM-DATE           PIC 9(08)  VALUE ZEROES.
017100 01  WS-YEAR-TO-DATE             PIC 9(08)  VALUE ZEROES.
017200 01  WS-CORRECTION-CUSTOMER      PIC 9(10)  VALUE ZEROES.
017300
017400*    Interest of less than this for the year is not reportable.
017500 01  WS-REPORTING-THRESHOLD      PIC 9(9)V99  VALUE 10.00.
017600 01  WS-PAYER-NAME               PIC X(30)  VALUE
017700     "RETAIL BANKING SYSTEMS".
017800
017900 01  WS-LOOKUP-ACCOUNT           PIC 9(10)  VALUE ZEROES.
018000 01  WS-LOOKUP-CUSTOMER          PIC 9(10)  VALUE ZEROES.
018100
018200 01  WS-CURRENT-CUSTOMER         PIC 9(10)  VALUE ZEROES.
018300 01  WS-CURRENT-ACCOUNT          PIC 9(10)  VALUE ZEROES.
018400 01  WS-CUST-INTEREST            PIC S9(11)V99 COMP-3 VALUE 0.
018500 01  WS-CUST-ACCOUNTS            PIC 9(03)  COMP VALUE 0.
018600 01  WS-ACCT-INTEREST            PIC S9(11)V99 COMP-3 VALUE 0.
018700
018800*    The last INTEREST entry seen, for matching its reversals.
018900 01  WS-LAST-INTEREST-KEY.
019000     05  WS-LAST-INT-ACCOUNT     PIC 9(10)  VALUE ZEROES.
019100     05  WS-LAST-INT-DATE        PIC 9(08)  VALUE ZEROES.
019200     05  WS-LAST-INT-TIME        PIC 9(08)  VALUE ZEROES.
019300
019400 01  WS-TAX-ID-STATUS            PIC X(01)  VALUE SPACES.
019500     88  WS-TAX-ID-VALID                    VALUE 'V'.
019600     88  WS-TAX-ID-MISSING                  VALUE 'M'.
019700     88  WS-TAX-ID-MALFORMED                VALUE 'B'.
019800 01  WS-MASKED-TAX-ID            PIC X(11)  VALUE SPACES.
019900
020000 01  WS-ENTRIES-SELECTED         PIC 9(7) COMP VALUE 0.
020100 01  WS-REVERSALS-NETTED         PIC 9(7) COMP VALUE 0.
020200 01  WS-CUSTOMERS-TOTALLED       PIC 9(7) COMP VALUE 0.
020300 01  WS-FORMS-ISSUED             PIC 9(7) COMP VALUE 0.
020400 01  WS-BELOW-THRESHOLD          PIC 9(7) COMP VALUE 0.
020500 01  WS-TAX-ID-FLAGGED           PIC 9(7) COMP VALUE 0.
020600 01  WS-NO-CIF-COUNT             PIC 9(7) COMP VALUE 0.
020700 01  WS-UNLINKED-ACCOUNTS        PIC 9(7) COMP VALUE 0.
020800 01  WS-REPORTED-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
020900
021000 01  WS-HEADING-LINE.
021100     05  FILLER                  PIC X(50) VALUE
021200         "YEAR-END INTEREST TAX REPORTING (1099-INT)".
021300
021400 01  WS-HEADING-LINE-2.
021500     05  FILLER                  PIC X(10) VALUE "TAX YEAR: ".
021600     05  WS-H-TAX-YEAR           PIC 9(4).
021700     05  FILLER                  PIC X(17) VALUE
021800         "  BUSINESS DATE: ".
021900     05  WS-H-BUSINESS-DATE      PIC 9(8).
022000     05  FILLER                  PIC X(2)  VALUE SPACES.
022100     05  WS-H-RUN-TYPE           PIC X(40).
022200
022300 01  WS-COLUMN-HEADING-LINE.
022400     05  FILLER                  PIC X(12) VALUE "CUSTOMER".
022500     05  FILLER                  PIC X(32) VALUE "NAME".
022600     05  FILLER                  PIC X(13) VALUE "TAX ID".
022700     05  FILLER                  PIC X(17) VALUE "INTEREST".
022800     05  FILLER                  PIC X(7)  VALUE "ACCTS".
022900     05  FILLER                  PIC X(17) VALUE "ACTION".
023000     05  FILLER                  PIC X(20) VALUE "TAX ID CHECK".
023100
023200 01  WS-DETAIL-LINE.
023300     05  WS-D-CUSTOMER           PIC Z(9)9.
023400     05  FILLER                  PIC X(2)  VALUE SPACES.
023500     05  WS-D-NAME               PIC X(30).
023600     05  FILLER                  PIC X(2)  VALUE SPACES.
023700     05  WS-D-TAX-ID             PIC X(11).
023800     05  FILLER                  PIC X(2)  VALUE SPACES.
023900     05  WS-D-INTEREST           PIC -(11)9.99.
024000     05  FILLER                  PIC X(2)  VALUE SPACES.
024100     05  WS-D-ACCOUNTS           PIC ZZ9.
024200     05  FILLER                  PIC X(4)  VALUE SPACES.
024300     05  WS-D-ACTION             PIC X(15).
024400     05  FILLER                  PIC X(2)  VALUE SPACES.
024500     05  WS-D-TAX-ID-CHECK       PIC X(20).
024600
024700 01  WS-UNLINKED-LINE.
024800     05  FILLER                  PIC X(10) VALUE "ACCOUNT ".
024900     05  WS-U-ACCOUNT            PIC Z(9)9.
025000     05  FILLER                  PIC X(2)  VALUE SPACES.
025100     05  WS-U-INTEREST           PIC -(11)9.99.
025200     05  FILLER                  PIC X(2)  VALUE SPACES.
025300     05  FILLER                  PIC X(40) VALUE
025400         "NO CUSTOMER LINKED - NOT REPORTED".
025500
025600 01  WS-TOTAL-LINE.
025700     05  WS-T-LABEL              PIC X(26).
025800     05  WS-T-COUNT              PIC Z(6)9.
025900
026000 01  WS-AMOUNT-TOTAL-LINE.
026100     05  WS-TA-LABEL             PIC X(26).
026200     05  WS-TA-AMOUNT            PIC -(13)9.99.
026300
026400*    Recipient form lines.
026500 01  WS-FORM-SEPARATOR-LINE      PIC X(80)  VALUE ALL "=".
026600
026700 01  WS-FORM-TITLE-LINE.
026800     05  FILLER                  PIC X(38) VALUE
026900         "FORM 1099-INT     INTEREST INCOME".
027000     05  FILLER                  PIC X(10) VALUE "TAX YEAR ".
027100     05  WS-F-TAX-YEAR           PIC 9(4).
027200     05  FILLER                  PIC X(4)  VALUE SPACES.
027300     05  WS-F-CORRECTED          PIC X(09).
027400
027500 01  WS-FORM-FIELD-LINE.
027600     05  WS-F-LABEL              PIC X(26).
027700     05  WS-F-VALUE              PIC X(40).
027800
027900 01  WS-FORM-AMOUNT-LINE.
028000     05  FILLER                  PIC X(26) VALUE
028100         "BOX 1  INTEREST INCOME:".
028200     05  WS-F-AMOUNT             PIC $$$,$$$,$$$,$$9.99.
028300
028400 01  WS-FORM-NOTICE-LINE.
028500     05  FILLER                  PIC X(23) VALUE
028600         "COPY B FOR RECIPIENT - ".
028700     05  FILLER                  PIC X(35) VALUE
028800         "THIS IS IMPORTANT TAX INFORMATION".
028900
029000 01  WS-F-CUSTOMER-DISPLAY       PIC 9(10).
029100
029200 PROCEDURE DIVISION.
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029500     SORT SORT-WORK
029600         ON ASCENDING KEY SD-CUSTOMER-NUMBER
029700                          SD-ACCOUNT-NUMBER
029800                          SD-MATCH-DATE
029900                          SD-MATCH-TIME
030000                          SD-ENTRY-KIND
030100         INPUT PROCEDURE 2000-RELEASE-INPUT THRU 2000-EXIT
030200         OUTPUT PROCEDURE 3000-PRODUCE-FORMS THRU 3000-EXIT
030300     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
030400     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
030500 0000-EXIT.
030600     EXIT.
030700
030800 1000-INITIALIZE.
030900     DISPLAY "Enter tax year (YYYY): "
031000     ACCEPT WS-TAX-YEAR
031100     DISPLAY "Enter customer number for a corrected form "
031200         "(0 for all customers): "
031300     ACCEPT WS-CORRECTION-CUSTOMER
031400     IF WS-TAX-YEAR NOT NUMERIC OR WS-TAX-YEAR = 0
031500         DISPLAY "Invalid tax year. Run refused."
031600         STOP RUN
031700     END-IF
031800     IF WS-CORRECTION-CUSTOMER NOT NUMERIC
031900         DISPLAY "Invalid customer number. Run refused."
032000         STOP RUN
032100     END-IF
032200
032300     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
032400
032500     COMPUTE WS-YEAR-FROM-DATE = (WS-TAX-YEAR * 10000) + 0101
032600     COMPUTE WS-YEAR-TO-DATE   = (WS-TAX-YEAR * 10000) + 1231
032700
032800     OPEN INPUT CIF-MASTER
032900     IF NOT WS-CIF-OK
033000         DISPLAY "Unable to open CIF master, status "
033100             WS-CIF-FILE-STATUS
033200         STOP RUN
033300     END-IF
033400
033500     OPEN INPUT ACCOUNT-MASTER
033600     IF NOT WS-ACCT-OK
033700         DISPLAY "Unable to open account master, status "
033800             WS-ACCT-FILE-STATUS
033900         STOP RUN
034000     END-IF
034100
034200     OPEN INPUT TRAN-HISTORY
034300     IF WS-HIST-OK
034400         SET WS-HIST-AVAILABLE TO TRUE
034500     ELSE
034600         IF NOT WS-HIST-NOT-FOUND
034700             DISPLAY "Transaction history not available, "
034800                 "status " WS-HIST-FILE-STATUS
034900         END-IF
035000     END-IF
035100
035200     OPEN INPUT TRANSACTION-LOG
035300     IF WS-TRAN-OK
035400         SET WS-JRNL-AVAILABLE TO TRUE
035500     ELSE
035600         IF NOT WS-TRAN-NOT-FOUND
035700             DISPLAY "Unable to open transaction log, status "
035800                 WS-TRAN-FILE-STATUS
035900             STOP RUN
036000         END-IF
036100     END-IF
036200
036300     OPEN OUTPUT TAX-EXTRACT
036400     IF NOT WS-TAXX-OK
036500         DISPLAY "Unable to open tax extract, status "
036600             WS-TAXX-FILE-STATUS
036700         STOP RUN
036800     END-IF
036900
037000     OPEN OUTPUT RECIPIENT-FORMS
037100     IF NOT WS-FORM-OK
037200         DISPLAY "Unable to open recipient forms, status "
037300             WS-FORM-FILE-STATUS
037400         STOP RUN
037500     END-IF
037600
037700     OPEN OUTPUT TAX-LISTING
037800     IF NOT WS-RPT-OK
037900         DISPLAY "Unable to open tax listing, status "
038000             WS-RPT-FILE-STATUS
038100         STOP RUN
038200     END-IF
038300
038400     MOVE WS-HEADING-LINE TO TAX-LISTING-LINE
038500     WRITE TAX-LISTING-LINE
038600     MOVE WS-TAX-YEAR TO WS-H-TAX-YEAR
038700     MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
038800     IF WS-CORRECTION-CUSTOMER = 0
038900         MOVE "ORIGINAL FILING - ALL CUSTOMERS" TO WS-H-RUN-TYPE
039000     ELSE
039100         MOVE WS-CORRECTION-CUSTOMER TO WS-F-CUSTOMER-DISPLAY
039200         STRING "CORRECTION FOR CUSTOMER "
039300                 WS-F-CUSTOMER-DISPLAY
039400             DELIMITED BY SIZE INTO WS-H-RUN-TYPE
039500     END-IF
039600     MOVE WS-HEADING-LINE-2 TO TAX-LISTING-LINE
039700     WRITE TAX-LISTING-LINE
039800     MOVE WS-COLUMN-HEADING-LINE TO TAX-LISTING-LINE
039900     WRITE TAX-LISTING-LINE.
040000 1000-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------
040400* The tax year must be over: either an earlier year, or the
040500* current one once 31 December has had its interest accrued.
040600* TRANHIST and the live journal are read end to end, so a
040700* TRAN-ARCHIVE caught part way through (records on both files)
040800* refuses the run.
040900*----------------------------------------------------------------
041000 1100-CHECK-RUN-CONTROL.
041100     OPEN INPUT RUN-CONTROL
041200     IF NOT WS-RNCT-OK
041300         DISPLAY "Unable to open run control, status "
041400             WS-RNCT-FILE-STATUS
041500         DISPLAY "Open the business date first."
041600         STOP RUN
041700     END-IF
041800     READ RUN-CONTROL
041900         AT END
042000             DISPLAY "Run control is empty. Open the "
042100                 "business date first."
042200             STOP RUN
042300     END-READ
042400     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
042500     IF RC-TRANARCH-IN-PROGRESS
042600         DISPLAY "TRAN-ARCHIVE is in progress for business "
042700             "date " RC-BUSINESS-DATE ". Run refused."
042800         STOP RUN
042900     END-IF
043000     IF WS-TAX-YEAR > WS-BUSINESS-YEAR
043100         DISPLAY "Tax year " WS-TAX-YEAR " has not ended. "
043200             "Run refused."
043300         STOP RUN
043400     END-IF
043500     IF WS-TAX-YEAR = WS-BUSINESS-YEAR
043600         IF WS-BUSINESS-MONTH-DAY NOT = 1231 OR
043700                 NOT RC-INTACCRL-DONE
043800             DISPLAY "Tax year " WS-TAX-YEAR " has not ended. "
043900                 "Run refused."
044000             STOP RUN
044100         END-IF
044200     END-IF
044300     CLOSE RUN-CONTROL.
044400 1100-EXIT.
044500     EXIT.
044600
044700 2000-RELEASE-INPUT.
044800     IF WS-HIST-AVAILABLE
044900         PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT
045000     END-IF
045100     IF WS-JRNL-AVAILABLE
045200         PERFORM 2200-RELEASE-JOURNAL THRU 2200-EXIT
045300     END-IF.
045400 2000-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------
045800* A full browse of the archive. INTEREST is taken by its own
045900* date; a REVERSAL by the date of the entry it backed out, so a
046000* January reversal of December interest still nets against the
046100* year the interest was credited.
046200*----------------------------------------------------------------
046300 2100-RELEASE-HISTORY.
046400     MOVE LOW-VALUES TO TH-HIST-KEY
046500     START TRAN-HISTORY KEY NOT LESS THAN TH-HIST-KEY
046600         INVALID KEY
046700             SET WS-NO-MORE-HISTORY TO TRUE
046800     END-START
046900     PERFORM UNTIL WS-NO-MORE-HISTORY
047000         READ TRAN-HISTORY NEXT RECORD
047100             AT END
047200                 SET WS-NO-MORE-HISTORY TO TRUE
047300         END-READ
047400         IF NOT WS-NO-MORE-HISTORY
047500             MOVE SPACES TO SD-SORT-RECORD
047600             EVALUATE TRUE
047700                 WHEN TH-TRAN-TYPE = "INTEREST" AND
047800                         TH-TRAN-DATE NOT < WS-YEAR-FROM-DATE AND
047900                         TH-TRAN-DATE NOT > WS-YEAR-TO-DATE
048000                     MOVE 'I' TO SD-ENTRY-KIND
048100                     MOVE TH-TRAN-DATE TO SD-MATCH-DATE
048200                     MOVE TH-TRAN-TIME TO SD-MATCH-TIME
048300                 WHEN TH-TRAN-TYPE = "REVERSAL" AND
048400                         TH-ORIG-TRAN-DATE NOT < WS-YEAR-FROM-DATE
048500                         AND TH-ORIG-TRAN-DATE NOT >
048600                             WS-YEAR-TO-DATE
048700                     MOVE 'R' TO SD-ENTRY-KIND
048800                     MOVE TH-ORIG-TRAN-DATE TO SD-MATCH-DATE
048900                     MOVE TH-ORIG-TRAN-TIME TO SD-MATCH-TIME
049000             END-EVALUATE
049100             IF SD-IS-INTEREST OR SD-IS-REVERSAL
049200                 MOVE TH-ACCOUNT-NUMBER TO SD-ACCOUNT-NUMBER
049300                 MOVE TH-AMOUNT         TO SD-AMOUNT
049400                 PERFORM 2300-RELEASE-ENTRY THRU 2300-EXIT
049500             END-IF
049600         END-IF
049700     END-PERFORM.
049800 2100-EXIT.
049900     EXIT.
050000
050100 2200-RELEASE-JOURNAL.
050200     PERFORM UNTIL WS-JRNL-EOF
050300         READ TRANSACTION-LOG NEXT RECORD
050400             AT END
050500                 SET WS-JRNL-EOF TO TRUE
050600         END-READ
050700         IF NOT WS-JRNL-EOF
050800             MOVE SPACES TO SD-SORT-RECORD
050900             EVALUATE TRUE
051000                 WHEN TL-IS-INTEREST AND
051100                         TL-TRAN-DATE NOT < WS-YEAR-FROM-DATE AND
051200                         TL-TRAN-DATE NOT > WS-YEAR-TO-DATE
051300                     MOVE 'I' TO SD-ENTRY-KIND
051400                     MOVE TL-TRAN-DATE TO SD-MATCH-DATE
051500                     MOVE TL-TRAN-TIME TO SD-MATCH-TIME
051600                 WHEN TL-IS-REVERSAL AND
051700                         TL-ORIG-TRAN-DATE NOT < WS-YEAR-FROM-DATE
051800                         AND TL-ORIG-TRAN-DATE NOT >
051900                             WS-YEAR-TO-DATE
052000                     MOVE 'R' TO SD-ENTRY-KIND
052100                     MOVE TL-ORIG-TRAN-DATE TO SD-MATCH-DATE
052200                     MOVE TL-ORIG-TRAN-TIME TO SD-MATCH-TIME
052300             END-EVALUATE
052400             IF SD-IS-INTEREST OR SD-IS-REVERSAL
052500                 MOVE TL-ACCOUNT-NUMBER TO SD-ACCOUNT-NUMBER
052600                 MOVE TL-AMOUNT         TO SD-AMOUNT
052700                 PERFORM 2300-RELEASE-ENTRY THRU 2300-EXIT
052800             END-IF
052900         END-IF
053000     END-PERFORM.
053100 2200-EXIT.
053200     EXIT.
053300
053400*----------------------------------------------------------------
053500* Keys the entry with the owning customer. Both files run in
053600* account order for long stretches, so the last lookup is kept.
053700* An account not on the master, or not linked to a customer,
053800* sorts under customer zero and is listed as unreportable.
053900*----------------------------------------------------------------
054000 2300-RELEASE-ENTRY.
054100     IF SD-ACCOUNT-NUMBER NOT = WS-LOOKUP-ACCOUNT
054200         MOVE SD-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
054300         MOVE SD-ACCOUNT-NUMBER TO ACCT-NUMBER
054400         READ ACCOUNT-MASTER
054500             INVALID KEY
054600                 MOVE 0 TO WS-LOOKUP-CUSTOMER
054700             NOT INVALID KEY
054800                 MOVE ACCT-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
054900         END-READ
055000     END-IF
055100     IF WS-CORRECTION-CUSTOMER NOT = 0 AND
055200             WS-LOOKUP-CUSTOMER NOT = WS-CORRECTION-CUSTOMER
055300         GO TO 2300-EXIT
055400     END-IF
055500     MOVE WS-LOOKUP-CUSTOMER TO SD-CUSTOMER-NUMBER
055600     ADD 1 TO WS-ENTRIES-SELECTED
055700     RELEASE SD-SORT-RECORD.
055800 2300-EXIT.
055900     EXIT.
056000
056100 3000-PRODUCE-FORMS.
056200     RETURN SORT-WORK
056300         AT END
056400             SET WS-SORT-EOF TO TRUE
056500     END-RETURN
056600     PERFORM UNTIL WS-SORT-EOF
056700         PERFORM 3100-PROCESS-SORTED-RECORD THRU 3100-EXIT
056800         RETURN SORT-WORK
056900             AT END
057000                 SET WS-SORT-EOF TO TRUE
057100         END-RETURN
057200     END-PERFORM
057300     IF NOT WS-FIRST-RECORD
057400         PERFORM 3200-END-ACCOUNT THRU 3200-EXIT
057500         PERFORM 3300-END-CUSTOMER THRU 3300-EXIT
057600     END-IF
057700*    A correction with nothing left for the year still reissues
057800*    the form, at zero.
057900     IF WS-CORRECTION-CUSTOMER NOT = 0 AND NOT WS-CUSTOMER-SEEN
058000         MOVE WS-CORRECTION-CUSTOMER TO WS-CURRENT-CUSTOMER
058100         MOVE 0 TO WS-CUST-INTEREST
058200         MOVE 0 TO WS-CUST-ACCOUNTS
058300         PERFORM 3300-END-CUSTOMER THRU 3300-EXIT
058400     END-IF.
058500 3000-EXIT.
058600     EXIT.
058700
058800 3100-PROCESS-SORTED-RECORD.
058900     IF WS-FIRST-RECORD
059000         MOVE SD-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
059100         MOVE SD-ACCOUNT-NUMBER  TO WS-CURRENT-ACCOUNT
059200         MOVE 'N' TO WS-FIRST-RECORD-SW
059300     END-IF
059400     IF SD-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
059500         PERFORM 3200-END-ACCOUNT THRU 3200-EXIT
059600         PERFORM 3300-END-CUSTOMER THRU 3300-EXIT
059700         MOVE 0 TO WS-CUST-INTEREST
059800         MOVE 0 TO WS-CUST-ACCOUNTS
059900         MOVE SD-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
060000         MOVE SD-ACCOUNT-NUMBER  TO WS-CURRENT-ACCOUNT
060100     END-IF
060200     IF SD-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
060300         PERFORM 3200-END-ACCOUNT THRU 3200-EXIT
060400         MOVE SD-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
060500     END-IF
060600
060700*    A REVERSAL counts only when it backs out the INTEREST entry
060800*    just ahead of it; reversals of anything else are ignored.
060900     IF SD-IS-INTEREST
061000         ADD SD-AMOUNT TO WS-ACCT-INTEREST
061100         MOVE SD-ACCOUNT-NUMBER TO WS-LAST-INT-ACCOUNT
061200         MOVE SD-MATCH-DATE     TO WS-LAST-INT-DATE
061300         MOVE SD-MATCH-TIME     TO WS-LAST-INT-TIME
061400     ELSE
061500         IF SD-ACCOUNT-NUMBER = WS-LAST-INT-ACCOUNT AND
061600                 SD-MATCH-DATE = WS-LAST-INT-DATE AND
061700                 SD-MATCH-TIME = WS-LAST-INT-TIME
061800             ADD SD-AMOUNT TO WS-ACCT-INTEREST
061900             ADD 1 TO WS-REVERSALS-NETTED
062000         END-IF
062100     END-IF.
062200 3100-EXIT.
062300     EXIT.
062400
062500 3200-END-ACCOUNT.
062600     IF WS-CURRENT-CUSTOMER = 0
062700         IF WS-ACCT-INTEREST NOT = 0
062800             ADD 1 TO WS-UNLINKED-ACCOUNTS
062900             MOVE WS-CURRENT-ACCOUNT TO WS-U-ACCOUNT
063000             MOVE WS-ACCT-INTEREST   TO WS-U-INTEREST
063100             MOVE WS-UNLINKED-LINE   TO TAX-LISTING-LINE
063200             WRITE TAX-LISTING-LINE
063300         END-IF
063400     ELSE
063500         ADD WS-ACCT-INTEREST TO WS-CUST-INTEREST
063600         ADD 1 TO WS-CUST-ACCOUNTS
063700     END-IF
063800     MOVE 0 TO WS-ACCT-INTEREST.
063900 3200-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------------
064300* One customer's year: CIF lookup, tax ID check, then the form
064400* and extract record when the total is reportable.
064500*----------------------------------------------------------------
064600 3300-END-CUSTOMER.
064700     IF WS-CURRENT-CUSTOMER = 0
064800         GO TO 3300-EXIT
064900     END-IF
065000     SET WS-CUSTOMER-SEEN TO TRUE
065100     ADD 1 TO WS-CUSTOMERS-TOTALLED
065200     MOVE WS-CURRENT-CUSTOMER TO WS-D-CUSTOMER
065300     MOVE WS-CUST-INTEREST    TO WS-D-INTEREST
065400     MOVE WS-CUST-ACCOUNTS    TO WS-D-ACCOUNTS
065500
065600     MOVE 'N' TO WS-CIF-FOUND-SW
065700     MOVE WS-CURRENT-CUSTOMER TO CIF-NUMBER
065800     READ CIF-MASTER
065900         INVALID KEY
066000             CONTINUE
066100         NOT INVALID KEY
066200             SET WS-CIF-FOUND TO TRUE
066300     END-READ
066400     IF NOT WS-CIF-FOUND
066500         ADD 1 TO WS-NO-CIF-COUNT
066600         MOVE "CUSTOMER NOT ON CIF" TO WS-D-NAME
066700         MOVE SPACES              TO WS-D-TAX-ID
066800         MOVE "NOT REPORTED"      TO WS-D-ACTION
066900         MOVE SPACES              TO WS-D-TAX-ID-CHECK
067000         PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT
067100         GO TO 3300-EXIT
067200     END-IF
067300
067400     PERFORM 3400-CHECK-TAX-ID THRU 3400-EXIT
067500     MOVE CIF-NAME   TO WS-D-NAME
067600     MOVE CIF-TAX-ID TO WS-D-TAX-ID
067700     EVALUATE TRUE
067800         WHEN WS-TAX-ID-MISSING
067900             MOVE "TAX ID MISSING" TO WS-D-TAX-ID-CHECK
068000         WHEN WS-TAX-ID-MALFORMED
068100             MOVE "TAX ID MALFORMED" TO WS-D-TAX-ID-CHECK
068200         WHEN OTHER
068300             MOVE SPACES TO WS-D-TAX-ID-CHECK
068400     END-EVALUATE
068500     IF NOT WS-TAX-ID-VALID
068600         ADD 1 TO WS-TAX-ID-FLAGGED
068700     END-IF
068800
068900     IF WS-CORRECTION-CUSTOMER = 0 AND
069000             WS-CUST-INTEREST < WS-REPORTING-THRESHOLD
069100         ADD 1 TO WS-BELOW-THRESHOLD
069200         MOVE "BELOW THRESHOLD" TO WS-D-ACTION
069300         PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT
069400         GO TO 3300-EXIT
069500     END-IF
069600
069700     PERFORM 3500-WRITE-EXTRACT THRU 3500-EXIT
069800     PERFORM 3600-PRINT-FORM THRU 3600-EXIT
069900     ADD 1 TO WS-FORMS-ISSUED
070000     ADD WS-CUST-INTEREST TO WS-REPORTED-TOTAL
070100     IF WS-CORRECTION-CUSTOMER = 0
070200         MOVE "FORM ISSUED" TO WS-D-ACTION
070300     ELSE
070400         MOVE "CORRECTED FORM" TO WS-D-ACTION
070500     END-IF
070600     PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.
070700 3300-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------------
071100* Accepted forms: 999-99-9999 (SSN), 99-9999999 (EIN), or nine
071200* digits run together. An all-zero area, group or serial is not
071300* a number that was ever issued. Anything else is malformed.
071400* The recipient copy shows only the last four digits.
071500*----------------------------------------------------------------
071600 3400-CHECK-TAX-ID.
071700     MOVE 'B' TO WS-TAX-ID-STATUS
071800     MOVE SPACES TO WS-MASKED-TAX-ID
071900     IF CIF-TAX-ID = SPACES
072000         MOVE 'M' TO WS-TAX-ID-STATUS
072100         GO TO 3400-EXIT
072200     END-IF
072300     IF CIF-TAX-ID(1:3) IS NUMERIC AND CIF-TAX-ID(4:1) = "-"
072400             AND CIF-TAX-ID(5:2) IS NUMERIC
072500             AND CIF-TAX-ID(7:1) = "-"
072600             AND CIF-TAX-ID(8:4) IS NUMERIC
072700         IF CIF-TAX-ID(1:3) NOT = "000" AND
072800                 CIF-TAX-ID(5:2) NOT = "00" AND
072900                 CIF-TAX-ID(8:4) NOT = "0000"
073000             MOVE 'V' TO WS-TAX-ID-STATUS
073100             MOVE "***-**-" TO WS-MASKED-TAX-ID
073200             MOVE CIF-TAX-ID(8:4) TO WS-MASKED-TAX-ID(8:4)
073300         END-IF
073400         GO TO 3400-EXIT
073500     END-IF
073600     IF CIF-TAX-ID(1:2) IS NUMERIC AND CIF-TAX-ID(3:1) = "-"
073700             AND CIF-TAX-ID(4:7) IS NUMERIC
073800             AND CIF-TAX-ID(11:1) = SPACE
073900         IF CIF-TAX-ID(1:2) NOT = "00"
074000             MOVE 'V' TO WS-TAX-ID-STATUS
074100             MOVE "**-***" TO WS-MASKED-TAX-ID
074200             MOVE CIF-TAX-ID(7:4) TO WS-MASKED-TAX-ID(7:4)
074300         END-IF
074400         GO TO 3400-EXIT
074500     END-IF
074600     IF CIF-TAX-ID(1:9) IS NUMERIC AND CIF-TAX-ID(10:2) = SPACES
074700         IF CIF-TAX-ID(1:3) NOT = "000" AND
074800                 CIF-TAX-ID(4:2) NOT = "00" AND
074900                 CIF-TAX-ID(6:4) NOT = "0000"
075000             MOVE 'V' TO WS-TAX-ID-STATUS
075100             MOVE "*****" TO WS-MASKED-TAX-ID
075200             MOVE CIF-TAX-ID(6:4) TO WS-MASKED-TAX-ID(6:4)
075300         END-IF
075400     END-IF.
075500 3400-EXIT.
075600     EXIT.
075700
075800 3500-WRITE-EXTRACT.
075900     INITIALIZE TAX-1099-EXTRACT-RECORD
076000     MOVE WS-TAX-YEAR         TO TX-TAX-YEAR
076100     IF WS-CORRECTION-CUSTOMER = 0
076200         SET TX-ORIGINAL-FILING TO TRUE
076300     ELSE
076400         SET TX-CORRECTED-FILING TO TRUE
076500     END-IF
076600     MOVE WS-CURRENT-CUSTOMER TO TX-CUSTOMER-NUMBER
076700     MOVE CIF-TAX-ID          TO TX-TAX-ID
076800     MOVE WS-TAX-ID-STATUS    TO TX-TAX-ID-STATUS
076900     MOVE CIF-NAME            TO TX-NAME
077000     MOVE CIF-ADDRESS-LINE-1  TO TX-ADDRESS-LINE-1
077100     MOVE CIF-ADDRESS-LINE-2  TO TX-ADDRESS-LINE-2
077200     MOVE CIF-CITY-STATE-ZIP  TO TX-CITY-STATE-ZIP
077300     MOVE WS-CUST-INTEREST    TO TX-INTEREST-PAID
077400     MOVE WS-CUST-ACCOUNTS    TO TX-ACCOUNT-COUNT
077500     MOVE WS-BUSINESS-DATE    TO TX-RUN-DATE
077600     WRITE TAX-1099-EXTRACT-RECORD
077700     IF NOT WS-TAXX-OK
077800         DISPLAY "Warning: tax extract write failed, status "
077900             WS-TAXX-FILE-STATUS
078000     END-IF.
078100 3500-EXIT.
078200     EXIT.
078300
078400 3600-PRINT-FORM.
078500     MOVE WS-FORM-SEPARATOR-LINE TO RECIPIENT-FORM-LINE
078600     WRITE RECIPIENT-FORM-LINE
078700     MOVE WS-TAX-YEAR TO WS-F-TAX-YEAR
078800     IF WS-CORRECTION-CUSTOMER = 0
078900         MOVE SPACES TO WS-F-CORRECTED
079000     ELSE
079100         MOVE "CORRECTED" TO WS-F-CORRECTED
079200     END-IF
079300     MOVE WS-FORM-TITLE-LINE TO RECIPIENT-FORM-LINE
079400     WRITE RECIPIENT-FORM-LINE
079500     MOVE SPACES TO RECIPIENT-FORM-LINE
079600     WRITE RECIPIENT-FORM-LINE
079700
079800     MOVE "PAYER:" TO WS-F-LABEL
079900     MOVE WS-PAYER-NAME TO WS-F-VALUE
080000     PERFORM 3650-WRITE-FORM-FIELD THRU 3650-EXIT
080100     MOVE "RECIPIENT'S TIN:" TO WS-F-LABEL
080200     IF WS-TAX-ID-VALID
080300         MOVE WS-MASKED-TAX-ID TO WS-F-VALUE
080400     ELSE
080500         MOVE "NOT ON FILE - CONTACT YOUR BRANCH" TO WS-F-VALUE
080600     END-IF
080700     PERFORM 3650-WRITE-FORM-FIELD THRU 3650-EXIT
080800     MOVE "CUSTOMER NUMBER:" TO WS-F-LABEL
080900     MOVE WS-CURRENT-CUSTOMER TO WS-F-CUSTOMER-DISPLAY
081000     MOVE WS-F-CUSTOMER-DISPLAY TO WS-F-VALUE
081100     PERFORM 3650-WRITE-FORM-FIELD THRU 3650-EXIT
081200     MOVE "RECIPIENT:" TO WS-F-LABEL
081300     MOVE CIF-NAME TO WS-F-VALUE
081400     PERFORM 3650-WRITE-FORM-FIELD THRU 3650-EXIT
081500     MOVE SPACES TO WS-F-LABEL
081600     MOVE CIF-ADDRESS-LINE-1 TO WS-F-VALUE
081700     PERFORM 3650-WRITE-FORM-FIELD THRU 3650-EXIT
081800     IF CIF-ADDRESS-LINE-2 NOT = SPACES
081900         MOVE CIF-ADDRESS-LINE-2 TO WS-F-VALUE
082000         PERFORM 3650-WRITE-FORM-FIELD THRU 3650-EXIT
082100     END-IF
082200     MOVE CIF-CITY-STATE-ZIP TO WS-F-VALUE
082300     PERFORM 3650-WRITE-FORM-FIELD THRU 3650-EXIT
082400     MOVE SPACES TO RECIPIENT-FORM-LINE
082500     WRITE RECIPIENT-FORM-LINE
082600
082700     MOVE WS-CUST-INTEREST TO WS-F-AMOUNT
082800     MOVE WS-FORM-AMOUNT-LINE TO RECIPIENT-FORM-LINE
082900     WRITE RECIPIENT-FORM-LINE
083000     MOVE SPACES TO RECIPIENT-FORM-LINE
083100     WRITE RECIPIENT-FORM-LINE
083200     MOVE WS-FORM-NOTICE-LINE TO RECIPIENT-FORM-LINE
083300     WRITE RECIPIENT-FORM-LINE.
083400 3600-EXIT.
083500     EXIT.
083600
083700 3650-WRITE-FORM-FIELD.
083800     MOVE WS-FORM-FIELD-LINE TO RECIPIENT-FORM-LINE
083900     WRITE RECIPIENT-FORM-LINE
084000     MOVE SPACES TO WS-F-VALUE.
084100 3650-EXIT.
084200     EXIT.
084300
084400 3900-WRITE-DETAIL.
084500     MOVE WS-DETAIL-LINE TO TAX-LISTING-LINE
084600     WRITE TAX-LISTING-LINE.
084700 3900-EXIT.
084800     EXIT.
084900
085000 5000-PRINT-TOTALS.
085100     MOVE "ENTRIES SELECTED:         " TO WS-T-LABEL
085200     MOVE WS-ENTRIES-SELECTED TO WS-T-COUNT
085300     MOVE WS-TOTAL-LINE TO TAX-LISTING-LINE
085400     WRITE TAX-LISTING-LINE
085500     MOVE "REVERSALS NETTED:         " TO WS-T-LABEL
085600     MOVE WS-REVERSALS-NETTED TO WS-T-COUNT
085700     MOVE WS-TOTAL-LINE TO TAX-LISTING-LINE
085800     WRITE TAX-LISTING-LINE
085900     MOVE "CUSTOMERS TOTALLED:       " TO WS-T-LABEL
086000     MOVE WS-CUSTOMERS-TOTALLED TO WS-T-COUNT
086100     MOVE WS-TOTAL-LINE TO TAX-LISTING-LINE
086200     WRITE TAX-LISTING-LINE
086300     MOVE "FORMS ISSUED:             " TO WS-T-LABEL
086400     MOVE WS-FORMS-ISSUED TO WS-T-COUNT
086500     MOVE WS-TOTAL-LINE TO TAX-LISTING-LINE
086600     WRITE TAX-LISTING-LINE
086700     MOVE "BELOW THRESHOLD:          " TO WS-T-LABEL
086800     MOVE WS-BELOW-THRESHOLD TO WS-T-COUNT
086900     MOVE WS-TOTAL-LINE TO TAX-LISTING-LINE
087000     WRITE TAX-LISTING-LINE
087100     MOVE "TAX ID MISSING/MALFORMED: " TO WS-T-LABEL
087200     MOVE WS-TAX-ID-FLAGGED TO WS-T-COUNT
087300     MOVE WS-TOTAL-LINE TO TAX-LISTING-LINE
087400     WRITE TAX-LISTING-LINE
087500     MOVE "CUSTOMERS NOT ON CIF:     " TO WS-T-LABEL
087600     MOVE WS-NO-CIF-COUNT TO WS-T-COUNT
087700     MOVE WS-TOTAL-LINE TO TAX-LISTING-LINE
087800     WRITE TAX-LISTING-LINE
087900     MOVE "ACCOUNTS WITH NO CUSTOMER:" TO WS-T-LABEL
088000     MOVE WS-UNLINKED-ACCOUNTS TO WS-T-COUNT
088100     MOVE WS-TOTAL-LINE TO TAX-LISTING-LINE
088200     WRITE TAX-LISTING-LINE
088300     MOVE "INTEREST REPORTED:        " TO WS-TA-LABEL
088400     MOVE WS-REPORTED-TOTAL TO WS-TA-AMOUNT
088500     MOVE WS-AMOUNT-TOTAL-LINE TO TAX-LISTING-LINE
088600     WRITE TAX-LISTING-LINE.
088700 5000-EXIT.
088800     EXIT.
088900
089000 9999-END-OF-JOB.
089100     CLOSE CIF-MASTER
089200     CLOSE ACCOUNT-MASTER
089300     IF WS-HIST-AVAILABLE
089400         CLOSE TRAN-HISTORY
089500     END-IF
089600     IF WS-JRNL-AVAILABLE
089700         CLOSE TRANSACTION-LOG
089800     END-IF
089900     CLOSE TAX-EXTRACT
090000     CLOSE RECIPIENT-FORMS
090100     CLOSE TAX-LISTING
090200     DISPLAY "Interest tax reporting complete. Forms issued: "
090300         WS-FORMS-ISSUED
090400     DISPLAY "Tax ID missing or malformed: " WS-TAX-ID-FLAGGED
090500     STOP RUN.
090600 9999-EXIT.
090700     EXIT.
