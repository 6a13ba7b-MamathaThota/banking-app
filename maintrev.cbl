000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MAINT-REVIEW.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original daily maintenance audit review. Lists
001100*                  the business date's MAINTLOG entries grouped by
001200*                  operator and flags four red-flag patterns:
001300*                  a name change or reactivation from 'D'
001400*                  followed within the follow-up window by a
001500*                  WITHDRAWAL, XFER-OUT or CHECK on the same
001600*                  account; an operator who maintained an
001700*                  account and then posted a debit on it
001800*                  themselves; a status change made outside
001900*                  business hours or at a weekend; and an
001950*                  operator role change on
002000*                  OPERMSTR. Debits are taken from the business
002100*                  date's journal and paired with maintenance
002200*                  made up to the window before them, so each
002300*                  pair is flagged once, on the day of the debit.
002400*                  The listing ends with a supervisor sign-off
002500*                  block; every red flag is also appended to the
002600*                  MNTEXCP examiner file. Runs after EOD-RECON
002700*                  under RUNCTL run control. A rerun of a failed
002710*                  run first drops the business date's rows from
002720*                  MNTEXCP, so no red flag is filed twice.
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
004100     SELECT MAINT-LOG ASSIGN TO MAINTLOG
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-MNTL-FILE-STATUS.
004400
004500     SELECT TRANSACTION-LOG ASSIGN TO TRANLOG
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-TRAN-FILE-STATUS.
004800
004900     SELECT OPERATOR-MASTER ASSIGN TO OPERMSTR
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS OPR-OPERATOR-ID
005300         FILE STATUS IS WS-OPER-FILE-STATUS.
005400
005500     SELECT SORT-WORK ASSIGN TO SRTWK01.
005600
005700     SELECT REVIEW-LISTING ASSIGN TO MNTRVRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RPT-FILE-STATUS.
006000
006100     SELECT MAINT-EXCEPTIONS ASSIGN TO MNTEXCP
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-MNTX-FILE-STATUS.
006400
006410     SELECT MAINT-EXCEPTIONS-WORK ASSIGN TO MNTXWORK
006420         ORGANIZATION IS SEQUENTIAL
006430         FILE STATUS IS WS-MXWK-FILE-STATUS.
006440
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  RUN-CONTROL
006800     LABEL RECORDS ARE STANDARD.
006900 COPY RUNCTREC.
007000
007100 FD  MAINT-LOG
007200     LABEL RECORDS ARE STANDARD.
007300 COPY MNTLREC.
007400
007500 FD  TRANSACTION-LOG
007600     LABEL RECORDS ARE STANDARD.
007700 COPY TRANREC.
007800
007900 FD  OPERATOR-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100 COPY OPERREC.
008200
008300 SD  SORT-WORK.
008400 01  SD-SORT-RECORD.
008500     05  SD-OPERATOR-ID          PIC X(08).
008600     05  SD-MAINT-DATE           PIC 9(08).
008700     05  SD-MAINT-TIME           PIC 9(08).
008800     05  SD-ACCOUNT-NUMBER       PIC 9(10).
008900     05  SD-LINE-TYPE            PIC 9(01).
009000         88  SD-MAINT-LINE                 VALUE 1.
009100         88  SD-FLAG-LINE                  VALUE 2.
009200     05  SD-RULE                 PIC X(01).
009300     05  SD-TRAN-DATE            PIC 9(08).
009400     05  SD-TRAN-TIME            PIC 9(08).
009500     05  SD-FIELD-NAME           PIC X(20).
009600     05  SD-OLD-VALUE            PIC X(30).
009700     05  SD-NEW-VALUE            PIC X(30).
009800     05  SD-TRAN-TYPE            PIC X(10).
009900     05  SD-TRAN-AMOUNT          PIC S9(9)V99  COMP-3.
010000     05  SD-TRAN-OPERATOR        PIC X(08).
010100     05  SD-DETAIL               PIC X(60).
010200
010300 FD  REVIEW-LISTING
010400     LABEL RECORDS ARE STANDARD.
010500 01  REVIEW-LISTING-LINE         PIC X(132).
010600
010700 FD  MAINT-EXCEPTIONS
010800     LABEL RECORDS ARE STANDARD.
010900 COPY MNTXREC.
011000
011010 FD  MAINT-EXCEPTIONS-WORK
011020     LABEL RECORDS ARE STANDARD.
011030 01  MAINT-EXCEPTIONS-WORK-RECORD PIC X(178).
011040
011100 WORKING-STORAGE SECTION.
011200 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
011300     88  WS-RNCT-OK                     VALUE '00'.
011400 01  WS-MNTL-FILE-STATUS     PIC X(02)  VALUE '00'.
011500     88  WS-MNTL-OK                     VALUE '00'.
011600     88  WS-MNTL-NOT-FOUND              VALUE '35'.
011700 01  WS-TRAN-FILE-STATUS     PIC X(02)  VALUE '00'.
011800     88  WS-TRAN-OK                     VALUE '00'.
011900     88  WS-TRAN-NOT-FOUND              VALUE '35'.
012000 01  WS-OPER-FILE-STATUS     PIC X(02)  VALUE '00'.
012100     88  WS-OPER-OK                     VALUE '00'.
012200 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
012300     88  WS-RPT-OK                      VALUE '00'.
012400 01  WS-MNTX-FILE-STATUS     PIC X(02)  VALUE '00'.
012500     88  WS-MNTX-OK                     VALUE '00'.
012600     88  WS-MNTX-NOT-FOUND              VALUE '35'.
012610 01  WS-MXWK-FILE-STATUS     PIC X(02)  VALUE '00'.
012620     88  WS-MXWK-OK                     VALUE '00'.
012700
012800 01  WS-SWITCHES.
012900     05  WS-MNTL-AVAIL-SW    PIC X(01)  VALUE 'N'.
013000         88  WS-MNTL-AVAILABLE          VALUE 'Y'.
013100     05  WS-JRNL-AVAIL-SW    PIC X(01)  VALUE 'N'.
013200         88  WS-JRNL-AVAILABLE          VALUE 'Y'.
013300     05  WS-MNTL-EOF-SW      PIC X(01)  VALUE 'N'.
013400         88  WS-NO-MORE-MAINT           VALUE 'Y'.
013500     05  WS-TRAN-EOF-SW      PIC X(01)  VALUE 'N'.
013600         88  WS-NO-MORE-TRANS           VALUE 'Y'.
013700     05  WS-SORT-EOF-SW      PIC X(01)  VALUE 'N'.
013800         88  WS-SORT-EOF                VALUE 'Y'.
013900     05  WS-FIRST-RECORD-SW  PIC X(01)  VALUE 'Y'.
014000         88  WS-FIRST-RECORD            VALUE 'Y'.
014100     05  WS-BATCH-ENTRY-SW   PIC X(01)  VALUE 'N'.
014200         88  WS-BATCH-ENTRY             VALUE 'Y'.
014300     05  WS-WINDOW-FULL-SW   PIC X(01)  VALUE 'N'.
014400         88  WS-WINDOW-FULL             VALUE 'Y'.
014410     05  WS-RERUN-SW         PIC X(01)  VALUE 'N'.
014420         88  WS-RERUN                   VALUE 'Y'.
014430     05  WS-MNTX-EOF-SW      PIC X(01)  VALUE 'N'.
014440         88  WS-NO-MORE-EXCEPTIONS      VALUE 'Y'.
014450     05  WS-MXWK-EOF-SW      PIC X(01)  VALUE 'N'.
014460         88  WS-NO-MORE-WORK            VALUE 'Y'.
014500
014600 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
014700 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZEROES.
014800
014900*    How many calendar days after a name change or reactivation
015000*    a withdrawal, outgoing transfer or check is still a red
015100*    flag. The journal keeps 30 days, so the window must stay
015150*    inside that.
015200 01  WS-FOLLOW-UP-DAYS           PIC 9(02)  VALUE 5.
015300 01  WS-BUSINESS-INTEGER         PIC 9(08)  VALUE ZEROES.
015400 01  WS-WINDOW-START-DATE        PIC 9(08)  VALUE ZEROES.
015500
015600*    Business hours, as HHMMSSHH from the time of day. A status
015700*    change before the opening time, at or after the closing
015800*    time, or on a Saturday or Sunday is out of hours.
015900 01  WS-HOURS-OPEN               PIC 9(08)  VALUE 08000000.
016000 01  WS-HOURS-CLOSE              PIC 9(08)  VALUE 18000000.
016100 01  WS-DAY-INTEGER              PIC 9(08)  VALUE ZEROES.
016200 01  WS-DOW-QUOTIENT             PIC 9(08)  VALUE ZEROES.
016300 01  WS-DAY-OF-WEEK              PIC 9(01)  VALUE 0.
016400
016500*    Operator ids the batch jobs stamp on MAINTLOG. Their entries
016600*    are listed but are not held to business hours and are not
016700*    paired with the journal.
016800 01  WS-JOB-STAMP-VALUES.
016900     05  FILLER                  PIC X(08) VALUE "DORMMON".
017000     05  FILLER                  PIC X(08) VALUE "TDMATUR".
017100 01  WS-JOB-STAMP-TABLE REDEFINES WS-JOB-STAMP-VALUES.
017200     05  WS-JOB-STAMP            PIC X(08) OCCURS 2 TIMES.
017300 01  WS-JOB-STAMP-SUB            PIC 9(02) COMP VALUE 0.
017400
017500*    The MAINTLOG field name of an operator entry is
017600*    OPR xxxxxxxx FIELD (see OPER-MAINT).
017700 01  WS-ML-FIELD-VIEW.
017800     05  WS-MF-PREFIX            PIC X(04).
017900     05  WS-MF-TARGET-ID         PIC X(08).
018000     05  WS-MF-SUBFIELD          PIC X(08).
018100
018200*    Account maintenance made inside the follow-up window, kept
018300*    for pairing with the business date's debits.
018400 01  WS-WINDOW-COUNT             PIC 9(04) COMP VALUE 0.
018500 01  WS-WINDOW-TABLE.
018600     05  WS-WN-ENTRY OCCURS 1000 TIMES.
018700         10  WS-WN-ACCOUNT       PIC 9(10).
018800         10  WS-WN-DATE          PIC 9(08).
018900         10  WS-WN-TIME          PIC 9(08).
019000         10  WS-WN-OPERATOR      PIC X(08).
019100         10  WS-WN-FIELD-NAME    PIC X(20).
019200         10  WS-WN-OLD-VALUE     PIC X(30).
019300         10  WS-WN-NEW-VALUE     PIC X(30).
019400         10  WS-WN-KIND          PIC X(01).
019500             88  WS-WN-NAME-OR-REACTIVATE   VALUE 'R'.
019600 01  WS-WN-SUB                   PIC 9(04) COMP VALUE 0.
019700 01  WS-CHANGE-SUB               PIC 9(04) COMP VALUE 0.
019800 01  WS-SELF-SUB                 PIC 9(04) COMP VALUE 0.
019900
020000 01  WS-DEBIT-KIND               PIC X(01)  VALUE SPACES.
020100     88  WS-CASH-OUT-DEBIT                  VALUE 'C'.
020200     88  WS-OTHER-DEBIT                     VALUE 'O'.
020300     88  WS-NOT-A-DEBIT                     VALUE SPACES.
020400
020500*    Rule titles in listing order, keyed by the MX-RULE code.
020600 01  WS-RULE-VALUES.
020700     05  FILLER                  PIC X(41) VALUE
020800         "WCHANGE OR REACTIVATION THEN DEBIT".
020900     05  FILLER                  PIC X(41) VALUE
021000         "SMAINTAINED THEN DEBITED BY SAME OPERATOR".
021100     05  FILLER                  PIC X(41) VALUE
021200         "HSTATUS CHANGE OUTSIDE BUSINESS HOURS".
021300     05  FILLER                  PIC X(41) VALUE
021400         "ROPERATOR ROLE CHANGE".
021500 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
021600     05  WS-RULE-ENTRY OCCURS 4 TIMES.
021700         10  WS-RULE-CODE        PIC X(01).
021800         10  WS-RULE-TITLE       PIC X(40).
021900 01  WS-RULE-COUNT-TABLE.
022000     05  WS-RULE-COUNT           PIC 9(7) COMP OCCURS 4 TIMES.
022100 01  WS-RULE-SUB                 PIC 9(01)  VALUE 0.
022200
022300 01  WS-CURRENT-OPERATOR         PIC X(08)  VALUE SPACES.
022400 01  WS-LAST-MAINT-KEY.
022500     05  WS-LM-DATE              PIC 9(08)  VALUE ZEROES.
022600     05  WS-LM-TIME              PIC 9(08)  VALUE ZEROES.
022700     05  WS-LM-ACCOUNT           PIC 9(10)  VALUE ZEROES.
022800 01  WS-SORT-MAINT-KEY.
022900     05  WS-SM-DATE              PIC 9(08)  VALUE ZEROES.
023000     05  WS-SM-TIME              PIC 9(08)  VALUE ZEROES.
023100     05  WS-SM-ACCOUNT           PIC 9(10)  VALUE ZEROES.
023200
023300 01  WS-TIME-WORK                PIC 9(08)  VALUE ZEROES.
023400 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
023500     05  WS-TP-HH                PIC 9(02).
023600     05  WS-TP-MM                PIC 9(02).
023700     05  WS-TP-SS                PIC 9(02).
023800     05  WS-TP-HS                PIC 9(02).
023900 01  WS-TIME-EDIT.
024000     05  WS-TE-HH                PIC 9(02).
024100     05  FILLER                  PIC X(01)  VALUE ":".
024200     05  WS-TE-MM                PIC 9(02).
024300     05  FILLER                  PIC X(01)  VALUE ":".
024400     05  WS-TE-SS                PIC 9(02).
024500
024600 01  WS-AMOUNT-EDIT              PIC -(9)9.99.
024700
024800 01  WS-ENTRIES-READ             PIC 9(7) COMP VALUE 0.
024900 01  WS-ENTRIES-REVIEWED         PIC 9(7) COMP VALUE 0.
025000 01  WS-DEBITS-CHECKED           PIC 9(7) COMP VALUE 0.
025100 01  WS-OPERATORS-LISTED         PIC 9(7) COMP VALUE 0.
025200 01  WS-TOTAL-FLAGS              PIC 9(7) COMP VALUE 0.
025300 01  WS-OPR-ENTRIES              PIC 9(7) COMP VALUE 0.
025400 01  WS-OPR-FLAGS                PIC 9(7) COMP VALUE 0.
025410 01  WS-EXCEPTIONS-KEPT          PIC 9(7) COMP VALUE 0.
025420 01  WS-EXCEPTIONS-DROPPED       PIC 9(7) COMP VALUE 0.
025430 01  WS-EXCEPTIONS-RESTORED      PIC 9(7) COMP VALUE 0.
025500
025600 01  WS-HEADING-LINE.
025700     05  FILLER                  PIC X(44) VALUE
025800         "MAINTENANCE AUDIT REVIEW".
025900     05  FILLER                  PIC X(15) VALUE
026000         "BUSINESS DATE: ".
026100     05  WS-H-BUSINESS-DATE      PIC 9(8).
026200     05  FILLER                  PIC X(12) VALUE
026300         "  RUN DATE: ".
026400     05  WS-H-RUN-DATE           PIC 9(8).
026500
026600 01  WS-HEADING-LINE-2.
026700     05  FILLER                  PIC X(30) VALUE
026800         "DEBITS PAIRED WITH CHANGES UP ".
026900     05  WS-H-FOLLOW-UP-DAYS     PIC Z9.
027000     05  FILLER                  PIC X(30) VALUE
027100         " DAYS EARLIER; HOURS 08:00 TO ".
027200     05  FILLER                  PIC X(22) VALUE
027300         "18:00 MONDAY TO FRIDAY".
027400
027500 01  WS-OPERATOR-HEADING-LINE.
027600     05  FILLER                  PIC X(10) VALUE "OPERATOR: ".
027700     05  WS-OH-OPERATOR-ID       PIC X(08).
027800     05  FILLER                  PIC X(02) VALUE SPACES.
027900     05  WS-OH-NAME              PIC X(30).
028000     05  FILLER                  PIC X(02) VALUE SPACES.
028100     05  WS-OH-ROLE              PIC X(20).
028200
028300 01  WS-COLUMN-HEADING-LINE.
028400     05  FILLER                  PIC X(04) VALUE SPACES.
028500     05  FILLER                  PIC X(10) VALUE "DATE".
028600     05  FILLER                  PIC X(10) VALUE "TIME".
028700     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
028800     05  FILLER                  PIC X(22) VALUE "FIELD".
028900     05  FILLER                  PIC X(32) VALUE "OLD VALUE".
029000     05  FILLER                  PIC X(30) VALUE "NEW VALUE".
029100
029200 01  WS-DETAIL-LINE.
029300     05  FILLER                  PIC X(04) VALUE SPACES.
029400     05  WS-D-DATE               PIC 9(08).
029500     05  FILLER                  PIC X(02) VALUE SPACES.
029600     05  WS-D-TIME               PIC X(08).
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  WS-D-ACCOUNT            PIC Z(9)9.
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  WS-D-FIELD-NAME         PIC X(20).
030100     05  FILLER                  PIC X(02) VALUE SPACES.
030200     05  WS-D-OLD-VALUE          PIC X(30).
030300     05  FILLER                  PIC X(02) VALUE SPACES.
030400     05  WS-D-NEW-VALUE          PIC X(30).
030500
030600 01  WS-FLAG-LINE.
030700     05  FILLER                  PIC X(06) VALUE SPACES.
030800     05  FILLER                  PIC X(14) VALUE "*** RED FLAG: ".
030900     05  WS-F-TITLE              PIC X(40).
031000     05  FILLER                  PIC X(02) VALUE SPACES.
031100     05  WS-F-DETAIL             PIC X(60).
031200
031300 01  WS-OPERATOR-TOTAL-LINE.
031400     05  FILLER                  PIC X(04) VALUE SPACES.
031500     05  FILLER                  PIC X(19) VALUE
031600         "ENTRIES REVIEWED: ".
031700     05  WS-OT-ENTRIES           PIC Z(6)9.
031800     05  FILLER                  PIC X(14) VALUE
031900         "   RED FLAGS: ".
032000     05  WS-OT-FLAGS             PIC Z(6)9.
032100
032200 01  WS-SECTION-LINE.
032300     05  WS-S-TITLE              PIC X(80).
032400
032500 01  WS-TOTAL-LINE.
032600     05  WS-T-LABEL              PIC X(42).
032700     05  WS-T-COUNT              PIC Z(8)9.
032800
032900 01  WS-SIGN-OFF-LINE-1.
033000     05  FILLER                  PIC X(46) VALUE
033100         "REVIEWED BY SUPERVISOR: ____________________".
033200     05  FILLER                  PIC X(20) VALUE
033300         "  DATE: __________".
033400 01  WS-SIGN-OFF-LINE-2.
033500     05  FILLER                  PIC X(29) VALUE
033600         "RED FLAGS EXPLAINED: ______".
033700     05  FILLER                  PIC X(37) VALUE
033800         "  REFERRED FOR INVESTIGATION: ______".
033900 01  WS-SIGN-OFF-LINE-3.
034000     05  FILLER                  PIC X(66) VALUE
034100         "SUPERVISOR SIGNATURE: ____________________".
034200
034300 PROCEDURE DIVISION.
034400 0000-MAINLINE.
034500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034600     SORT SORT-WORK
034700         ON ASCENDING KEY SD-OPERATOR-ID
034800                          SD-MAINT-DATE
034900                          SD-MAINT-TIME
035000                          SD-ACCOUNT-NUMBER
035100                          SD-LINE-TYPE
035200                          SD-RULE
035300                          SD-TRAN-DATE
035400                          SD-TRAN-TIME
035500         INPUT PROCEDURE 2000-COLLECT-ENTRIES THRU 2000-EXIT
035600         OUTPUT PROCEDURE 5000-PRINT-REVIEW THRU 5000-EXIT
035700     PERFORM 6000-PRINT-SIGN-OFF THRU 6000-EXIT
035800     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
035900 0000-EXIT.
036000     EXIT.
036100
036200 1000-INITIALIZE.
036300     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
036400
036500     OPEN INPUT OPERATOR-MASTER
036600     IF NOT WS-OPER-OK
036700         DISPLAY "Unable to open operator master, status "
036800             WS-OPER-FILE-STATUS
036900         STOP RUN
037000     END-IF
037100
037200     OPEN INPUT MAINT-LOG
037300     IF WS-MNTL-OK
037400         SET WS-MNTL-AVAILABLE TO TRUE
037500     ELSE
037600         IF NOT WS-MNTL-NOT-FOUND
037700             DISPLAY "Unable to open maintenance log, status "
037800                 WS-MNTL-FILE-STATUS
037900             STOP RUN
038000         END-IF
038100     END-IF
038200
038300     OPEN INPUT TRANSACTION-LOG
038400     IF WS-TRAN-OK
038500         SET WS-JRNL-AVAILABLE TO TRUE
038600     ELSE
038700         IF NOT WS-TRAN-NOT-FOUND
038800             DISPLAY "Unable to open transaction log, status "
038900                 WS-TRAN-FILE-STATUS
039000             STOP RUN
039100         END-IF
039200     END-IF
039300
039400     OPEN OUTPUT REVIEW-LISTING
039500     IF NOT WS-RPT-OK
039600         DISPLAY "Unable to open review listing, status "
039700             WS-RPT-FILE-STATUS
039800         STOP RUN
039900     END-IF
040000
040100*    The examiner file is kept from day to day. A rerun first
040105*    drops what the failed run filed for the business date.
040110     IF WS-RERUN
040120         PERFORM 1200-DROP-RERUN-EXCEPTIONS THRU 1200-EXIT
040130     END-IF
040200     OPEN EXTEND MAINT-EXCEPTIONS
040300     IF WS-MNTX-NOT-FOUND
040400         OPEN OUTPUT MAINT-EXCEPTIONS
040500         CLOSE MAINT-EXCEPTIONS
040600         OPEN EXTEND MAINT-EXCEPTIONS
040700     END-IF
040800     IF NOT WS-MNTX-OK
040900         DISPLAY "Unable to open maintenance exceptions file, "
041000             "status " WS-MNTX-FILE-STATUS
041100         STOP RUN
041200     END-IF
041300
041400     INITIALIZE WS-RULE-COUNT-TABLE
041500     COMPUTE WS-BUSINESS-INTEGER =
041600         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
041700     COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
041800         (WS-BUSINESS-INTEGER - WS-FOLLOW-UP-DAYS)
041900
042000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
042100     MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
042200     MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
042300     MOVE WS-HEADING-LINE TO REVIEW-LISTING-LINE
042400     WRITE REVIEW-LISTING-LINE
042500     MOVE WS-FOLLOW-UP-DAYS TO WS-H-FOLLOW-UP-DAYS
042600     MOVE WS-HEADING-LINE-2 TO REVIEW-LISTING-LINE
042700     WRITE REVIEW-LISTING-LINE.
042800 1000-EXIT.
042900     EXIT.
043000
043100 1100-CHECK-RUN-CONTROL.
043200     OPEN I-O RUN-CONTROL
043300     IF NOT WS-RNCT-OK
043400         DISPLAY "Unable to open run control, status "
043500             WS-RNCT-FILE-STATUS
043600         DISPLAY "Open the business date first."
043700         STOP RUN
043800     END-IF
043900     READ RUN-CONTROL
044000         AT END
044100             DISPLAY "Run control is empty. Open the "
044200                 "business date first."
044300             STOP RUN
044400     END-READ
044500     IF RC-MNTREV-DONE
044600         DISPLAY "MAINT-REVIEW already complete for business "
044700             "date " RC-BUSINESS-DATE ". Run refused."
044800         STOP RUN
044900     END-IF
044910     IF RC-MNTREV-IN-PROGRESS
044920         SET WS-RERUN TO TRUE
044930     END-IF
045000     IF NOT RC-EODRECON-DONE
045100         DISPLAY "EOD-RECON has not completed for business "
045200             "date " RC-BUSINESS-DATE ". Run refused."
045300         STOP RUN
045400     END-IF
045500     IF RC-TRANARCH-IN-PROGRESS
045600         DISPLAY "TRAN-ARCHIVE is in progress for business "
045700             "date " RC-BUSINESS-DATE ". Run refused."
045800         STOP RUN
045900     END-IF
046000     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
046100     MOVE 'I' TO RC-MNTREV-STATUS
046200     REWRITE RUN-CONTROL-RECORD
046300     IF NOT WS-RNCT-OK
046400         DISPLAY "Warning: run control rewrite failed, "
046500             "status " WS-RNCT-FILE-STATUS
046600     END-IF
046700     CLOSE RUN-CONTROL.
046800 1100-EXIT.
046900     EXIT.
047000
047001*----------------------------------------------------------------
047002* A rerun after a failure has already appended some of the
047003* business date's red flags to MNTEXCP. They are dropped here by
047004* copying the file through MNTXWORK without them, so the rerun
047005* files each red flag once.
047006*----------------------------------------------------------------
047007 1200-DROP-RERUN-EXCEPTIONS.
047008     OPEN INPUT MAINT-EXCEPTIONS
047009     IF WS-MNTX-NOT-FOUND
047010         GO TO 1200-EXIT
047011     END-IF
047012     IF NOT WS-MNTX-OK
047013         DISPLAY "Unable to read maintenance exceptions file, "
047014             "status " WS-MNTX-FILE-STATUS
047015         STOP RUN
047016     END-IF
047017     OPEN OUTPUT MAINT-EXCEPTIONS-WORK
047018     IF NOT WS-MXWK-OK
047019         DISPLAY "Unable to open exceptions work file, status "
047020             WS-MXWK-FILE-STATUS
047021         STOP RUN
047022     END-IF
047023
047024     PERFORM UNTIL WS-NO-MORE-EXCEPTIONS
047025         PERFORM 1210-COPY-EXCEPTION THRU 1210-EXIT
047026     END-PERFORM
047027     CLOSE MAINT-EXCEPTIONS
047028     CLOSE MAINT-EXCEPTIONS-WORK
047029
047030     OPEN OUTPUT MAINT-EXCEPTIONS
047031     IF NOT WS-MNTX-OK
047032         DISPLAY "Unable to rebuild maintenance exceptions file, "
047033             "status " WS-MNTX-FILE-STATUS
047034         STOP RUN
047035     END-IF
047036     OPEN INPUT MAINT-EXCEPTIONS-WORK
047037     IF NOT WS-MXWK-OK
047038         DISPLAY "Unable to reread exceptions work file, status "
047039             WS-MXWK-FILE-STATUS
047040         STOP RUN
047041     END-IF
047042     PERFORM UNTIL WS-NO-MORE-WORK
047043         READ MAINT-EXCEPTIONS-WORK NEXT RECORD
047044             AT END
047045                 SET WS-NO-MORE-WORK TO TRUE
047046             NOT AT END
047047                 WRITE MAINT-EXCEPTION-RECORD
047048                     FROM MAINT-EXCEPTIONS-WORK-RECORD
047049                 IF NOT WS-MNTX-OK
047050                     DISPLAY "Exceptions rebuild write failed, "
047051                         "status " WS-MNTX-FILE-STATUS
047052                     STOP RUN
047053                 END-IF
047054                 ADD 1 TO WS-EXCEPTIONS-RESTORED
047055         END-READ
047056     END-PERFORM
047057     CLOSE MAINT-EXCEPTIONS-WORK
047058     CLOSE MAINT-EXCEPTIONS
047059
047060     IF WS-EXCEPTIONS-RESTORED NOT = WS-EXCEPTIONS-KEPT
047061         DISPLAY "Rebuild count " WS-EXCEPTIONS-RESTORED
047062             " does not match kept count " WS-EXCEPTIONS-KEPT
047063         STOP RUN
047064     END-IF
047065     DISPLAY "Rerun: " WS-EXCEPTIONS-DROPPED
047066         " red flags of business date " WS-BUSINESS-DATE
047067         " dropped from MNTEXCP.".
047068 1200-EXIT.
047069     EXIT.
047070
047071 1210-COPY-EXCEPTION.
047072     READ MAINT-EXCEPTIONS NEXT RECORD
047073         AT END
047074             SET WS-NO-MORE-EXCEPTIONS TO TRUE
047075     END-READ
047076     IF WS-NO-MORE-EXCEPTIONS
047077         GO TO 1210-EXIT
047078     END-IF
047079     IF MX-REVIEW-DATE = WS-BUSINESS-DATE
047080         ADD 1 TO WS-EXCEPTIONS-DROPPED
047081         GO TO 1210-EXIT
047082     END-IF
047083     WRITE MAINT-EXCEPTIONS-WORK-RECORD
047084         FROM MAINT-EXCEPTION-RECORD
047085     IF NOT WS-MXWK-OK
047086         DISPLAY "Exceptions work write failed, status "
047087             WS-MXWK-FILE-STATUS
047088         STOP RUN
047089     END-IF
047090     ADD 1 TO WS-EXCEPTIONS-KEPT.
047091 1210-EXIT.
047092     EXIT.
047093
047100 2000-COLLECT-ENTRIES.
047200     PERFORM 2100-READ-MAINT-LOG THRU 2100-EXIT
047300     PERFORM 2300-READ-JOURNAL THRU 2300-EXIT.
047400 2000-EXIT.
047500     EXIT.
047600
047700*----------------------------------------------------------------
047800* Every entry for the business date is listed and tested for
047900* the hours and role rules; account entries inside the
048000* follow-up window are also kept for pairing with the journal.
048100*----------------------------------------------------------------
048200 2100-READ-MAINT-LOG.
048300     IF NOT WS-MNTL-AVAILABLE
048400         GO TO 2100-EXIT
048500     END-IF
048600     PERFORM UNTIL WS-NO-MORE-MAINT
048700         READ MAINT-LOG NEXT RECORD
048800             AT END
048900                 SET WS-NO-MORE-MAINT TO TRUE
049000         END-READ
049100         IF NOT WS-NO-MORE-MAINT
049200             ADD 1 TO WS-ENTRIES-READ
049300             PERFORM 2110-CHECK-ENTRY THRU 2110-EXIT
049400         END-IF
049500     END-PERFORM.
049600 2100-EXIT.
049700     EXIT.
049800
049900 2110-CHECK-ENTRY.
050000     MOVE 'N' TO WS-BATCH-ENTRY-SW
050100     PERFORM VARYING WS-JOB-STAMP-SUB FROM 1 BY 1
050200             UNTIL WS-JOB-STAMP-SUB > 2
050300         IF WS-JOB-STAMP(WS-JOB-STAMP-SUB) = ML-OPERATOR-ID
050400             SET WS-BATCH-ENTRY TO TRUE
050500         END-IF
050600     END-PERFORM
050700     MOVE ML-FIELD-NAME TO WS-ML-FIELD-VIEW
050800
050900     IF ML-MAINT-DATE = WS-BUSINESS-DATE
051000         ADD 1 TO WS-ENTRIES-REVIEWED
051100         PERFORM 2800-LOAD-FROM-MAINT-LOG THRU 2800-EXIT
051200         SET SD-MAINT-LINE TO TRUE
051300         RELEASE SD-SORT-RECORD
051400         IF NOT WS-BATCH-ENTRY
051500             PERFORM 2120-CHECK-HOURS THRU 2120-EXIT
051600         END-IF
051700         PERFORM 2130-CHECK-ROLE-CHANGE THRU 2130-EXIT
051800     END-IF
051900
052000     IF ML-ACCOUNT-NUMBER NOT = 0 AND NOT WS-BATCH-ENTRY AND
052100             ML-MAINT-DATE NOT < WS-WINDOW-START-DATE AND
052200             ML-MAINT-DATE NOT > WS-BUSINESS-DATE
052300         PERFORM 2140-KEEP-WINDOW-ENTRY THRU 2140-EXIT
052400     END-IF.
052500 2110-EXIT.
052600     EXIT.
052700
052800 2120-CHECK-HOURS.
052900     IF ML-FIELD-NAME NOT = "STATUS" AND
053000             NOT (WS-MF-PREFIX = "OPR " AND
053100                  WS-MF-SUBFIELD = "STATUS")
053200         GO TO 2120-EXIT
053300     END-IF
053400     COMPUTE WS-DAY-INTEGER =
053500         FUNCTION INTEGER-OF-DATE(ML-MAINT-DATE)
053600     DIVIDE WS-DAY-INTEGER BY 7
053700         GIVING WS-DOW-QUOTIENT
053800         REMAINDER WS-DAY-OF-WEEK
053900     MOVE ML-MAINT-TIME TO WS-TIME-WORK
054000     PERFORM 2900-EDIT-TIME THRU 2900-EXIT
054100     MOVE SPACES TO SD-DETAIL
054200     EVALUATE TRUE
054300         WHEN WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
054400             STRING "CHANGED AT " WS-TIME-EDIT " ON A WEEKEND"
054500                 DELIMITED BY SIZE INTO SD-DETAIL
054600         WHEN ML-MAINT-TIME < WS-HOURS-OPEN OR
054700                 ML-MAINT-TIME NOT < WS-HOURS-CLOSE
054800             STRING "CHANGED AT " WS-TIME-EDIT
054900                 " OUTSIDE BUSINESS HOURS"
055000                 DELIMITED BY SIZE INTO SD-DETAIL
055100         WHEN OTHER
055200             GO TO 2120-EXIT
055300     END-EVALUATE
055400     PERFORM 2800-LOAD-FROM-MAINT-LOG THRU 2800-EXIT
055500     SET SD-FLAG-LINE TO TRUE
055600     MOVE 'H' TO SD-RULE
055700     RELEASE SD-SORT-RECORD.
055800 2120-EXIT.
055900     EXIT.
056000
056100 2130-CHECK-ROLE-CHANGE.
056200     IF WS-MF-PREFIX NOT = "OPR "
056300         GO TO 2130-EXIT
056400     END-IF
056500     IF WS-MF-SUBFIELD NOT = "ROLE" AND
056600             WS-MF-SUBFIELD NOT = "ADDED"
056700         GO TO 2130-EXIT
056800     END-IF
056900     MOVE SPACES TO SD-DETAIL
057000     IF WS-MF-SUBFIELD = "ADDED"
057100         STRING "NEW OPERATOR " WS-MF-TARGET-ID " GIVEN ROLE "
057200                 ML-NEW-VALUE(1:1)
057300             DELIMITED BY SIZE INTO SD-DETAIL
057400     ELSE
057500         STRING "OPERATOR " WS-MF-TARGET-ID " ROLE "
057600                 ML-OLD-VALUE(1:1) " TO " ML-NEW-VALUE(1:1)
057700             DELIMITED BY SIZE INTO SD-DETAIL
057800     END-IF
057900     IF WS-MF-TARGET-ID = ML-OPERATOR-ID
058000         MOVE "(OWN ID)" TO SD-DETAIL(40:8)
058100     END-IF
058200     PERFORM 2800-LOAD-FROM-MAINT-LOG THRU 2800-EXIT
058300     SET SD-FLAG-LINE TO TRUE
058400     MOVE 'R' TO SD-RULE
058500     RELEASE SD-SORT-RECORD.
058600 2130-EXIT.
058700     EXIT.
058800
058900 2140-KEEP-WINDOW-ENTRY.
059000     IF WS-WINDOW-COUNT NOT < 1000
059100         IF NOT WS-WINDOW-FULL
059200             DISPLAY "Warning: more than 1000 account changes in "
059300                 "the follow-up window; later ones not paired"
059400             SET WS-WINDOW-FULL TO TRUE
059500         END-IF
059600         GO TO 2140-EXIT
059700     END-IF
059800     ADD 1 TO WS-WINDOW-COUNT
059900     MOVE ML-ACCOUNT-NUMBER TO WS-WN-ACCOUNT(WS-WINDOW-COUNT)
060000     MOVE ML-MAINT-DATE     TO WS-WN-DATE(WS-WINDOW-COUNT)
060100     MOVE ML-MAINT-TIME     TO WS-WN-TIME(WS-WINDOW-COUNT)
060200     MOVE ML-OPERATOR-ID    TO WS-WN-OPERATOR(WS-WINDOW-COUNT)
060300     MOVE ML-FIELD-NAME     TO WS-WN-FIELD-NAME(WS-WINDOW-COUNT)
060400     MOVE ML-OLD-VALUE      TO WS-WN-OLD-VALUE(WS-WINDOW-COUNT)
060500     MOVE ML-NEW-VALUE      TO WS-WN-NEW-VALUE(WS-WINDOW-COUNT)
060600     MOVE SPACES            TO WS-WN-KIND(WS-WINDOW-COUNT)
060700     IF ML-FIELD-NAME = "NAME"
060800         SET WS-WN-NAME-OR-REACTIVATE(WS-WINDOW-COUNT) TO TRUE
060900     END-IF
061000     IF ML-FIELD-NAME = "STATUS" AND ML-OLD-VALUE(1:1) = 'D'
061100             AND ML-NEW-VALUE(1:1) = 'A'
061200         SET WS-WN-NAME-OR-REACTIVATE(WS-WINDOW-COUNT) TO TRUE
061300     END-IF.
061400 2140-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------------
061800* Each debit on the business date is paired with the latest
061900* earlier change to the same account inside the window: the
062000* latest name change or reactivation for a WITHDRAWAL,
062100* XFER-OUT or CHECK, and the latest change by the operator who
062200* posted the debit for any teller debit.
062300*----------------------------------------------------------------
062400 2300-READ-JOURNAL.
062500     IF NOT WS-JRNL-AVAILABLE OR WS-WINDOW-COUNT = 0
062600         GO TO 2300-EXIT
062700     END-IF
062800     PERFORM UNTIL WS-NO-MORE-TRANS
062900         READ TRANSACTION-LOG NEXT RECORD
063000             AT END
063100                 SET WS-NO-MORE-TRANS TO TRUE
063200         END-READ
063300         IF NOT WS-NO-MORE-TRANS
063400             IF TL-TRAN-DATE = WS-BUSINESS-DATE
063500                 PERFORM 2310-CHECK-DEBIT THRU 2310-EXIT
063600             END-IF
063700         END-IF
063800     END-PERFORM.
063900 2300-EXIT.
064000     EXIT.
064100
064200 2310-CHECK-DEBIT.
064300     MOVE SPACES TO WS-DEBIT-KIND
064400     IF TL-IS-WITHDRAWAL OR TL-IS-XFER-OUT OR TL-IS-CHECK
064500         SET WS-CASH-OUT-DEBIT TO TRUE
064600     END-IF
064700     IF TL-IS-REVERSAL AND TL-AMOUNT < 0
064800         SET WS-OTHER-DEBIT TO TRUE
064900     END-IF
065000     IF WS-NOT-A-DEBIT
065100         GO TO 2310-EXIT
065200     END-IF
065300     ADD 1 TO WS-DEBITS-CHECKED
065400     MOVE 0 TO WS-CHANGE-SUB
065500     MOVE 0 TO WS-SELF-SUB
065600     PERFORM VARYING WS-WN-SUB FROM 1 BY 1
065700             UNTIL WS-WN-SUB > WS-WINDOW-COUNT
065800         IF WS-WN-ACCOUNT(WS-WN-SUB) = TL-ACCOUNT-NUMBER AND
065900                 (WS-WN-DATE(WS-WN-SUB) < TL-TRAN-DATE OR
066000                  (WS-WN-DATE(WS-WN-SUB) = TL-TRAN-DATE AND
066100                   WS-WN-TIME(WS-WN-SUB) < TL-TRAN-TIME))
066200             IF WS-WN-NAME-OR-REACTIVATE(WS-WN-SUB) AND
066300                     WS-CASH-OUT-DEBIT
066400                 MOVE WS-WN-SUB TO WS-CHANGE-SUB
066500             END-IF
066600             IF WS-WN-OPERATOR(WS-WN-SUB) = TL-OPERATOR-ID
066700                 MOVE WS-WN-SUB TO WS-SELF-SUB
066800             END-IF
066900         END-IF
067000     END-PERFORM
067100     IF WS-CHANGE-SUB > 0
067200         MOVE WS-CHANGE-SUB TO WS-WN-SUB
067300         MOVE 'W' TO SD-RULE
067400         PERFORM 2320-RELEASE-DEBIT-FLAG THRU 2320-EXIT
067500     END-IF
067600     IF WS-SELF-SUB > 0
067700         MOVE WS-SELF-SUB TO WS-WN-SUB
067800         MOVE 'S' TO SD-RULE
067900         PERFORM 2320-RELEASE-DEBIT-FLAG THRU 2320-EXIT
068000     END-IF.
068100 2310-EXIT.
068200     EXIT.
068300
068400 2320-RELEASE-DEBIT-FLAG.
068500     MOVE WS-WN-OPERATOR(WS-WN-SUB)   TO SD-OPERATOR-ID
068600     MOVE WS-WN-DATE(WS-WN-SUB)       TO SD-MAINT-DATE
068700     MOVE WS-WN-TIME(WS-WN-SUB)       TO SD-MAINT-TIME
068800     MOVE WS-WN-ACCOUNT(WS-WN-SUB)    TO SD-ACCOUNT-NUMBER
068900     MOVE WS-WN-FIELD-NAME(WS-WN-SUB) TO SD-FIELD-NAME
069000     MOVE WS-WN-OLD-VALUE(WS-WN-SUB)  TO SD-OLD-VALUE
069100     MOVE WS-WN-NEW-VALUE(WS-WN-SUB)  TO SD-NEW-VALUE
069200     SET SD-FLAG-LINE TO TRUE
069300     MOVE TL-TRAN-DATE     TO SD-TRAN-DATE
069400     MOVE TL-TRAN-TIME     TO SD-TRAN-TIME
069500     MOVE TL-TRAN-TYPE     TO SD-TRAN-TYPE
069600     MOVE TL-AMOUNT        TO SD-TRAN-AMOUNT
069700     MOVE TL-OPERATOR-ID   TO SD-TRAN-OPERATOR
069800     MOVE TL-TRAN-TIME TO WS-TIME-WORK
069900     PERFORM 2900-EDIT-TIME THRU 2900-EXIT
070000     MOVE TL-AMOUNT TO WS-AMOUNT-EDIT
070100     MOVE SPACES TO SD-DETAIL
070200     STRING TL-TRAN-TYPE " " WS-AMOUNT-EDIT " AT "
070300             WS-TIME-EDIT " BY " TL-OPERATOR-ID
070400         DELIMITED BY SIZE INTO SD-DETAIL
070500     RELEASE SD-SORT-RECORD.
070600 2320-EXIT.
070700     EXIT.
070800
070900 2800-LOAD-FROM-MAINT-LOG.
071000     MOVE ML-OPERATOR-ID    TO SD-OPERATOR-ID
071100     MOVE ML-MAINT-DATE     TO SD-MAINT-DATE
071200     MOVE ML-MAINT-TIME     TO SD-MAINT-TIME
071300     MOVE ML-ACCOUNT-NUMBER TO SD-ACCOUNT-NUMBER
071400     MOVE ML-FIELD-NAME     TO SD-FIELD-NAME
071500     MOVE ML-OLD-VALUE      TO SD-OLD-VALUE
071600     MOVE ML-NEW-VALUE      TO SD-NEW-VALUE
071700     MOVE SPACES            TO SD-RULE
071800     MOVE ZEROES            TO SD-TRAN-DATE
071900     MOVE ZEROES            TO SD-TRAN-TIME
072000     MOVE SPACES            TO SD-TRAN-TYPE
072100     MOVE 0                 TO SD-TRAN-AMOUNT
072200     MOVE SPACES            TO SD-TRAN-OPERATOR.
072300 2800-EXIT.
072400     EXIT.
072500
072600 2900-EDIT-TIME.
072700     MOVE WS-TP-HH TO WS-TE-HH
072800     MOVE WS-TP-MM TO WS-TE-MM
072900     MOVE WS-TP-SS TO WS-TE-SS.
073000 2900-EXIT.
073100     EXIT.
073200
073300*----------------------------------------------------------------
073400* One group per operator. A red flag prints under the entry it
073500* belongs to; a flag on an entry from an earlier day prints that
073600* entry first.
073700*----------------------------------------------------------------
073800 5000-PRINT-REVIEW.
073900     RETURN SORT-WORK
074000         AT END
074100             SET WS-SORT-EOF TO TRUE
074200     END-RETURN
074300     IF WS-SORT-EOF
074400         MOVE SPACES TO REVIEW-LISTING-LINE
074500         WRITE REVIEW-LISTING-LINE
074600         MOVE "NO MAINTENANCE ENTRIES FOR THE BUSINESS DATE"
074700             TO WS-S-TITLE
074800         MOVE WS-SECTION-LINE TO REVIEW-LISTING-LINE
074900         WRITE REVIEW-LISTING-LINE
075000     END-IF
075100     PERFORM UNTIL WS-SORT-EOF
075200         IF WS-FIRST-RECORD OR
075300                 SD-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
075400             IF NOT WS-FIRST-RECORD
075500                 PERFORM 5300-PRINT-OPERATOR-TOTAL THRU 5300-EXIT
075600             END-IF
075700             MOVE 'N' TO WS-FIRST-RECORD-SW
075800             PERFORM 5100-PRINT-OPERATOR-HEADING THRU 5100-EXIT
075900         END-IF
076000         MOVE SD-MAINT-DATE     TO WS-SM-DATE
076100         MOVE SD-MAINT-TIME     TO WS-SM-TIME
076200         MOVE SD-ACCOUNT-NUMBER TO WS-SM-ACCOUNT
076300         IF SD-MAINT-LINE
076400             ADD 1 TO WS-OPR-ENTRIES
076500             PERFORM 5200-PRINT-ENTRY THRU 5200-EXIT
076600         ELSE
076700             IF WS-SORT-MAINT-KEY NOT = WS-LAST-MAINT-KEY
076800                 PERFORM 5200-PRINT-ENTRY THRU 5200-EXIT
076900             END-IF
077000             PERFORM 5400-PRINT-FLAG THRU 5400-EXIT
077100         END-IF
077200         RETURN SORT-WORK
077300             AT END
077400                 SET WS-SORT-EOF TO TRUE
077500         END-RETURN
077600     END-PERFORM
077700     IF NOT WS-FIRST-RECORD
077800         PERFORM 5300-PRINT-OPERATOR-TOTAL THRU 5300-EXIT
077900     END-IF.
078000 5000-EXIT.
078100     EXIT.
078200
078300 5100-PRINT-OPERATOR-HEADING.
078400     MOVE SD-OPERATOR-ID TO WS-CURRENT-OPERATOR
078500     MOVE LOW-VALUES TO WS-LAST-MAINT-KEY
078600     MOVE 0 TO WS-OPR-ENTRIES
078700     MOVE 0 TO WS-OPR-FLAGS
078800     ADD 1 TO WS-OPERATORS-LISTED
078900     MOVE SD-OPERATOR-ID TO WS-OH-OPERATOR-ID
079000     MOVE SPACES TO WS-OH-NAME
079100     MOVE SPACES TO WS-OH-ROLE
079200     MOVE 'N' TO WS-BATCH-ENTRY-SW
079300     PERFORM VARYING WS-JOB-STAMP-SUB FROM 1 BY 1
079400             UNTIL WS-JOB-STAMP-SUB > 2
079500         IF WS-JOB-STAMP(WS-JOB-STAMP-SUB) = SD-OPERATOR-ID
079600             SET WS-BATCH-ENTRY TO TRUE
079700         END-IF
079800     END-PERFORM
079900     IF WS-BATCH-ENTRY
080000         MOVE "BATCH JOB" TO WS-OH-NAME
080100     ELSE
080200         MOVE SD-OPERATOR-ID TO OPR-OPERATOR-ID
080300         READ OPERATOR-MASTER
080400             INVALID KEY
080500                 MOVE "*** NOT ON OPERMSTR ***" TO WS-OH-NAME
080600             NOT INVALID KEY
080700                 MOVE OPR-NAME TO WS-OH-NAME
080800                 EVALUATE TRUE
080900                     WHEN OPR-ROLE-SUPERVISOR
081000                         MOVE "SUPERVISOR" TO WS-OH-ROLE
081100                     WHEN OPR-ROLE-TELLER
081200                         MOVE "TELLER" TO WS-OH-ROLE
081300                     WHEN OTHER
081400                         MOVE "ROLE ?" TO WS-OH-ROLE
081500                         MOVE OPR-ROLE TO WS-OH-ROLE(6:1)
081600                 END-EVALUATE
081700                 IF OPR-SUSPENDED
081800                     MOVE "SUSPENDED" TO WS-OH-ROLE(12:9)
081900                 END-IF
082000         END-READ
082100     END-IF
082200     MOVE SPACES TO REVIEW-LISTING-LINE
082300     WRITE REVIEW-LISTING-LINE
082400     MOVE WS-OPERATOR-HEADING-LINE TO REVIEW-LISTING-LINE
082500     WRITE REVIEW-LISTING-LINE
082600     MOVE WS-COLUMN-HEADING-LINE TO REVIEW-LISTING-LINE
082700     WRITE REVIEW-LISTING-LINE.
082800 5100-EXIT.
082900     EXIT.
083000
083100 5200-PRINT-ENTRY.
083200     MOVE WS-SORT-MAINT-KEY TO WS-LAST-MAINT-KEY
083300     MOVE SD-MAINT-DATE TO WS-D-DATE
083400     MOVE SD-MAINT-TIME TO WS-TIME-WORK
083500     PERFORM 2900-EDIT-TIME THRU 2900-EXIT
083600     MOVE WS-TIME-EDIT TO WS-D-TIME
083700     MOVE SD-ACCOUNT-NUMBER TO WS-D-ACCOUNT
083800     MOVE SD-FIELD-NAME TO WS-D-FIELD-NAME
083900     MOVE SD-OLD-VALUE  TO WS-D-OLD-VALUE
084000     MOVE SD-NEW-VALUE  TO WS-D-NEW-VALUE
084100     MOVE WS-DETAIL-LINE TO REVIEW-LISTING-LINE
084200     WRITE REVIEW-LISTING-LINE.
084300 5200-EXIT.
084400     EXIT.
084500
084600 5300-PRINT-OPERATOR-TOTAL.
084700     MOVE WS-OPR-ENTRIES TO WS-OT-ENTRIES
084800     MOVE WS-OPR-FLAGS   TO WS-OT-FLAGS
084900     MOVE WS-OPERATOR-TOTAL-LINE TO REVIEW-LISTING-LINE
085000     WRITE REVIEW-LISTING-LINE.
085100 5300-EXIT.
085200     EXIT.
085300
085400 5400-PRINT-FLAG.
085500     PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
085600             UNTIL WS-RULE-SUB > 4 OR
085700                   WS-RULE-CODE(WS-RULE-SUB) = SD-RULE
085800         CONTINUE
085900     END-PERFORM
086000     MOVE WS-RULE-TITLE(WS-RULE-SUB) TO WS-F-TITLE
086100     MOVE SD-DETAIL TO WS-F-DETAIL
086200     MOVE WS-FLAG-LINE TO REVIEW-LISTING-LINE
086300     WRITE REVIEW-LISTING-LINE
086400     ADD 1 TO WS-RULE-COUNT(WS-RULE-SUB)
086500     ADD 1 TO WS-OPR-FLAGS
086600     ADD 1 TO WS-TOTAL-FLAGS
086700     PERFORM 5500-WRITE-EXCEPTION THRU 5500-EXIT.
086800 5400-EXIT.
086900     EXIT.
087000
087100 5500-WRITE-EXCEPTION.
087200     INITIALIZE MAINT-EXCEPTION-RECORD
087300     MOVE WS-BUSINESS-DATE  TO MX-REVIEW-DATE
087400     MOVE SD-RULE           TO MX-RULE
087500     MOVE SD-OPERATOR-ID    TO MX-OPERATOR-ID
087600     MOVE SD-ACCOUNT-NUMBER TO MX-ACCOUNT-NUMBER
087700     MOVE SD-MAINT-DATE     TO MX-MAINT-DATE
087800     MOVE SD-MAINT-TIME     TO MX-MAINT-TIME
087900     MOVE SD-FIELD-NAME     TO MX-FIELD-NAME
088000     MOVE SD-OLD-VALUE      TO MX-OLD-VALUE
088100     MOVE SD-NEW-VALUE      TO MX-NEW-VALUE
088200     MOVE SD-TRAN-DATE      TO MX-TRAN-DATE
088300     MOVE SD-TRAN-TIME      TO MX-TRAN-TIME
088400     MOVE SD-TRAN-TYPE      TO MX-TRAN-TYPE
088500     MOVE SD-TRAN-AMOUNT    TO MX-TRAN-AMOUNT
088600     MOVE SD-TRAN-OPERATOR  TO MX-TRAN-OPERATOR
088700     WRITE MAINT-EXCEPTION-RECORD
088800     IF NOT WS-MNTX-OK
088900         DISPLAY "Warning: maintenance exception write failed, "
089000             "status " WS-MNTX-FILE-STATUS
089100     END-IF.
089200 5500-EXIT.
089300     EXIT.
089400
089500 6000-PRINT-SIGN-OFF.
089600     MOVE SPACES TO REVIEW-LISTING-LINE
089700     WRITE REVIEW-LISTING-LINE
089800     MOVE "REVIEW SUMMARY" TO WS-S-TITLE
089900     MOVE WS-SECTION-LINE TO REVIEW-LISTING-LINE
090000     WRITE REVIEW-LISTING-LINE
090100     MOVE "MAINTLOG ENTRIES READ:" TO WS-T-LABEL
090200     MOVE WS-ENTRIES-READ TO WS-T-COUNT
090300     MOVE WS-TOTAL-LINE TO REVIEW-LISTING-LINE
090400     WRITE REVIEW-LISTING-LINE
090500     MOVE "ENTRIES FOR THE BUSINESS DATE:" TO WS-T-LABEL
090600     MOVE WS-ENTRIES-REVIEWED TO WS-T-COUNT
090700     MOVE WS-TOTAL-LINE TO REVIEW-LISTING-LINE
090800     WRITE REVIEW-LISTING-LINE
090900     MOVE "OPERATORS LISTED:" TO WS-T-LABEL
091000     MOVE WS-OPERATORS-LISTED TO WS-T-COUNT
091100     MOVE WS-TOTAL-LINE TO REVIEW-LISTING-LINE
091200     WRITE REVIEW-LISTING-LINE
091300     MOVE "ACCOUNT CHANGES IN THE FOLLOW-UP WINDOW:" TO WS-T-LABEL
091400     MOVE WS-WINDOW-COUNT TO WS-T-COUNT
091500     MOVE WS-TOTAL-LINE TO REVIEW-LISTING-LINE
091600     WRITE REVIEW-LISTING-LINE
091700     MOVE "DEBITS CHECKED AGAINST THEM:" TO WS-T-LABEL
091800     MOVE WS-DEBITS-CHECKED TO WS-T-COUNT
091900     MOVE WS-TOTAL-LINE TO REVIEW-LISTING-LINE
092000     WRITE REVIEW-LISTING-LINE
092100     PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
092200             UNTIL WS-RULE-SUB > 4
092300         MOVE WS-RULE-TITLE(WS-RULE-SUB) TO WS-T-LABEL
092400         MOVE WS-RULE-COUNT(WS-RULE-SUB) TO WS-T-COUNT
092500         MOVE WS-TOTAL-LINE TO REVIEW-LISTING-LINE
092600         WRITE REVIEW-LISTING-LINE
092700     END-PERFORM
092800     MOVE "TOTAL RED FLAGS:" TO WS-T-LABEL
092900     MOVE WS-TOTAL-FLAGS TO WS-T-COUNT
093000     MOVE WS-TOTAL-LINE TO REVIEW-LISTING-LINE
093100     WRITE REVIEW-LISTING-LINE
093200     IF WS-WINDOW-FULL
093300         MOVE "WINDOW TABLE FULL - NOT EVERY CHANGE WAS PAIRED"
093400             TO WS-S-TITLE
093500         MOVE WS-SECTION-LINE TO REVIEW-LISTING-LINE
093600         WRITE REVIEW-LISTING-LINE
093700     END-IF
093800
093900     MOVE SPACES TO REVIEW-LISTING-LINE
094000     WRITE REVIEW-LISTING-LINE
094100     MOVE WS-SIGN-OFF-LINE-1 TO REVIEW-LISTING-LINE
094200     WRITE REVIEW-LISTING-LINE
094300     MOVE SPACES TO REVIEW-LISTING-LINE
094400     WRITE REVIEW-LISTING-LINE
094500     MOVE WS-SIGN-OFF-LINE-2 TO REVIEW-LISTING-LINE
094600     WRITE REVIEW-LISTING-LINE
094700     MOVE SPACES TO REVIEW-LISTING-LINE
094800     WRITE REVIEW-LISTING-LINE
094900     MOVE WS-SIGN-OFF-LINE-3 TO REVIEW-LISTING-LINE
095000     WRITE REVIEW-LISTING-LINE.
095100 6000-EXIT.
095200     EXIT.
095300
095400 9800-MARK-JOB-DONE.
095500     OPEN I-O RUN-CONTROL
095600     IF NOT WS-RNCT-OK
095700         DISPLAY "Warning: run control open failed, status "
095800             WS-RNCT-FILE-STATUS
095900         GO TO 9800-EXIT
096000     END-IF
096100     READ RUN-CONTROL
096200         AT END
096300             DISPLAY "Warning: run control is empty."
096400     END-READ
096500     MOVE 'C' TO RC-MNTREV-STATUS
096600     REWRITE RUN-CONTROL-RECORD
096700     IF NOT WS-RNCT-OK
096800         DISPLAY "Warning: run control rewrite failed, "
096900             "status " WS-RNCT-FILE-STATUS
097000     END-IF
097100     CLOSE RUN-CONTROL.
097200 9800-EXIT.
097300     EXIT.
097400
097500 9999-END-OF-JOB.
097600     PERFORM 9800-MARK-JOB-DONE THRU 9800-EXIT
097700     CLOSE OPERATOR-MASTER
097800     IF WS-MNTL-AVAILABLE
097900         CLOSE MAINT-LOG
098000     END-IF
098100     IF WS-JRNL-AVAILABLE
098200         CLOSE TRANSACTION-LOG
098300     END-IF
098400     CLOSE REVIEW-LISTING
098500     CLOSE MAINT-EXCEPTIONS
098600     DISPLAY "Maintenance audit review complete. Entries: "
098700         WS-ENTRIES-REVIEWED " red flags: " WS-TOTAL-FLAGS
098800     STOP RUN.
098900 9999-EXIT.
099000     EXIT.
