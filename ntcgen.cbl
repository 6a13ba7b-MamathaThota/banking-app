000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NOTICE-GEN.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original nightly customer notice job. Gathers
001100*                  the day's customer events: standing orders
001200*                  BATCH-POST rejected for insufficient funds
001300*                  (BATCHREJ), overdrawn accounts on the ODEXTR
001400*                  collections extract, accounts DORM-MON will
001500*                  make dormant within its warning period
001600*                  (DORMCAND), and deposit holds placed within
001700*                  the last WS-HOLD-LOOKBACK-DAYS days that are
001800*                  still open (HOLDFILE). The owner is found
001900*                  through ACCT-CUSTOMER-NUMBER and CIFMSTR, and
002000*                  one print-ready notice per customer combines
002100*                  all of that customer's events on NOTICES.
002200*                  Every event printed is recorded on the NTCHIST
002300*                  notice history and is not printed again on a
002400*                  later night. Events for accounts with no
002500*                  customer or no mailing address on CIFMSTR are
002600*                  listed on NTCUNDL instead and are retried each
002700*                  night until the address is put right. Runs
002800*                  after BATCH-POST, OD-AGING and DORM-MON under
002900*                  RUNCTL run control.
003000*----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RUN-CONTROL ASSIGN TO RUNCTL
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RNCT-FILE-STATUS.
004200
004300     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ACCT-NUMBER
004700         FILE STATUS IS WS-ACCT-FILE-STATUS.
004800
004900     SELECT CIF-MASTER ASSIGN TO CIFMSTR
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CIF-NUMBER
005300         FILE STATUS IS WS-CIF-FILE-STATUS.
005400
005500     SELECT BATCH-REJECT ASSIGN TO BATCHREJ
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-BREJ-FILE-STATUS.
005800
005900     SELECT OD-EXTRACT ASSIGN TO ODEXTR
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-ODEX-FILE-STATUS.
006200
006300     SELECT DORMANT-CANDIDATES ASSIGN TO DORMCAND
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-DCAN-FILE-STATUS.
006600
006700     SELECT HOLD-FILE ASSIGN TO HOLDFILE
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS HOLD-KEY
007100         FILE STATUS IS WS-HOLD-FILE-STATUS.
007200
007300     SELECT NOTICE-HISTORY ASSIGN TO NTCHIST
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS NH-KEY
007700         FILE STATUS IS WS-NTCH-FILE-STATUS.
007800
007900     SELECT SORT-WORK ASSIGN TO SRTWK01.
008000
008100     SELECT CUSTOMER-NOTICES ASSIGN TO NOTICES
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-NTC-FILE-STATUS.
008400
008500     SELECT UNDELIVERABLE-LISTING ASSIGN TO NTCUNDL
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-RPT-FILE-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  RUN-CONTROL
009200     LABEL RECORDS ARE STANDARD.
009300 COPY RUNCTREC.
009400
009500 FD  ACCOUNT-MASTER
009600     LABEL RECORDS ARE STANDARD.
009700 COPY ACCTREC.
009800
009900 FD  CIF-MASTER
010000     LABEL RECORDS ARE STANDARD.
010100 COPY CIFREC.
010200
010300 FD  BATCH-REJECT
010400     LABEL RECORDS ARE STANDARD.
010500 COPY BREJREC.
010600
010700 FD  OD-EXTRACT
010800     LABEL RECORDS ARE STANDARD.
010900 COPY ODEXREC.
011000
011100 FD  DORMANT-CANDIDATES
011200     LABEL RECORDS ARE STANDARD.
011300 COPY DCANREC.
011400
011500 FD  HOLD-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 COPY HOLDREC.
011800
011900 FD  NOTICE-HISTORY
012000     LABEL RECORDS ARE STANDARD.
012100 COPY NTCHREC.
012200
012300 SD  SORT-WORK.
012400 01  SD-SORT-RECORD.
012500     05  SD-DELIVERY             PIC X(01).
012600         88  SD-MAILABLE                   VALUE 'M'.
012700         88  SD-UNDELIVERABLE              VALUE 'U'.
012800     05  SD-CUSTOMER-NUMBER      PIC 9(10).
012900     05  SD-EVENT-KEY.
013000         10  SD-ACCOUNT-NUMBER   PIC 9(10).
013100         10  SD-NOTICE-TYPE      PIC X(01).
013200             88  SD-NSF-STANDING-ORDER     VALUE 'N'.
013300             88  SD-OVERDRAWN              VALUE 'O'.
013400             88  SD-DORMANCY-WARNING       VALUE 'D'.
013500             88  SD-HOLD-PLACED            VALUE 'H'.
013600         10  SD-EVENT-DATE       PIC 9(08).
013700         10  SD-REFERENCE        PIC X(10).
013800     05  SD-AMOUNT               PIC S9(11)V99  COMP-3.
013900     05  SD-DAYS                 PIC 9(05).
014000     05  SD-OTHER-DATE           PIC 9(08).
014100     05  SD-UNDELIVERABLE-REASON PIC X(30).
014200
014300 FD  CUSTOMER-NOTICES
014400     LABEL RECORDS ARE STANDARD.
014500 01  CUSTOMER-NOTICE-LINE        PIC X(80).
014600
014700 FD  UNDELIVERABLE-LISTING
014800     LABEL RECORDS ARE STANDARD.
014900 01  UNDELIVERABLE-LISTING-LINE  PIC X(132).
015000
015100 WORKING-STORAGE SECTION.
015200 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
015300     88  WS-RNCT-OK                     VALUE '00'.
015400 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
015500     88  WS-ACCT-OK                     VALUE '00'.
015600 01  WS-CIF-FILE-STATUS      PIC X(02)  VALUE '00'.
015700     88  WS-CIF-OK                      VALUE '00'.
015800 01  WS-BREJ-FILE-STATUS     PIC X(02)  VALUE '00'.
015900     88  WS-BREJ-OK                     VALUE '00'.
016000     88  WS-BREJ-NOT-FOUND              VALUE '35'.
016100 01  WS-ODEX-FILE-STATUS     PIC X(02)  VALUE '00'.
016200     88  WS-ODEX-OK                     VALUE '00'.
016300     88  WS-ODEX-NOT-FOUND              VALUE '35'.
016400 01  WS-DCAN-FILE-STATUS     PIC X(02)  VALUE '00'.
016500     88  WS-DCAN-OK                     VALUE '00'.
016600     88  WS-DCAN-NOT-FOUND              VALUE '35'.
016700 01  WS-HOLD-FILE-STATUS     PIC X(02)  VALUE '00'.
016800     88  WS-HOLD-OK                     VALUE '00'.
016900     88  WS-HOLD-NOT-FOUND              VALUE '35'.
017000 01  WS-NTCH-FILE-STATUS     PIC X(02)  VALUE '00'.
017100     88  WS-NTCH-OK                     VALUE '00'.
017200     88  WS-NTCH-NOT-FOUND              VALUE '35'.
017300 01  WS-NTC-FILE-STATUS      PIC X(02)  VALUE '00'.
017400     88  WS-NTC-OK                      VALUE '00'.
017500     88  WS-NTC-NOT-FOUND               VALUE '35'.
017600 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
017700     88  WS-RPT-OK                      VALUE '00'.
017800
017900 01  WS-SWITCHES.
018000     05  WS-BREJ-AVAIL-SW    PIC X(01)  VALUE 'N'.
018100         88  WS-BREJ-AVAILABLE          VALUE 'Y'.
018200     05  WS-ODEX-AVAIL-SW    PIC X(01)  VALUE 'N'.
018300         88  WS-ODEX-AVAILABLE          VALUE 'Y'.
018400     05  WS-DCAN-AVAIL-SW    PIC X(01)  VALUE 'N'.
018500         88  WS-DCAN-AVAILABLE          VALUE 'Y'.
018600     05  WS-HOLD-AVAIL-SW    PIC X(01)  VALUE 'N'.
018700         88  WS-HOLD-AVAILABLE          VALUE 'Y'.
018800     05  WS-BREJ-EOF-SW      PIC X(01)  VALUE 'N'.
018900         88  WS-NO-MORE-REJECTS         VALUE 'Y'.
019000     05  WS-ODEX-EOF-SW      PIC X(01)  VALUE 'N'.
019100         88  WS-NO-MORE-OVERDRAWN       VALUE 'Y'.
019200     05  WS-DCAN-EOF-SW      PIC X(01)  VALUE 'N'.
019300         88  WS-NO-MORE-CANDIDATES      VALUE 'Y'.
019400     05  WS-HOLD-EOF-SW      PIC X(01)  VALUE 'N'.
019500         88  WS-NO-MORE-HOLDS           VALUE 'Y'.
019600     05  WS-SORT-EOF-SW      PIC X(01)  VALUE 'N'.
019700         88  WS-SORT-EOF                VALUE 'Y'.
019800     05  WS-RERUN-SW         PIC X(01)  VALUE 'N'.
019900         88  WS-RERUN                   VALUE 'Y'.
020000     05  WS-NOTICE-OPEN-SW   PIC X(01)  VALUE 'N'.
020100         88  WS-NOTICE-OPEN             VALUE 'Y'.
020200
020300 01  WS-BUSINESS-DATE            PIC 9(08)  VALUE ZEROES.
020400 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZEROES.
020500
020600*    A hold is told to the customer when it was placed up to this
020700*    many calendar days before the business date and is still
020800*    open, so a night the job does not run loses nothing.
020900 01  WS-HOLD-LOOKBACK-DAYS       PIC 9(02)  VALUE 7.
021000 01  WS-HOLD-FROM-DATE           PIC 9(08)  VALUE ZEROES.
021100
021200*    BATCHREJ reason and reference prefix of a standing order
021300*    rejected for insufficient funds (see SO-GENERATE and
021400*    BATCH-POST).
021500 01  WS-NSF-REASON               PIC X(30)  VALUE
021600     "INSUFFICIENT FUNDS".
021700 01  WS-STANDING-ORDER-PREFIX    PIC X(02)  VALUE "SO".
021800
021900 01  WS-BUSINESS-INTEGER         PIC 9(08)  VALUE ZEROES.
022000 01  WS-DAY-INTEGER              PIC 9(08)  VALUE ZEROES.
022100 01  WS-DOW-QUOTIENT             PIC 9(08)  VALUE ZEROES.
022200 01  WS-DAY-OF-WEEK              PIC 9(01)  VALUE 0.
022300 01  WS-DAYS-COUNTED             PIC 9(05)  VALUE 0.
022400
022500*    Notice titles in sort order, keyed by the NH-NOTICE-TYPE
022600*    code.
022700 01  WS-TYPE-VALUES.
022800     05  FILLER                  PIC X(41) VALUE
022900         "DACCOUNT ABOUT TO BECOME DORMANT".
023000     05  FILLER                  PIC X(41) VALUE
023100         "HHOLD PLACED ON DEPOSITED FUNDS".
023200     05  FILLER                  PIC X(41) VALUE
023300         "NSTANDING ORDER NOT PAID".
023400     05  FILLER                  PIC X(41) VALUE
023500         "OACCOUNT OVERDRAWN".
023600 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
023700     05  WS-TYPE-ENTRY OCCURS 4 TIMES.
023800         10  WS-TYPE-CODE        PIC X(01).
023900         10  WS-TYPE-TITLE       PIC X(40).
024000 01  WS-TYPE-COUNT-TABLE.
024100     05  WS-TYPE-COUNTS OCCURS 4 TIMES.
024200         10  WS-TYPE-FOUND       PIC 9(7) COMP.
024300         10  WS-TYPE-NOTIFIED    PIC 9(7) COMP.
024400         10  WS-TYPE-PRINTED     PIC 9(7) COMP.
024500         10  WS-TYPE-UNDELIV     PIC 9(7) COMP.
024600 01  WS-TYPE-SUB                 PIC 9(01)  VALUE 0.
024700
024800 01  WS-CURRENT-CUSTOMER         PIC 9(10)  VALUE ZEROES.
024900 01  WS-LAST-EVENT-KEY           PIC X(29)  VALUE LOW-VALUES.
025000
025100 01  WS-DATE-WORK                PIC 9(08)  VALUE ZEROES.
025200 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
025300     05  WS-DP-YYYY              PIC 9(04).
025400     05  WS-DP-MM                PIC 9(02).
025500     05  WS-DP-DD                PIC 9(02).
025600 01  WS-DATE-EDIT.
025700     05  WS-DE-MM                PIC 9(02).
025800     05  FILLER                  PIC X(01)  VALUE "/".
025900     05  WS-DE-DD                PIC 9(02).
026000     05  FILLER                  PIC X(01)  VALUE "/".
026100     05  WS-DE-YYYY              PIC 9(04).
026200
026300 01  WS-EVENTS-CHECKED           PIC 9(7) COMP VALUE 0.
026400 01  WS-ALREADY-NOTIFIED         PIC 9(7) COMP VALUE 0.
026500 01  WS-DUPLICATES-SKIPPED       PIC 9(7) COMP VALUE 0.
026600 01  WS-NOTICES-PRINTED          PIC 9(7) COMP VALUE 0.
026700 01  WS-EVENTS-PRINTED           PIC 9(7) COMP VALUE 0.
026800 01  WS-EVENTS-UNDELIVERABLE     PIC 9(7) COMP VALUE 0.
026900
027000 01  WS-SENDER-NAME              PIC X(30)  VALUE
027100     "RETAIL BANKING SYSTEMS".
027200
027300*    Notice lines.
027400 01  WS-NOTICE-SEPARATOR-LINE    PIC X(80)  VALUE ALL "=".
027500
027600 01  WS-NOTICE-TITLE-LINE.
027700     05  FILLER                  PIC X(48) VALUE
027800         "CUSTOMER ACCOUNT NOTICE".
027900     05  FILLER                  PIC X(13) VALUE "NOTICE DATE: ".
028000     05  WS-N-NOTICE-DATE        PIC X(10).
028100
028200 01  WS-NOTICE-FIELD-LINE.
028300     05  WS-N-LABEL              PIC X(26).
028400     05  WS-N-VALUE              PIC X(40).
028500
028600 01  WS-NOTICE-AMOUNT-LINE.
028700     05  WS-N-AMOUNT-LABEL       PIC X(26).
028800     05  WS-N-AMOUNT             PIC $$$,$$$,$$$,$$9.99-.
028900
029000 01  WS-NOTICE-EVENT-LINE.
029100     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
029200     05  WS-N-ACCOUNT            PIC 9(10).
029300     05  FILLER                  PIC X(03) VALUE " - ".
029400     05  WS-N-TITLE              PIC X(40).
029500
029600 01  WS-NOTICE-TEXT-LINE.
029700     05  FILLER                  PIC X(04) VALUE SPACES.
029800     05  WS-N-TEXT               PIC X(76).
029900
030000 01  WS-NOTICE-OPENING-LINE      PIC X(80) VALUE
030100     "WE ARE WRITING ABOUT THE FOLLOWING ON YOUR ACCOUNTS:".
030200
030300 01  WS-NOTICE-CLOSING-LINE.
030400     05  FILLER                  PIC X(40) VALUE
030500         "IF YOU HAVE ANY QUESTIONS, PLEASE CALL ".
030600     05  FILLER                  PIC X(26) VALUE
030700         "OR VISIT YOUR BRANCH.".
030800
030900 01  WS-N-CUSTOMER-DISPLAY       PIC 9(10).
031000 01  WS-N-DAYS-DISPLAY           PIC Z(4)9.
031100
031200*    Undeliverable listing lines.
031300 01  WS-HEADING-LINE.
031400     05  FILLER                  PIC X(44) VALUE
031500         "UNDELIVERABLE CUSTOMER NOTICES".
031600     05  FILLER                  PIC X(15) VALUE
031700         "BUSINESS DATE: ".
031800     05  WS-H-BUSINESS-DATE      PIC 9(8).
031900     05  FILLER                  PIC X(12) VALUE
032000         "  RUN DATE: ".
032100     05  WS-H-RUN-DATE           PIC 9(8).
032200
032300 01  WS-COLUMN-HEADING-LINE.
032400     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
032500     05  FILLER                  PIC X(12) VALUE "CUSTOMER".
032600     05  FILLER                  PIC X(42) VALUE "NOTICE".
032700     05  FILLER                  PIC X(10) VALUE "EVENT DATE".
032800     05  FILLER                  PIC X(02) VALUE SPACES.
032900     05  FILLER                  PIC X(30) VALUE "REASON".
033000
033100 01  WS-DETAIL-LINE.
033200     05  WS-D-ACCOUNT            PIC Z(9)9.
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  WS-D-CUSTOMER           PIC Z(9)9.
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  WS-D-TITLE              PIC X(40).
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  WS-D-EVENT-DATE         PIC 9(08).
033900     05  FILLER                  PIC X(04) VALUE SPACES.
034000     05  WS-D-REASON             PIC X(30).
034100
034200 01  WS-SECTION-LINE.
034300     05  WS-S-TITLE              PIC X(80).
034400
034500 01  WS-TYPE-HEADING-LINE.
034600     05  FILLER                  PIC X(40) VALUE SPACES.
034700     05  FILLER                  PIC X(10) VALUE "     FOUND".
034800     05  FILLER                  PIC X(10) VALUE "  ALREADY ".
034900     05  FILLER                  PIC X(10) VALUE "   PRINTED".
035000     05  FILLER                  PIC X(10) VALUE "   UNDELIV".
035100
035200 01  WS-TYPE-TOTAL-LINE.
035300     05  WS-TT-TITLE             PIC X(40).
035400     05  FILLER                  PIC X(03) VALUE SPACES.
035500     05  WS-TT-FOUND             PIC Z(6)9.
035600     05  FILLER                  PIC X(03) VALUE SPACES.
035700     05  WS-TT-NOTIFIED          PIC Z(6)9.
035800     05  FILLER                  PIC X(03) VALUE SPACES.
035900     05  WS-TT-PRINTED           PIC Z(6)9.
036000     05  FILLER                  PIC X(03) VALUE SPACES.
036100     05  WS-TT-UNDELIV           PIC Z(6)9.
036200
036300 01  WS-TOTAL-LINE.
036400     05  WS-T-LABEL              PIC X(42).
036500     05  WS-T-COUNT              PIC Z(8)9.
036600
036700 PROCEDURE DIVISION.
036800 0000-MAINLINE.
036900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037000     SORT SORT-WORK
037100         ON ASCENDING KEY SD-DELIVERY
037200                          SD-CUSTOMER-NUMBER
037300                          SD-ACCOUNT-NUMBER
037400                          SD-NOTICE-TYPE
037500                          SD-EVENT-DATE
037600                          SD-REFERENCE
037700         INPUT PROCEDURE 2000-COLLECT-EVENTS THRU 2000-EXIT
037800         OUTPUT PROCEDURE 5000-PRINT-NOTICES THRU 5000-EXIT
037900     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
038000     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
038100 0000-EXIT.
038200     EXIT.
038300
038400 1000-INITIALIZE.
038500     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
038600
038700     OPEN INPUT ACCOUNT-MASTER
038800     IF NOT WS-ACCT-OK
038900         DISPLAY "Unable to open account master, status "
039000             WS-ACCT-FILE-STATUS
039100         STOP RUN
039200     END-IF
039300
039400     OPEN INPUT CIF-MASTER
039500     IF NOT WS-CIF-OK
039600         DISPLAY "Unable to open customer master, status "
039700             WS-CIF-FILE-STATUS
039800         STOP RUN
039900     END-IF
040000
040100     OPEN INPUT BATCH-REJECT
040200     IF WS-BREJ-OK
040300         SET WS-BREJ-AVAILABLE TO TRUE
040400     ELSE
040500         IF NOT WS-BREJ-NOT-FOUND
040600             DISPLAY "Unable to open batch reject file, status "
040700                 WS-BREJ-FILE-STATUS
040800             STOP RUN
040900         END-IF
041000     END-IF
041100
041200     OPEN INPUT OD-EXTRACT
041300     IF WS-ODEX-OK
041400         SET WS-ODEX-AVAILABLE TO TRUE
041500     ELSE
041600         IF NOT WS-ODEX-NOT-FOUND
041700             DISPLAY "Unable to open overdrawn extract, status "
041800                 WS-ODEX-FILE-STATUS
041900             STOP RUN
042000         END-IF
042100     END-IF
042200
042300     OPEN INPUT DORMANT-CANDIDATES
042400     IF WS-DCAN-OK
042500         SET WS-DCAN-AVAILABLE TO TRUE
042600     ELSE
042700         IF NOT WS-DCAN-NOT-FOUND
042800             DISPLAY "Unable to open dormant candidate extract, "
042900                 "status " WS-DCAN-FILE-STATUS
043000             STOP RUN
043100         END-IF
043200     END-IF
043300
043400     OPEN INPUT HOLD-FILE
043500     IF WS-HOLD-OK
043600         SET WS-HOLD-AVAILABLE TO TRUE
043700     ELSE
043800         IF NOT WS-HOLD-NOT-FOUND
043900             DISPLAY "Unable to open hold file, status "
044000                 WS-HOLD-FILE-STATUS
044100             STOP RUN
044200         END-IF
044300     END-IF
044400
044500*    The notice history is kept from night to night.
044600     OPEN I-O NOTICE-HISTORY
044700     IF WS-NTCH-NOT-FOUND
044800         OPEN OUTPUT NOTICE-HISTORY
044900         CLOSE NOTICE-HISTORY
045000         OPEN I-O NOTICE-HISTORY
045100     END-IF
045200     IF NOT WS-NTCH-OK
045300         DISPLAY "Unable to open notice history, status "
045400             WS-NTCH-FILE-STATUS
045500         STOP RUN
045600     END-IF
045700
045800*    A rerun after a failure keeps the notices already printed;
045900*    their events are on the history and are not printed again.
046000     IF WS-RERUN
046100         OPEN EXTEND CUSTOMER-NOTICES
046200         IF WS-NTC-NOT-FOUND
046300             OPEN OUTPUT CUSTOMER-NOTICES
046400         END-IF
046500     ELSE
046600         OPEN OUTPUT CUSTOMER-NOTICES
046700     END-IF
046800     IF NOT WS-NTC-OK
046900         DISPLAY "Unable to open customer notice file, status "
047000             WS-NTC-FILE-STATUS
047100         STOP RUN
047200     END-IF
047300
047400     OPEN OUTPUT UNDELIVERABLE-LISTING
047500     IF NOT WS-RPT-OK
047600         DISPLAY "Unable to open undeliverable listing, status "
047700             WS-RPT-FILE-STATUS
047800         STOP RUN
047900     END-IF
048000
048100     INITIALIZE WS-TYPE-COUNT-TABLE
048200     COMPUTE WS-BUSINESS-INTEGER =
048300         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
048400     COMPUTE WS-HOLD-FROM-DATE = FUNCTION DATE-OF-INTEGER
048500         (WS-BUSINESS-INTEGER - WS-HOLD-LOOKBACK-DAYS)
048600     MOVE WS-BUSINESS-DATE TO WS-DATE-WORK
048700     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
048800     MOVE WS-DATE-EDIT TO WS-N-NOTICE-DATE
048900
049000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
049100     MOVE WS-BUSINESS-DATE TO WS-H-BUSINESS-DATE
049200     MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
049300     MOVE WS-HEADING-LINE TO UNDELIVERABLE-LISTING-LINE
049400     WRITE UNDELIVERABLE-LISTING-LINE
049500     MOVE SPACES TO UNDELIVERABLE-LISTING-LINE
049600     WRITE UNDELIVERABLE-LISTING-LINE
049700     MOVE WS-COLUMN-HEADING-LINE TO UNDELIVERABLE-LISTING-LINE
049800     WRITE UNDELIVERABLE-LISTING-LINE.
049900 1000-EXIT.
050000     EXIT.
050100
050200 1100-CHECK-RUN-CONTROL.
050300     OPEN I-O RUN-CONTROL
050400     IF NOT WS-RNCT-OK
050500         DISPLAY "Unable to open run control, status "
050600             WS-RNCT-FILE-STATUS
050700         DISPLAY "Open the business date first."
050800         STOP RUN
050900     END-IF
051000     READ RUN-CONTROL
051100         AT END
051200             DISPLAY "Run control is empty. Open the "
051300                 "business date first."
051400             STOP RUN
051500     END-READ
051600     IF RC-NOTICE-DONE
051700         DISPLAY "NOTICE-GEN already complete for business "
051800             "date " RC-BUSINESS-DATE ". Run refused."
051900         STOP RUN
052000     END-IF
052100     IF NOT RC-BATCHPOST-DONE
052200         DISPLAY "BATCH-POST has not completed for business "
052300             "date " RC-BUSINESS-DATE ". Run refused."
052400         STOP RUN
052500     END-IF
052600     IF NOT RC-ODAGING-DONE
052700         DISPLAY "OD-AGING has not completed for business "
052800             "date " RC-BUSINESS-DATE ". Run refused."
052900         STOP RUN
053000     END-IF
053100     IF NOT RC-DORMMON-DONE
053200         DISPLAY "DORM-MON has not completed for business "
053300             "date " RC-BUSINESS-DATE ". Run refused."
053400         STOP RUN
053500     END-IF
053600     IF RC-NOTICE-IN-PROGRESS
053700         SET WS-RERUN TO TRUE
053800     END-IF
053900     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
054000     MOVE 'I' TO RC-NOTICE-STATUS
054100     REWRITE RUN-CONTROL-RECORD
054200     IF NOT WS-RNCT-OK
054300         DISPLAY "Warning: run control rewrite failed, "
054400             "status " WS-RNCT-FILE-STATUS
054500     END-IF
054600     CLOSE RUN-CONTROL.
054700 1100-EXIT.
054800     EXIT.
054900
055000 2000-COLLECT-EVENTS.
055100     PERFORM 2100-READ-REJECTS THRU 2100-EXIT
055200     PERFORM 2200-READ-OVERDRAWN THRU 2200-EXIT
055300     PERFORM 2300-READ-CANDIDATES THRU 2300-EXIT
055400     PERFORM 2400-READ-HOLDS THRU 2400-EXIT.
055500 2000-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------------
055900* BATCHREJ holds only the business date's rejects. A standing
056000* order payment carries SO plus the order number as its source
056100* reference.
056200*----------------------------------------------------------------
056300 2100-READ-REJECTS.
056400     IF NOT WS-BREJ-AVAILABLE
056500         GO TO 2100-EXIT
056600     END-IF
056700     PERFORM UNTIL WS-NO-MORE-REJECTS
056800         READ BATCH-REJECT NEXT RECORD
056900             AT END
057000                 SET WS-NO-MORE-REJECTS TO TRUE
057100         END-READ
057200         IF NOT WS-NO-MORE-REJECTS
057300             IF BR-SOURCE-REF(1:2) = WS-STANDING-ORDER-PREFIX
057400                     AND BR-REJECT-REASON = WS-NSF-REASON
057500                 PERFORM 2110-LOAD-REJECT THRU 2110-EXIT
057600             END-IF
057700         END-IF
057800     END-PERFORM.
057900 2100-EXIT.
058000     EXIT.
058100
058200 2110-LOAD-REJECT.
058300     INITIALIZE SD-SORT-RECORD
058400     MOVE BR-ACCOUNT-NUMBER  TO SD-ACCOUNT-NUMBER
058500     SET SD-NSF-STANDING-ORDER TO TRUE
058600     MOVE WS-BUSINESS-DATE   TO SD-EVENT-DATE
058700     MOVE BR-SOURCE-REF      TO SD-REFERENCE
058800     MOVE BR-AMOUNT          TO SD-AMOUNT
058900     PERFORM 2800-RELEASE-EVENT THRU 2800-EXIT.
059000 2110-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------------
059400* An account stays on ODEXTR every night it is overdrawn past
059500* the collections age. The notice is sent once per overdrawn
059600* spell, keyed by the spell's first business day.
059700*----------------------------------------------------------------
059800 2200-READ-OVERDRAWN.
059900     IF NOT WS-ODEX-AVAILABLE
060000         GO TO 2200-EXIT
060100     END-IF
060200     PERFORM UNTIL WS-NO-MORE-OVERDRAWN
060300         READ OD-EXTRACT NEXT RECORD
060400             AT END
060500                 SET WS-NO-MORE-OVERDRAWN TO TRUE
060600         END-READ
060700         IF NOT WS-NO-MORE-OVERDRAWN
060800             IF OD-REPORT-DATE = WS-BUSINESS-DATE
060900                 PERFORM 2210-LOAD-OVERDRAWN THRU 2210-EXIT
061000             END-IF
061100         END-IF
061200     END-PERFORM.
061300 2200-EXIT.
061400     EXIT.
061500
061600 2210-LOAD-OVERDRAWN.
061700     INITIALIZE SD-SORT-RECORD
061800     MOVE OD-ACCOUNT-NUMBER  TO SD-ACCOUNT-NUMBER
061900     SET SD-OVERDRAWN TO TRUE
062000     PERFORM 2220-FIND-OVERDRAWN-SINCE THRU 2220-EXIT
062100     MOVE OD-BALANCE         TO SD-AMOUNT
062200     MOVE OD-DAYS-OVERDRAWN  TO SD-DAYS
062300     PERFORM 2800-RELEASE-EVENT THRU 2800-EXIT.
062400 2210-EXIT.
062500     EXIT.
062600
062700*----------------------------------------------------------------
062800* Steps back from the business date over OD-DAYS-OVERDRAWN
062900* business days (Monday to Friday), the way OD-AGING counted
063000* them, to the first business day of the spell. Day 1 of the
063100* date-to-integer scale was a Monday, so REM 6 and 0 are
063200* Saturday and Sunday.
063300*----------------------------------------------------------------
063400 2220-FIND-OVERDRAWN-SINCE.
063500     MOVE WS-BUSINESS-INTEGER TO WS-DAY-INTEGER
063600     MOVE 0 TO WS-DAYS-COUNTED
063700     PERFORM UNTIL WS-DAYS-COUNTED NOT < OD-DAYS-OVERDRAWN
063800         DIVIDE WS-DAY-INTEGER BY 7
063900             GIVING WS-DOW-QUOTIENT
064000             REMAINDER WS-DAY-OF-WEEK
064100         IF WS-DAY-OF-WEEK NOT = 6 AND
064200                 WS-DAY-OF-WEEK NOT = 0
064300             ADD 1 TO WS-DAYS-COUNTED
064400         END-IF
064500         IF WS-DAYS-COUNTED < OD-DAYS-OVERDRAWN
064600             SUBTRACT 1 FROM WS-DAY-INTEGER
064700         END-IF
064800     END-PERFORM
064900     COMPUTE SD-EVENT-DATE =
065000         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
065100 2220-EXIT.
065200     EXIT.
065300
065400*----------------------------------------------------------------
065500* DORMCAND lists an account every night of its warning period;
065600* the notice is sent once per dormant-after date.
065700*----------------------------------------------------------------
065800 2300-READ-CANDIDATES.
065900     IF NOT WS-DCAN-AVAILABLE
066000         GO TO 2300-EXIT
066100     END-IF
066200     PERFORM UNTIL WS-NO-MORE-CANDIDATES
066300         READ DORMANT-CANDIDATES NEXT RECORD
066400             AT END
066500                 SET WS-NO-MORE-CANDIDATES TO TRUE
066600         END-READ
066700         IF NOT WS-NO-MORE-CANDIDATES
066800             IF DC-REPORT-DATE = WS-BUSINESS-DATE
066900                 PERFORM 2310-LOAD-CANDIDATE THRU 2310-EXIT
067000             END-IF
067100         END-IF
067200     END-PERFORM.
067300 2300-EXIT.
067400     EXIT.
067500
067600 2310-LOAD-CANDIDATE.
067700     INITIALIZE SD-SORT-RECORD
067800     MOVE DC-ACCOUNT-NUMBER     TO SD-ACCOUNT-NUMBER
067900     SET SD-DORMANCY-WARNING TO TRUE
068000     MOVE DC-DORMANT-AFTER-DATE TO SD-EVENT-DATE
068100     MOVE DC-BALANCE            TO SD-AMOUNT
068200     MOVE DC-LAST-ACTIVITY-DATE TO SD-OTHER-DATE
068300     PERFORM 2800-RELEASE-EVENT THRU 2800-EXIT.
068400 2310-EXIT.
068500     EXIT.
068600
068700 2400-READ-HOLDS.
068800     IF NOT WS-HOLD-AVAILABLE
068900         GO TO 2400-EXIT
069000     END-IF
069100     MOVE ZEROES TO HOLD-KEY
069200     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
069300         INVALID KEY
069400             SET WS-NO-MORE-HOLDS TO TRUE
069500     END-START
069600     PERFORM UNTIL WS-NO-MORE-HOLDS
069700         READ HOLD-FILE NEXT RECORD
069800             AT END
069900                 SET WS-NO-MORE-HOLDS TO TRUE
070000         END-READ
070100         IF NOT WS-NO-MORE-HOLDS
070200             IF HOLD-OPEN AND
070300                     HOLD-PLACED-DATE NOT < WS-HOLD-FROM-DATE AND
070400                     HOLD-PLACED-DATE NOT > WS-BUSINESS-DATE
070500                 PERFORM 2410-LOAD-HOLD THRU 2410-EXIT
070600             END-IF
070700         END-IF
070800     END-PERFORM.
070900 2400-EXIT.
071000     EXIT.
071100
071200 2410-LOAD-HOLD.
071300     INITIALIZE SD-SORT-RECORD
071400     MOVE HOLD-ACCOUNT       TO SD-ACCOUNT-NUMBER
071500     SET SD-HOLD-PLACED TO TRUE
071600     MOVE HOLD-PLACED-DATE   TO SD-EVENT-DATE
071700     MOVE HOLD-SEQ           TO SD-REFERENCE
071800     MOVE HOLD-AMOUNT        TO SD-AMOUNT
071900     MOVE HOLD-RELEASE-DATE  TO SD-OTHER-DATE
072000     PERFORM 2800-RELEASE-EVENT THRU 2800-EXIT.
072100 2410-EXIT.
072200     EXIT.
072300
072400*----------------------------------------------------------------
072500* An event already on the notice history has been told to the
072600* customer and is dropped. The rest are sorted mailable first,
072700* by customer, with the reason against any that cannot be
072800* mailed.
072900*----------------------------------------------------------------
073000 2800-RELEASE-EVENT.
073100     ADD 1 TO WS-EVENTS-CHECKED
073200     PERFORM 2820-FIND-TYPE THRU 2820-EXIT
073300     ADD 1 TO WS-TYPE-FOUND(WS-TYPE-SUB)
073400     MOVE SD-EVENT-KEY TO NH-KEY
073500     READ NOTICE-HISTORY
073600         INVALID KEY
073700             CONTINUE
073800         NOT INVALID KEY
073900             ADD 1 TO WS-ALREADY-NOTIFIED
074000             ADD 1 TO WS-TYPE-NOTIFIED(WS-TYPE-SUB)
074100             GO TO 2800-EXIT
074200     END-READ
074300     PERFORM 2810-FIND-CUSTOMER THRU 2810-EXIT
074400     RELEASE SD-SORT-RECORD.
074500 2800-EXIT.
074600     EXIT.
074700
074800 2810-FIND-CUSTOMER.
074900     SET SD-UNDELIVERABLE TO TRUE
075000     MOVE 0 TO SD-CUSTOMER-NUMBER
075100     MOVE SD-ACCOUNT-NUMBER TO ACCT-NUMBER
075200     READ ACCOUNT-MASTER
075300         INVALID KEY
075400             MOVE "ACCOUNT NOT ON MASTER"
075500                 TO SD-UNDELIVERABLE-REASON
075600             GO TO 2810-EXIT
075700     END-READ
075800     IF ACCT-CUSTOMER-NUMBER = 0
075900         MOVE "NO CUSTOMER ON ACCOUNT" TO SD-UNDELIVERABLE-REASON
076000         GO TO 2810-EXIT
076100     END-IF
076200     MOVE ACCT-CUSTOMER-NUMBER TO SD-CUSTOMER-NUMBER
076300     MOVE ACCT-CUSTOMER-NUMBER TO CIF-NUMBER
076400     READ CIF-MASTER
076500         INVALID KEY
076600             MOVE "CUSTOMER NOT ON CIF"
076700                 TO SD-UNDELIVERABLE-REASON
076800             GO TO 2810-EXIT
076900     END-READ
077000     IF CIF-ADDRESS-LINE-1 = SPACES OR
077100             CIF-CITY-STATE-ZIP = SPACES
077200         MOVE "NO MAILING ADDRESS ON CIF"
077300             TO SD-UNDELIVERABLE-REASON
077400         GO TO 2810-EXIT
077500     END-IF
077600     SET SD-MAILABLE TO TRUE.
077700 2810-EXIT.
077800     EXIT.
077900
078000 2820-FIND-TYPE.
078100     PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
078200             UNTIL WS-TYPE-SUB > 4 OR
078300                   WS-TYPE-CODE(WS-TYPE-SUB) = SD-NOTICE-TYPE
078400         CONTINUE
078500     END-PERFORM.
078600 2820-EXIT.
078700     EXIT.
078800
078900 2900-EDIT-DATE.
079000     MOVE WS-DP-MM   TO WS-DE-MM
079100     MOVE WS-DP-DD   TO WS-DE-DD
079200     MOVE WS-DP-YYYY TO WS-DE-YYYY.
079300 2900-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------------
079700* One notice per customer combines every event on all of the
079800* customer's accounts. Each event printed goes on the notice
079900* history. Undeliverable events sort last and are listed.
080000*----------------------------------------------------------------
080100 5000-PRINT-NOTICES.
080200     RETURN SORT-WORK
080300         AT END
080400             SET WS-SORT-EOF TO TRUE
080500     END-RETURN
080600     PERFORM UNTIL WS-SORT-EOF
080700         IF SD-EVENT-KEY = WS-LAST-EVENT-KEY
080800             ADD 1 TO WS-DUPLICATES-SKIPPED
080900         ELSE
081000             MOVE SD-EVENT-KEY TO WS-LAST-EVENT-KEY
081100             PERFORM 2820-FIND-TYPE THRU 2820-EXIT
081200             IF SD-UNDELIVERABLE
081300                 IF WS-NOTICE-OPEN
081400                     PERFORM 5300-END-NOTICE THRU 5300-EXIT
081500                 END-IF
081600                 PERFORM 5500-LIST-UNDELIVERABLE THRU 5500-EXIT
081700             ELSE
081800                 IF NOT WS-NOTICE-OPEN OR SD-CUSTOMER-NUMBER
081900                         NOT = WS-CURRENT-CUSTOMER
082000                     IF WS-NOTICE-OPEN
082100                         PERFORM 5300-END-NOTICE THRU 5300-EXIT
082200                     END-IF
082300                     PERFORM 5100-START-NOTICE THRU 5100-EXIT
082400                 END-IF
082500                 PERFORM 5200-PRINT-EVENT THRU 5200-EXIT
082600                 PERFORM 5400-WRITE-HISTORY THRU 5400-EXIT
082700             END-IF
082800         END-IF
082900         RETURN SORT-WORK
083000             AT END
083100                 SET WS-SORT-EOF TO TRUE
083200         END-RETURN
083300     END-PERFORM
083400     IF WS-NOTICE-OPEN
083500         PERFORM 5300-END-NOTICE THRU 5300-EXIT
083600     END-IF.
083700 5000-EXIT.
083800     EXIT.
083900
084000 5100-START-NOTICE.
084100     MOVE SD-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
084200     MOVE SD-CUSTOMER-NUMBER TO CIF-NUMBER
084300     READ CIF-MASTER
084400         INVALID KEY
084500             DISPLAY "Warning: customer " SD-CUSTOMER-NUMBER
084600                 " no longer on CIF"
084700             INITIALIZE CIF-MASTER-RECORD
084800     END-READ
084900     SET WS-NOTICE-OPEN TO TRUE
085000     ADD 1 TO WS-NOTICES-PRINTED
085100
085200     MOVE WS-NOTICE-SEPARATOR-LINE TO CUSTOMER-NOTICE-LINE
085300     WRITE CUSTOMER-NOTICE-LINE
085400     MOVE WS-NOTICE-TITLE-LINE TO CUSTOMER-NOTICE-LINE
085500     WRITE CUSTOMER-NOTICE-LINE
085600     MOVE SPACES TO CUSTOMER-NOTICE-LINE
085700     WRITE CUSTOMER-NOTICE-LINE
085800
085900     MOVE "FROM:" TO WS-N-LABEL
086000     MOVE WS-SENDER-NAME TO WS-N-VALUE
086100     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
086200     MOVE "CUSTOMER NUMBER:" TO WS-N-LABEL
086300     MOVE SD-CUSTOMER-NUMBER TO WS-N-CUSTOMER-DISPLAY
086400     MOVE WS-N-CUSTOMER-DISPLAY TO WS-N-VALUE
086500     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
086600     MOVE "TO:" TO WS-N-LABEL
086700     MOVE CIF-NAME TO WS-N-VALUE
086800     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
086900     MOVE CIF-ADDRESS-LINE-1 TO WS-N-VALUE
087000     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
087100     IF CIF-ADDRESS-LINE-2 NOT = SPACES
087200         MOVE CIF-ADDRESS-LINE-2 TO WS-N-VALUE
087300         PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
087400     END-IF
087500     MOVE CIF-CITY-STATE-ZIP TO WS-N-VALUE
087600     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
087700     MOVE SPACES TO CUSTOMER-NOTICE-LINE
087800     WRITE CUSTOMER-NOTICE-LINE
087900     MOVE WS-NOTICE-OPENING-LINE TO CUSTOMER-NOTICE-LINE
088000     WRITE CUSTOMER-NOTICE-LINE.
088100 5100-EXIT.
088200     EXIT.
088300
088400 5200-PRINT-EVENT.
088500     MOVE SPACES TO CUSTOMER-NOTICE-LINE
088600     WRITE CUSTOMER-NOTICE-LINE
088700     MOVE SD-ACCOUNT-NUMBER TO WS-N-ACCOUNT
088800     MOVE WS-TYPE-TITLE(WS-TYPE-SUB) TO WS-N-TITLE
088900     MOVE WS-NOTICE-EVENT-LINE TO CUSTOMER-NOTICE-LINE
089000     WRITE CUSTOMER-NOTICE-LINE
089100     EVALUATE TRUE
089200         WHEN SD-NSF-STANDING-ORDER
089300             PERFORM 5210-PRINT-NSF THRU 5210-EXIT
089400         WHEN SD-OVERDRAWN
089500             PERFORM 5220-PRINT-OVERDRAWN THRU 5220-EXIT
089600         WHEN SD-DORMANCY-WARNING
089700             PERFORM 5230-PRINT-DORMANCY THRU 5230-EXIT
089800         WHEN SD-HOLD-PLACED
089900             PERFORM 5240-PRINT-HOLD THRU 5240-EXIT
090000     END-EVALUATE
090100     ADD 1 TO WS-EVENTS-PRINTED
090200     ADD 1 TO WS-TYPE-PRINTED(WS-TYPE-SUB).
090300 5200-EXIT.
090400     EXIT.
090500
090600 5210-PRINT-NSF.
090700     MOVE "    STANDING ORDER:" TO WS-N-LABEL
090800     MOVE SD-REFERENCE(3:6) TO WS-N-VALUE
090900     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
091000     MOVE "    PAYMENT DATE:" TO WS-N-LABEL
091100     MOVE SD-EVENT-DATE TO WS-DATE-WORK
091200     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
091300     MOVE WS-DATE-EDIT TO WS-N-VALUE
091400     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
091500     MOVE "    AMOUNT NOT PAID:" TO WS-N-AMOUNT-LABEL
091600     MOVE SD-AMOUNT TO WS-N-AMOUNT
091700     PERFORM 5950-WRITE-AMOUNT THRU 5950-EXIT
091800     MOVE "THE PAYMENT WAS NOT MADE BECAUSE THERE WERE NOT ENOUGH"
091900         TO WS-N-TEXT
092000     PERFORM 5960-WRITE-TEXT THRU 5960-EXIT
092100     MOVE "AVAILABLE FUNDS IN THE ACCOUNT. PLEASE ARRANGE THE"
092200         TO WS-N-TEXT
092300     PERFORM 5960-WRITE-TEXT THRU 5960-EXIT
092400     MOVE "PAYMENT WITH THE PAYEE." TO WS-N-TEXT
092500     PERFORM 5960-WRITE-TEXT THRU 5960-EXIT.
092600 5210-EXIT.
092700     EXIT.
092800
092900 5220-PRINT-OVERDRAWN.
093000     MOVE "    BALANCE:" TO WS-N-AMOUNT-LABEL
093100     MOVE SD-AMOUNT TO WS-N-AMOUNT
093200     PERFORM 5950-WRITE-AMOUNT THRU 5950-EXIT
093300     MOVE "    OVERDRAWN SINCE:" TO WS-N-LABEL
093400     MOVE SD-EVENT-DATE TO WS-DATE-WORK
093500     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
093600     MOVE WS-DATE-EDIT TO WS-N-VALUE
093700     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
093800     MOVE "    BUSINESS DAYS:" TO WS-N-LABEL
093900     MOVE SD-DAYS TO WS-N-DAYS-DISPLAY
094000     MOVE WS-N-DAYS-DISPLAY TO WS-N-VALUE
094100     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
094200     MOVE "PLEASE DEPOSIT FUNDS TO BRING THE ACCOUNT BACK INTO"
094300         TO WS-N-TEXT
094400     PERFORM 5960-WRITE-TEXT THRU 5960-EXIT
094500     MOVE "CREDIT AS SOON AS POSSIBLE." TO WS-N-TEXT
094600     PERFORM 5960-WRITE-TEXT THRU 5960-EXIT.
094700 5220-EXIT.
094800     EXIT.
094900
095000 5230-PRINT-DORMANCY.
095100     MOVE "    LAST ACTIVITY:" TO WS-N-LABEL
095200     MOVE SD-OTHER-DATE TO WS-DATE-WORK
095300     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
095400     MOVE WS-DATE-EDIT TO WS-N-VALUE
095500     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
095600     MOVE "    DORMANT AFTER:" TO WS-N-LABEL
095700     MOVE SD-EVENT-DATE TO WS-DATE-WORK
095800     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
095900     MOVE WS-DATE-EDIT TO WS-N-VALUE
096000     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
096100     MOVE "TO KEEP THE ACCOUNT ACTIVE, MAKE A DEPOSIT OR"
096200         TO WS-N-TEXT
096300     PERFORM 5960-WRITE-TEXT THRU 5960-EXIT
096400     MOVE "WITHDRAWAL BEFORE THAT DATE." TO WS-N-TEXT
096500     PERFORM 5960-WRITE-TEXT THRU 5960-EXIT.
096600 5230-EXIT.
096700     EXIT.
096800
096900 5240-PRINT-HOLD.
097000     MOVE "    AMOUNT HELD:" TO WS-N-AMOUNT-LABEL
097100     MOVE SD-AMOUNT TO WS-N-AMOUNT
097200     PERFORM 5950-WRITE-AMOUNT THRU 5950-EXIT
097300     MOVE "    HELD FROM:" TO WS-N-LABEL
097400     MOVE SD-EVENT-DATE TO WS-DATE-WORK
097500     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
097600     MOVE WS-DATE-EDIT TO WS-N-VALUE
097700     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
097800     MOVE "    FUNDS AVAILABLE ON:" TO WS-N-LABEL
097900     MOVE SD-OTHER-DATE TO WS-DATE-WORK
098000     PERFORM 2900-EDIT-DATE THRU 2900-EXIT
098100     MOVE WS-DATE-EDIT TO WS-N-VALUE
098200     PERFORM 5900-WRITE-FIELD THRU 5900-EXIT
098300     MOVE "THE HELD AMOUNT CANNOT BE WITHDRAWN UNTIL THAT DATE."
098400         TO WS-N-TEXT
098500     PERFORM 5960-WRITE-TEXT THRU 5960-EXIT.
098600 5240-EXIT.
098700     EXIT.
098800
098900 5300-END-NOTICE.
099000     MOVE SPACES TO CUSTOMER-NOTICE-LINE
099100     WRITE CUSTOMER-NOTICE-LINE
099200     MOVE WS-NOTICE-CLOSING-LINE TO CUSTOMER-NOTICE-LINE
099300     WRITE CUSTOMER-NOTICE-LINE
099400     MOVE SPACES TO CUSTOMER-NOTICE-LINE
099500     WRITE CUSTOMER-NOTICE-LINE
099600     MOVE 'N' TO WS-NOTICE-OPEN-SW.
099700 5300-EXIT.
099800     EXIT.
099900
100000 5400-WRITE-HISTORY.
100100     INITIALIZE NOTICE-HISTORY-RECORD
100200     MOVE SD-EVENT-KEY       TO NH-KEY
100300     MOVE SD-CUSTOMER-NUMBER TO NH-CUSTOMER-NUMBER
100400     MOVE WS-BUSINESS-DATE   TO NH-NOTICE-DATE
100500     MOVE SD-AMOUNT          TO NH-AMOUNT
100600     WRITE NOTICE-HISTORY-RECORD
100700         INVALID KEY
100800             DISPLAY "Warning: notice history already holds "
100900                 "account " SD-ACCOUNT-NUMBER " type "
101000                 SD-NOTICE-TYPE
101100     END-WRITE.
101200 5400-EXIT.
101300     EXIT.
101400
101500 5500-LIST-UNDELIVERABLE.
101600     ADD 1 TO WS-EVENTS-UNDELIVERABLE
101700     ADD 1 TO WS-TYPE-UNDELIV(WS-TYPE-SUB)
101800     MOVE SD-ACCOUNT-NUMBER TO WS-D-ACCOUNT
101900     MOVE SD-CUSTOMER-NUMBER TO WS-D-CUSTOMER
102000     MOVE WS-TYPE-TITLE(WS-TYPE-SUB) TO WS-D-TITLE
102100     MOVE SD-EVENT-DATE TO WS-D-EVENT-DATE
102200     MOVE SD-UNDELIVERABLE-REASON TO WS-D-REASON
102300     MOVE WS-DETAIL-LINE TO UNDELIVERABLE-LISTING-LINE
102400     WRITE UNDELIVERABLE-LISTING-LINE.
102500 5500-EXIT.
102600     EXIT.
102700
102800 5900-WRITE-FIELD.
102900     MOVE WS-NOTICE-FIELD-LINE TO CUSTOMER-NOTICE-LINE
103000     WRITE CUSTOMER-NOTICE-LINE
103100     MOVE SPACES TO WS-N-VALUE.
103200 5900-EXIT.
103300     EXIT.
103400
103500 5950-WRITE-AMOUNT.
103600     MOVE WS-NOTICE-AMOUNT-LINE TO CUSTOMER-NOTICE-LINE
103700     WRITE CUSTOMER-NOTICE-LINE.
103800 5950-EXIT.
103900     EXIT.
104000
104100 5960-WRITE-TEXT.
104200     MOVE WS-NOTICE-TEXT-LINE TO CUSTOMER-NOTICE-LINE
104300     WRITE CUSTOMER-NOTICE-LINE.
104400 5960-EXIT.
104500     EXIT.
104600
104700 6000-PRINT-SUMMARY.
104800     IF WS-EVENTS-UNDELIVERABLE = 0
104900         MOVE "NO UNDELIVERABLE NOTICES" TO WS-S-TITLE
105000         MOVE WS-SECTION-LINE TO UNDELIVERABLE-LISTING-LINE
105100         WRITE UNDELIVERABLE-LISTING-LINE
105200     END-IF
105300     MOVE SPACES TO UNDELIVERABLE-LISTING-LINE
105400     WRITE UNDELIVERABLE-LISTING-LINE
105500     MOVE "NOTICE RUN SUMMARY" TO WS-S-TITLE
105600     MOVE WS-SECTION-LINE TO UNDELIVERABLE-LISTING-LINE
105700     WRITE UNDELIVERABLE-LISTING-LINE
105800     MOVE WS-TYPE-HEADING-LINE TO UNDELIVERABLE-LISTING-LINE
105900     WRITE UNDELIVERABLE-LISTING-LINE
106000     PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
106100             UNTIL WS-TYPE-SUB > 4
106200         MOVE WS-TYPE-TITLE(WS-TYPE-SUB)    TO WS-TT-TITLE
106300         MOVE WS-TYPE-FOUND(WS-TYPE-SUB)    TO WS-TT-FOUND
106400         MOVE WS-TYPE-NOTIFIED(WS-TYPE-SUB) TO WS-TT-NOTIFIED
106500         MOVE WS-TYPE-PRINTED(WS-TYPE-SUB)  TO WS-TT-PRINTED
106600         MOVE WS-TYPE-UNDELIV(WS-TYPE-SUB)  TO WS-TT-UNDELIV
106700         MOVE WS-TYPE-TOTAL-LINE TO UNDELIVERABLE-LISTING-LINE
106800         WRITE UNDELIVERABLE-LISTING-LINE
106900     END-PERFORM
107000     MOVE SPACES TO UNDELIVERABLE-LISTING-LINE
107100     WRITE UNDELIVERABLE-LISTING-LINE
107200     MOVE "EVENTS FOUND:" TO WS-T-LABEL
107300     MOVE WS-EVENTS-CHECKED TO WS-T-COUNT
107400     MOVE WS-TOTAL-LINE TO UNDELIVERABLE-LISTING-LINE
107500     WRITE UNDELIVERABLE-LISTING-LINE
107600     MOVE "ALREADY NOTIFIED ON AN EARLIER NOTICE:" TO WS-T-LABEL
107700     MOVE WS-ALREADY-NOTIFIED TO WS-T-COUNT
107800     MOVE WS-TOTAL-LINE TO UNDELIVERABLE-LISTING-LINE
107900     WRITE UNDELIVERABLE-LISTING-LINE
108000     MOVE "DUPLICATES DROPPED:" TO WS-T-LABEL
108100     MOVE WS-DUPLICATES-SKIPPED TO WS-T-COUNT
108200     MOVE WS-TOTAL-LINE TO UNDELIVERABLE-LISTING-LINE
108300     WRITE UNDELIVERABLE-LISTING-LINE
108400     MOVE "NOTICES PRINTED:" TO WS-T-LABEL
108500     MOVE WS-NOTICES-PRINTED TO WS-T-COUNT
108600     MOVE WS-TOTAL-LINE TO UNDELIVERABLE-LISTING-LINE
108700     WRITE UNDELIVERABLE-LISTING-LINE
108800     MOVE "EVENTS ON THOSE NOTICES:" TO WS-T-LABEL
108900     MOVE WS-EVENTS-PRINTED TO WS-T-COUNT
109000     MOVE WS-TOTAL-LINE TO UNDELIVERABLE-LISTING-LINE
109100     WRITE UNDELIVERABLE-LISTING-LINE
109200     MOVE "EVENTS UNDELIVERABLE:" TO WS-T-LABEL
109300     MOVE WS-EVENTS-UNDELIVERABLE TO WS-T-COUNT
109400     MOVE WS-TOTAL-LINE TO UNDELIVERABLE-LISTING-LINE
109500     WRITE UNDELIVERABLE-LISTING-LINE.
109600 6000-EXIT.
109700     EXIT.
109800
109900 9800-MARK-JOB-DONE.
110000     OPEN I-O RUN-CONTROL
110100     IF NOT WS-RNCT-OK
110200         DISPLAY "Warning: run control open failed, status "
110300             WS-RNCT-FILE-STATUS
110400         GO TO 9800-EXIT
110500     END-IF
110600     READ RUN-CONTROL
110700         AT END
110800             DISPLAY "Warning: run control is empty."
110900     END-READ
111000     MOVE 'C' TO RC-NOTICE-STATUS
111100     REWRITE RUN-CONTROL-RECORD
111200     IF NOT WS-RNCT-OK
111300         DISPLAY "Warning: run control rewrite failed, "
111400             "status " WS-RNCT-FILE-STATUS
111500     END-IF
111600     CLOSE RUN-CONTROL.
111700 9800-EXIT.
111800     EXIT.
111900
112000 9999-END-OF-JOB.
112100     PERFORM 9800-MARK-JOB-DONE THRU 9800-EXIT
112200     CLOSE ACCOUNT-MASTER
112300     CLOSE CIF-MASTER
112400     IF WS-BREJ-AVAILABLE
112500         CLOSE BATCH-REJECT
112600     END-IF
112700     IF WS-ODEX-AVAILABLE
112800         CLOSE OD-EXTRACT
112900     END-IF
113000     IF WS-DCAN-AVAILABLE
113100         CLOSE DORMANT-CANDIDATES
113200     END-IF
113300     IF WS-HOLD-AVAILABLE
113400         CLOSE HOLD-FILE
113500     END-IF
113600     CLOSE NOTICE-HISTORY
113700     CLOSE CUSTOMER-NOTICES
113800     CLOSE UNDELIVERABLE-LISTING
113900     DISPLAY "Customer notice run complete. Notices: "
114000         WS-NOTICES-PRINTED " undeliverable events: "
114100         WS-EVENTS-UNDELIVERABLE
114200     STOP RUN.
114300 9999-EXIT.
114400     EXIT.
