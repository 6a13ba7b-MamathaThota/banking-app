002300*                  the teller and BATCH-POST until ACCT-MAINT
002400*                  reactivates the account. Runs any time after
002500*                  EOD-RECON under RUNCTL run control.
002510* 2026-10-15  RH   Term deposits are left alone; they see no
002520*                  customer activity until TD-MATURITY rolls them
002530*                  over or pays them out.
002540* 2026-10-15  RH   A paid CHECK counts as customer activity.
002550* 2026-10-15  RH   Writes the DORMCAND candidate extract: every
002560*                  active account that will reach the dormancy
002570*                  cutoff within WS-WARNING-DAYS days, with the
002580*                  date after which it is made dormant, so the
002590*                  customer can be warned before the flip.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RPT-FILE-STATUS.
006200
006210     SELECT DORMANT-CANDIDATES ASSIGN TO DORMCAND
006220         ORGANIZATION IS SEQUENTIAL
006230         FILE STATUS IS WS-DCAN-FILE-STATUS.
006240
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RUN-CONTROL
008600     LABEL RECORDS ARE STANDARD.
008700 01  DORMANT-REPORT-LINE         PIC X(80).
008800
008810 FD  DORMANT-CANDIDATES
008820     LABEL RECORDS ARE STANDARD.
008830 COPY DCANREC.
008840
008900 WORKING-STORAGE SECTION.
009000 01  WS-RNCT-FILE-STATUS     PIC X(02)  VALUE '00'.
009100     88  WS-RNCT-OK                     VALUE '00'.
010200     88  WS-MNTL-NOT-FOUND              VALUE '35'.
010300 01  WS-RPT-FILE-STATUS      PIC X(02)  VALUE '00'.
010400     88  WS-RPT-OK                      VALUE '00'.
010410 01  WS-DCAN-FILE-STATUS     PIC X(02)  VALUE '00'.
010420     88  WS-DCAN-OK                     VALUE '00'.
010500
010600 01  WS-SWITCHES.
010700     05  WS-ACCT-EOF-SW      PIC X(01)  VALUE 'N'.
012220 01  WS-BUS-MM                   PIC 9(02)  VALUE 0.
012230 01  WS-BUS-DD                   PIC 9(02)  VALUE 0.
012300
012308*    An account is a candidate when it would reach the cutoff
012316*    within WS-WARNING-DAYS calendar days: its last activity is
012324*    before the cutoff for the business date that many days on.
012332 01  WS-WARNING-DAYS             PIC 9(03)  VALUE 30.
012340 01  WS-WARNING-DATE             PIC 9(08)  VALUE ZEROES.
012348 01  WS-WARNING-CUTOFF-DATE      PIC 9(08)  VALUE ZEROES.
012356 01  WS-DORMANT-AFTER-DATE       PIC 9(08)  VALUE ZEROES.
012364 01  WS-AFTER-YY                 PIC 9(04)  VALUE 0.
012372 01  WS-AFTER-MM                 PIC 9(02)  VALUE 0.
012380 01  WS-AFTER-DD                 PIC 9(02)  VALUE 0.
012388
012400 01  WS-SAVED-ACCOUNT            PIC 9(10)  VALUE ZEROES.
012500 01  WS-LAST-ACTIVITY-DATE       PIC 9(08)  VALUE ZEROES.
012600
012700 01  WS-ACCOUNTS-READ            PIC 9(7) COMP VALUE 0.
012800 01  WS-ACCOUNTS-FLIPPED         PIC 9(7) COMP VALUE 0.
012810 01  WS-ACCOUNTS-WARNED          PIC 9(7) COMP VALUE 0.
012900
013000 01  WS-HEADING-LINE.
013100     05  FILLER                  PIC X(40) VALUE
015900         "ACCOUNTS DORMANT: ".
016000     05  WS-T-FLIPPED            PIC Z(6)9.
016100
016110 01  WS-WARNED-TOTAL-LINE.
016120     05  FILLER                  PIC X(19) VALUE
016130         "ACCOUNTS WARNED:  ".
016140     05  WS-T-WARNED             PIC Z(6)9.
016150
016200 PROCEDURE DIVISION.
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020900         STOP RUN
021000     END-IF
021100
021110     OPEN OUTPUT DORMANT-CANDIDATES
021120     IF NOT WS-DCAN-OK
021130         DISPLAY "Unable to open dormant candidate extract, "
021140             "status " WS-DCAN-FILE-STATUS
021150         STOP RUN
021160     END-IF
021170
021200     ACCEPT WS-CURRENT-TIME FROM TIME
021210
021220*    The live journal is optional: with no journal on file the
028200     ADD 1 TO WS-CUTOFF-MM
028300     COMPUTE WS-CUTOFF-DATE =
028400         (WS-CUTOFF-YY * 10000) + (WS-CUTOFF-MM * 100)
028405             + WS-BUS-DD
028410
028415*    The warning cutoff is the same calculation for the business
028420*    date WS-WARNING-DAYS on.
028425     COMPUTE WS-WARNING-DATE = FUNCTION DATE-OF-INTEGER
028430         (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
028435             + WS-WARNING-DAYS)
028440     MOVE WS-WARNING-DATE(1:4) TO WS-AFTER-YY
028445     MOVE WS-WARNING-DATE(5:2) TO WS-AFTER-MM
028450     MOVE WS-WARNING-DATE(7:2) TO WS-AFTER-DD
028455     COMPUTE WS-TOTAL-MONTHS =
028460         (WS-AFTER-YY * 12) + WS-AFTER-MM - 1
028465             - WS-DORMANT-MONTHS
028470     DIVIDE WS-TOTAL-MONTHS BY 12
028475         GIVING WS-AFTER-YY
028480         REMAINDER WS-AFTER-MM
028485     ADD 1 TO WS-AFTER-MM
028490     COMPUTE WS-WARNING-CUTOFF-DATE =
028495         (WS-AFTER-YY * 10000) + (WS-AFTER-MM * 100)
028500             + WS-AFTER-DD.
028510 1200-EXIT.
028520     EXIT.
028530
029600     IF NOT ACCT-ACTIVE
029700         GO TO 2000-EXIT
029800     END-IF
029810     IF ACCT-TYPE-TERM-DEPOSIT
029820         GO TO 2000-EXIT
029830     END-IF
029900
030000     MOVE ACCT-NUMBER TO WS-SAVED-ACCOUNT
030100     MOVE 0 TO WS-LAST-ACTIVITY-DATE
030900         GO TO 2000-EXIT
031000     END-IF
031100     IF WS-LAST-ACTIVITY-DATE NOT < WS-CUTOFF-DATE
031110         IF WS-LAST-ACTIVITY-DATE < WS-WARNING-CUTOFF-DATE
031120             PERFORM 2400-WRITE-CANDIDATE THRU 2400-EXIT
031130         END-IF
031200         GO TO 2000-EXIT
031300     END-IF
031400     PERFORM 2300-FLIP-TO-DORMANT THRU 2300-EXIT.
033900             ELSE
034000                 IF (TH-TRAN-TYPE = "DEPOSIT" OR
034100                         TH-TRAN-TYPE = "WITHDRAWAL" OR
034110                         TH-TRAN-TYPE = "CHECK" OR
034200                         TH-TRAN-TYPE = "XFER-OUT" OR
034300                         TH-TRAN-TYPE = "XFER-IN") AND
034400                         TH-TRAN-DATE > WS-LAST-ACTIVITY-DATE
035600         IF JS-ACCOUNT-NUMBER = WS-SAVED-ACCOUNT AND
035700                 (JS-TRAN-TYPE = "DEPOSIT" OR
035800                     JS-TRAN-TYPE = "WITHDRAWAL" OR
035810                     JS-TRAN-TYPE = "CHECK" OR
035900                     JS-TRAN-TYPE = "XFER-OUT" OR
036000                     JS-TRAN-TYPE = "XFER-IN") AND
036100                 JS-TRAN-DATE > WS-LAST-ACTIVITY-DATE
041200 2300-EXIT.
041300     EXIT.
041400
041402*----------------------------------------------------------------
041404* The account goes dormant at the first run after its last
041406* activity date moved on WS-DORMANT-MONTHS months. For the
041408* customer's notice the day is kept inside the target month.
041410*----------------------------------------------------------------
041412 2400-WRITE-CANDIDATE.
041414     MOVE WS-LAST-ACTIVITY-DATE(1:4) TO WS-AFTER-YY
041416     MOVE WS-LAST-ACTIVITY-DATE(5:2) TO WS-AFTER-MM
041418     MOVE WS-LAST-ACTIVITY-DATE(7:2) TO WS-AFTER-DD
041420     COMPUTE WS-TOTAL-MONTHS =
041422         (WS-AFTER-YY * 12) + WS-AFTER-MM - 1 + WS-DORMANT-MONTHS
041424     DIVIDE WS-TOTAL-MONTHS BY 12
041426         GIVING WS-AFTER-YY
041428         REMAINDER WS-AFTER-MM
041430     ADD 1 TO WS-AFTER-MM
041432     IF WS-AFTER-MM = 2 AND WS-AFTER-DD > 28
041434         MOVE 28 TO WS-AFTER-DD
041436     END-IF
041438     IF (WS-AFTER-MM = 4 OR WS-AFTER-MM = 6 OR
041440             WS-AFTER-MM = 9 OR WS-AFTER-MM = 11) AND
041442             WS-AFTER-DD > 30
041444         MOVE 30 TO WS-AFTER-DD
041446     END-IF
041448     COMPUTE WS-DORMANT-AFTER-DATE =
041450         (WS-AFTER-YY * 10000) + (WS-AFTER-MM * 100) + WS-AFTER-DD
041452
041454     INITIALIZE DORMANT-CANDIDATE-RECORD
041456     MOVE ACCT-NUMBER            TO DC-ACCOUNT-NUMBER
041458     MOVE WS-BUSINESS-DATE       TO DC-REPORT-DATE
041460     MOVE ACCT-CUSTOMER-NUMBER   TO DC-CUSTOMER-NUMBER
041462     MOVE WS-LAST-ACTIVITY-DATE  TO DC-LAST-ACTIVITY-DATE
041464     MOVE WS-DORMANT-AFTER-DATE  TO DC-DORMANT-AFTER-DATE
041466     MOVE ACCT-BALANCE           TO DC-BALANCE
041468     WRITE DORMANT-CANDIDATE-RECORD
041470     IF NOT WS-DCAN-OK
041472         DISPLAY "Warning: candidate extract write failed, "
041474             "status " WS-DCAN-FILE-STATUS
041476         GO TO 2400-EXIT
041478     END-IF
041480     ADD 1 TO WS-ACCOUNTS-WARNED.
041482 2400-EXIT.
041484     EXIT.
041486
041500 9800-MARK-JOB-DONE.
041600     OPEN I-O RUN-CONTROL
041700     IF NOT WS-RNCT-OK
043800     MOVE WS-ACCOUNTS-FLIPPED TO WS-T-FLIPPED
043900     MOVE WS-TOTAL-LINE TO DORMANT-REPORT-LINE
044000     WRITE DORMANT-REPORT-LINE
044010     MOVE WS-ACCOUNTS-WARNED TO WS-T-WARNED
044020     MOVE WS-WARNED-TOTAL-LINE TO DORMANT-REPORT-LINE
044030     WRITE DORMANT-REPORT-LINE
044100     CLOSE ACCOUNT-MASTER
044200     IF WS-HIST-AVAILABLE
044300         CLOSE TRAN-HISTORY
044430     END-IF
044500     CLOSE MAINT-LOG
044600     CLOSE DORMANT-REPORT
044610     CLOSE DORMANT-CANDIDATES
044700     DISPLAY "Dormant monitoring complete. Accounts read: "
044800         WS-ACCOUNTS-READ
044900     DISPLAY "Accounts flipped to dormant: "
045000         WS-ACCOUNTS-FLIPPED
045010     DISPLAY "Accounts warned of dormancy: "
045020         WS-ACCOUNTS-WARNED
045100     STOP RUN.
045200 9999-EXIT.
045300     EXIT.
