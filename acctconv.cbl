000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCT-CONVERT.
000300 AUTHOR. R-HAVILAND.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  RH   Original one-time conversion of ACCOUNT-MASTER
001100*                  from the 100-byte record to the 122-byte record
001200*                  that carries the term deposit (TD) terms. Every
001300*                  account is copied unchanged in its first 90
001400*                  bytes; the TD terms start out zero/spaces and
001500*                  the old trailing filler is dropped.
001600*----------------------------------------------------------------
001700*
001800* RUN INSTRUCTIONS
001900*   Run once, when the release that lengthens ACCTREC goes in,
002000*   after the last batch stream on the old programs has finished
002100*   and before any program of the new release opens ACCTMSTR:
002200*   1. Rename the current ACCTMSTR cluster and allocate it to
002300*      ACCTOLD.
002400*   2. Define an empty ACCTMSTR cluster with 122-byte records and
002500*      the same 10-byte key at offset 0.
002600*   3. Run ACCT-CONVERT. It reports the conversion complete only
002700*      when the account count and balance total written equal
002800*      those read; otherwise delete the new ACCTMSTR, rename
002900*      ACCTOLD back and stay on the old release.
003000*   4. Keep ACCTOLD until the first IMAGE-COPY of the new release
003100*      has completed. Account images taken before the conversion
003200*      (ACCTIMG) are in the old 100-byte layout and cannot be
003300*      restored by FWD-RECOVER; the next nightly IMAGE-COPY is the
003400*      first usable image.
003500*----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OLD-ACCOUNT-MASTER ASSIGN TO ACCTOLD
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS OLD-ACCT-NUMBER
004800         FILE STATUS IS WS-OLD-FILE-STATUS.
004900
005000     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS ACCT-NUMBER
005400         FILE STATUS IS WS-ACCT-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800*    The pre-release ACCOUNT-MASTER-RECORD: the current layout up
005900*    to and including ACCT-CUSTOMER-NUMBER, then 10 bytes filler.
006000*    Only the key and the balance (for the control total) are
006100*    named.
006200 FD  OLD-ACCOUNT-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400 01  OLD-ACCOUNT-MASTER-RECORD.
006500     05  OLD-ACCT-DATA.
006600         10  OLD-ACCT-NUMBER     PIC 9(10).
006700         10  FILLER              PIC X(33).
006800         10  OLD-ACCT-BALANCE    PIC S9(9)V99   COMP-3.
006900         10  FILLER              PIC X(41).
007000     05  FILLER                  PIC X(10).
007100
007200 FD  ACCOUNT-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400 COPY ACCTREC.
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-OLD-FILE-STATUS      PIC X(02)  VALUE '00'.
007800     88  WS-OLD-OK                      VALUE '00'.
007900 01  WS-ACCT-FILE-STATUS     PIC X(02)  VALUE '00'.
008000     88  WS-ACCT-OK                     VALUE '00'.
008100
008200 01  WS-SWITCHES.
008300     05  WS-OLD-EOF-SW       PIC X(01)  VALUE 'N'.
008400         88  WS-NO-MORE-ACCOUNTS        VALUE 'Y'.
008500     05  WS-CONVERT-FAILED-SW PIC X(01) VALUE 'N'.
008600         88  WS-CONVERT-FAILED          VALUE 'Y'.
008700
008800 01  WS-ACCOUNTS-READ            PIC 9(09) COMP VALUE 0.
008900 01  WS-ACCOUNTS-WRITTEN         PIC 9(09) COMP VALUE 0.
009000 01  WS-BALANCE-READ             PIC S9(13)V99 COMP-3 VALUE 0.
009100 01  WS-BALANCE-WRITTEN          PIC S9(13)V99 COMP-3 VALUE 0.
009200 01  WS-BALANCE-EDIT             PIC -(13)9.99.
009300
009400 PROCEDURE DIVISION.
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009700     PERFORM UNTIL WS-NO-MORE-ACCOUNTS
009800         PERFORM 2000-CONVERT-NEXT-ACCOUNT THRU 2000-EXIT
009900     END-PERFORM
010000     PERFORM 9999-END-OF-JOB THRU 9999-EXIT.
010100 0000-EXIT.
010200     EXIT.
010300
010400 1000-INITIALIZE.
010500     OPEN INPUT OLD-ACCOUNT-MASTER
010600     IF NOT WS-OLD-OK
010700         DISPLAY "Unable to open old account master, status "
010800             WS-OLD-FILE-STATUS
010900         STOP RUN
011000     END-IF
011100
011200     OPEN OUTPUT ACCOUNT-MASTER
011300     IF NOT WS-ACCT-OK
011400         DISPLAY "Unable to open new account master, status "
011500             WS-ACCT-FILE-STATUS
011600         CLOSE OLD-ACCOUNT-MASTER
011700         STOP RUN
011800     END-IF.
011900 1000-EXIT.
012000     EXIT.
012100
012200*----------------------------------------------------------------
012300* Both files are in key order, so the new cluster is loaded in
012400* one sequential pass.
012500*----------------------------------------------------------------
012600 2000-CONVERT-NEXT-ACCOUNT.
012700     READ OLD-ACCOUNT-MASTER NEXT RECORD
012800         AT END
012900             SET WS-NO-MORE-ACCOUNTS TO TRUE
013000     END-READ
013100     IF WS-NO-MORE-ACCOUNTS
013200         GO TO 2000-EXIT
013300     END-IF
013400     ADD 1 TO WS-ACCOUNTS-READ
013500     ADD OLD-ACCT-BALANCE TO WS-BALANCE-READ
013600
013700     MOVE SPACES TO ACCOUNT-MASTER-RECORD
013800     MOVE OLD-ACCT-DATA          TO ACCOUNT-MASTER-RECORD(1:90)
013900     MOVE 0                      TO ACCT-TERM-MONTHS
014000     MOVE 0                      TO ACCT-MATURITY-DATE
014100     MOVE 0                      TO ACCT-PAYOUT-ACCOUNT
014200     WRITE ACCOUNT-MASTER-RECORD
014300     IF NOT WS-ACCT-OK
014400         DISPLAY "Unable to write account " ACCT-NUMBER
014500             ", status " WS-ACCT-FILE-STATUS
014600         SET WS-CONVERT-FAILED TO TRUE
014700         PERFORM 9999-END-OF-JOB THRU 9999-EXIT
014800     END-IF
014900     ADD 1 TO WS-ACCOUNTS-WRITTEN
015000     ADD ACCT-BALANCE TO WS-BALANCE-WRITTEN.
015100 2000-EXIT.
015200     EXIT.
015300
015400 9999-END-OF-JOB.
015500     CLOSE OLD-ACCOUNT-MASTER
015600     CLOSE ACCOUNT-MASTER
015700     IF WS-ACCOUNTS-WRITTEN NOT = WS-ACCOUNTS-READ
015800             OR WS-BALANCE-WRITTEN NOT = WS-BALANCE-READ
015900         SET WS-CONVERT-FAILED TO TRUE
016000     END-IF
016100     DISPLAY "Accounts read: " WS-ACCOUNTS-READ
016200         "  written: " WS-ACCOUNTS-WRITTEN
016300     MOVE WS-BALANCE-READ TO WS-BALANCE-EDIT
016400     DISPLAY "Balance total read:    " WS-BALANCE-EDIT
016500     MOVE WS-BALANCE-WRITTEN TO WS-BALANCE-EDIT
016600     DISPLAY "Balance total written: " WS-BALANCE-EDIT
016700     IF WS-CONVERT-FAILED
016800         DISPLAY "Account master conversion did not complete. "
016900             "Restore ACCTOLD as ACCTMSTR."
017000     ELSE
017100         DISPLAY "Account master conversion complete."
017200     END-IF
017300     STOP RUN.
017400 9999-EXIT.
017500     EXIT.
