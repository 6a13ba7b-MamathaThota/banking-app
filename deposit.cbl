001755*                  the product's standard hold days. The old
001756*                  checking defaults remain the fallback when
001757*                  the product file is not available.
001758* 2026-10-15  RH   Term deposit (TD) product. Opening a TD asks
001759*                  for the term in months (0 takes the product
001760*                  standard), sets the maturity date and takes
001761*                  the renewal instruction: roll over, or pay
001762*                  out to a linked SV/CK account of the same
001763*                  customer. The product rate is pinned on the
001764*                  account for the term. A withdrawal or
001765*                  transfer out of a TD before maturity charges
001766*                  the PRODFILE penalty months of interest on
001767*                  the amount, confirmed by the teller and
001768*                  journaled as a separate PENALTY entry, which
001769*                  a supervisor can reverse like a fee.
001770* 2026-10-15  RH   A supervisor can reverse an INTEREST credit;
001771*                  INT-1099 nets such reversals out of the
001772*                  interest reported for the year.
001773* 2026-10-15  RH   Account inquiry (menu option 6), posting
001774*                  nothing: status, ledger and available balance,
001775*                  open holds with release dates, active stop/
001776*                  block instructions and standing orders, and a
001777*                  paged history lookup over TRANHIST and the live
001778*                  journal for a keyed date range. Every inquiry
001779*                  is logged to INQLOG under the signed-on
001780*                  operator.
001781*----------------------------------------------------------------
001800
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003166         ORGANIZATION IS SEQUENTIAL
003168         FILE STATUS IS WS-PROD-FILE-STATUS.
003170
003171     SELECT STANDING-ORDERS ASSIGN TO STORDERS
003172         ORGANIZATION IS INDEXED
003173         ACCESS MODE IS DYNAMIC
003174         RECORD KEY IS SO-ORDER-NUMBER
003175         FILE STATUS IS WS-SO-FILE-STATUS.
003176
003177     SELECT TRAN-HISTORY ASSIGN TO TRANHIST
003178         ORGANIZATION IS INDEXED
003179         ACCESS MODE IS DYNAMIC
003180         RECORD KEY IS TH-HIST-KEY
003181         FILE STATUS IS WS-HIST-FILE-STATUS.
003182
003183     SELECT INQUIRY-LOG ASSIGN TO INQLOG
003184         ORGANIZATION IS SEQUENTIAL
003185         FILE STATUS IS WS-INQ-FILE-STATUS.
003186
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  ACCOUNT-MASTER
003736     LABEL RECORDS ARE STANDARD.
003738 COPY PRODREC.
003740
003746 FD  STANDING-ORDERS
003750     LABEL RECORDS ARE STANDARD.
003754 COPY SORDREC.
003758
003762 FD  TRAN-HISTORY
003766     LABEL RECORDS ARE STANDARD.
003770 COPY THISTREC.
003774
003778 FD  INQUIRY-LOG
003782     LABEL RECORDS ARE STANDARD.
003786 COPY INQLREC.
003790
003800 WORKING-STORAGE SECTION.
003900 01  WS-AMOUNT              PIC 9(9)V99 VALUE 0.00.
003910 01  WS-AMOUNT-INPUT        PIC X(12)   VALUE SPACES.
004660     88  WS-STOP-NOT-FOUND              VALUE '35'.
004670 01  WS-PROD-FILE-STATUS    PIC X(02)   VALUE '00'.
004680     88  WS-PROD-OK                     VALUE '00'.
004681 01  WS-SO-FILE-STATUS      PIC X(02)   VALUE '00'.
004682     88  WS-SO-OK                       VALUE '00'.
004683     88  WS-SO-NOT-FOUND                VALUE '35'.
004684 01  WS-HIST-FILE-STATUS    PIC X(02)   VALUE '00'.
004685     88  WS-HIST-OK                     VALUE '00'.
004686     88  WS-HIST-NOT-FOUND              VALUE '35'.
004687 01  WS-INQ-FILE-STATUS     PIC X(02)   VALUE '00'.
004688     88  WS-INQ-OK                      VALUE '00'.
004689     88  WS-INQ-NOT-FOUND               VALUE '35'.
004690
004700 01  WS-SWITCHES.
004800     05  WS-ACCT-FOUND-SW   PIC X(01)   VALUE 'N'.
004937         88  WS-NO-MORE-PRODUCTS        VALUE 'Y'.
004938     05  WS-PROD-FOUND-SW   PIC X(01)   VALUE 'N'.
004939         88  WS-PROD-FOUND              VALUE 'Y'.
004942     05  WS-SO-AVAIL-SW     PIC X(01)   VALUE 'N'.
004945         88  WS-SO-AVAILABLE            VALUE 'Y'.
004948     05  WS-SO-EOF-SW       PIC X(01)   VALUE 'N'.
004951         88  WS-SO-EOF                  VALUE 'Y'.
004954     05  WS-HIST-AVAIL-SW   PIC X(01)   VALUE 'N'.
004957         88  WS-HIST-AVAILABLE          VALUE 'Y'.
004960     05  WS-HIST-EOF-SW     PIC X(01)   VALUE 'N'.
004963         88  WS-HIST-EOF                VALUE 'Y'.
004966     05  WS-INQ-AVAIL-SW    PIC X(01)   VALUE 'N'.
004969         88  WS-INQ-AVAILABLE           VALUE 'Y'.
004972     05  WS-PAGING-STOPPED-SW PIC X(01) VALUE 'N'.
004975         88  WS-PAGING-STOPPED          VALUE 'Y'.
004978
004981 01  WS-CURRENT-DATE            PIC 9(08).
004984 01  WS-CURRENT-TIME            PIC 9(08).
005000
005100 01  WS-ACCOUNT-NUMBER      PIC 9(10)   VALUE ZEROES.
005110 01  WS-XFER-FROM-ACCT      PIC 9(10)   VALUE ZEROES.
005193         10  WS-PROD-GL-CODE        PIC X(06).
005195         10  WS-PROD-OD-LIMIT       PIC S9(9)V99 COMP-3.
005196         10  WS-PROD-HOLD-DAYS      PIC 9(03).
005197         10  WS-PROD-MONTHLY-RATE   PIC S9V9(4) COMP-3.
005198         10  WS-PROD-TERM-MONTHS    PIC 9(03).
005199         10  WS-PROD-PENALTY-MONTHS PIC 9(02).
005200 01  WS-PROD-SUB            PIC 9(02) COMP VALUE 0.
005201 01  WS-PROD-PICK           PIC 9(02) COMP VALUE 0.
005202 01  WS-TYPE-INPUT          PIC X(02)   VALUE SPACES.
005203 01  WS-HOLD-DATE-INTEGER   PIC 9(08)   VALUE ZEROES.
005204 01  WS-DEFAULT-HOLD-DATE   PIC 9(08)   VALUE ZEROES.
005205 01  WS-TERM-INPUT          PIC X(03)   VALUE SPACES.
005206 01  WS-TERM-MONTHS         PIC 9(03)   VALUE 0.
005207 01  WS-MATURITY-DATE       PIC 9(08)   VALUE ZEROES.
005208 01  WS-RENEWAL-INSTR       PIC X(01)   VALUE SPACES.
005209 01  WS-PAYOUT-ACCOUNT      PIC 9(10)   VALUE ZEROES.
005210 01  WS-MAT-YY              PIC 9(04)   VALUE 0.
005211 01  WS-MAT-MM              PIC 9(02)   VALUE 0.
005212 01  WS-MAT-DD              PIC 9(02)   VALUE 0.
005213 01  WS-MAT-LAST-DAY        PIC 9(02)   VALUE 0.
005214 01  WS-MAT-REMAINDER       PIC 9(04)   VALUE 0.
005215 01  WS-TOTAL-MONTHS        PIC 9(06)   VALUE 0.
005216 01  WS-PENALTY-AMOUNT      PIC 9(9)V99 VALUE 0.
005217 01  WS-PENALTY-DISPLAY     PIC -(8)9.99.
005218 01  WS-PENALTY-RATE        PIC S9V9(4) COMP-3 VALUE 0.
005219 01  WS-PENALTY-MONTHS      PIC 9(02)   VALUE 0.
005220 01  WS-INQ-AMOUNT-DISPLAY  PIC -(8)9.99.
005221 01  WS-INQ-COUNT           PIC 9(03) COMP VALUE 0.
005222 01  WS-STATUS-TEXT         PIC X(08)   VALUE SPACES.
005223 01  WS-EXPIRY-TEXT         PIC X(08)   VALUE SPACES.
005224 01  WS-HISTORY-ANSWER      PIC X(01)   VALUE 'N'.
005225 01  WS-MORE-ANSWER         PIC X(01)   VALUE 'N'.
005226 01  WS-FROM-DATE           PIC 9(08)   VALUE ZEROES.
005227 01  WS-TO-DATE             PIC 9(08)   VALUE ZEROES.
005228 01  WS-PAGE-LINES          PIC 9(02) COMP VALUE 0.
005229 01  WS-HISTORY-PAGE-SIZE   PIC 9(02) COMP VALUE 10.
005230 01  WS-ENTRIES-SHOWN       PIC 9(05)   VALUE 0.
005231 01  WS-REF-COUNTERPARTY    PIC 9(10)   VALUE ZEROES.
005232 01  WS-REF-CHECK-NUMBER    PIC 9(08)   VALUE ZEROES.
005233 01  WS-REF-ORIG-DATE       PIC 9(08)   VALUE ZEROES.
005234
005235*    One history line as shown by the inquiry; WS-HL-SOURCE tells
005236*    the archived history (HIST) from the live journal (LIVE).
005237 01  WS-HISTORY-HEADING.
005238     05  FILLER             PIC X(41)   VALUE
005239         "DATE     TIME     TYPE             AMOUNT".
005240     05  FILLER             PIC X(39)   VALUE
005241         "      BALANCE OPERATOR REFERENCE       ".
005242     05  FILLER             PIC X(04)   VALUE "FROM".
005243 01  WS-HISTORY-LINE.
005244     05  WS-HL-DATE         PIC 9(08).
005245     05  FILLER             PIC X(01)   VALUE SPACE.
005246     05  WS-HL-TIME         PIC 9(08).
005247     05  FILLER             PIC X(01)   VALUE SPACE.
005248     05  WS-HL-TYPE         PIC X(10).
005249     05  FILLER             PIC X(01)   VALUE SPACE.
005250     05  WS-HL-AMOUNT       PIC -(8)9.99.
005251     05  FILLER             PIC X(01)   VALUE SPACE.
005252     05  WS-HL-BALANCE      PIC -(8)9.99.
005253     05  FILLER             PIC X(01)   VALUE SPACE.
005254     05  WS-HL-OPERATOR     PIC X(08).
005255     05  FILLER             PIC X(01)   VALUE SPACE.
005256     05  WS-HL-REFERENCE.
005257         10  WS-HL-REF-LABEL    PIC X(05).
005258         10  WS-HL-REF-VALUE    PIC X(10).
005259     05  FILLER             PIC X(01)   VALUE SPACE.
005260     05  WS-HL-SOURCE       PIC X(04).
005261
005300 PROCEDURE DIVISION.
005400 0000-MAINLINE.
005500     DISPLAY "Welcome to the Deposit and Withdrawal System".
006712         STOP RUN
006714     END-IF
006716     PERFORM 1200-OPERATOR-SIGNON THRU 1200-EXIT
006726     PERFORM 1400-OPEN-INQUIRY-FILES THRU 1400-EXIT
006750
006800     OPEN I-O ACCOUNT-MASTER
006900     IF NOT WS-ACCT-OK
007521                     WS-PROD-OD-LIMIT(WS-PROD-COUNT)
007522                 MOVE PR-HOLD-DAYS TO
007523                     WS-PROD-HOLD-DAYS(WS-PROD-COUNT)
007528                 MOVE PR-MONTHLY-RATE TO
007533                     WS-PROD-MONTHLY-RATE(WS-PROD-COUNT)
007538                 MOVE PR-TERM-MONTHS TO
007543                     WS-PROD-TERM-MONTHS(WS-PROD-COUNT)
007548                 MOVE PR-PENALTY-MONTHS TO
007553                     WS-PROD-PENALTY-MONTHS(WS-PROD-COUNT)
007558             ELSE
007563                 DISPLAY "Warning: product row for type "
007568                     PR-ACCT-TYPE " ignored, table is full"
007573             END-IF
007578         END-IF
007583     END-PERFORM.
007588 1300-EXIT.
007593     EXIT.
007600
007602*----------------------------------------------------------------
007604* Files used only by the account inquiry. Standing orders and
007606* the archived history are optional; the inquiry log is not -
007608* an inquiry that cannot be logged is not allowed.
007610*----------------------------------------------------------------
007612 1400-OPEN-INQUIRY-FILES.
007614     OPEN INPUT STANDING-ORDERS
007616     IF WS-SO-OK
007618         SET WS-SO-AVAILABLE TO TRUE
007620     ELSE
007622         IF NOT WS-SO-NOT-FOUND
007624             DISPLAY "Standing order file not available, status "
007626                 WS-SO-FILE-STATUS
007628         END-IF
007630     END-IF
007632
007634     OPEN INPUT TRAN-HISTORY
007636     IF WS-HIST-OK
007638         SET WS-HIST-AVAILABLE TO TRUE
007640     ELSE
007642         IF NOT WS-HIST-NOT-FOUND
007644             DISPLAY "Transaction history not available, status "
007646                 WS-HIST-FILE-STATUS
007648         END-IF
007650     END-IF
007652
007654     OPEN EXTEND INQUIRY-LOG
007656     IF WS-INQ-NOT-FOUND
007658         OPEN OUTPUT INQUIRY-LOG
007660         CLOSE INQUIRY-LOG
007662         OPEN EXTEND INQUIRY-LOG
007664     END-IF
007666     IF WS-INQ-OK
007668         SET WS-INQ-AVAILABLE TO TRUE
007670     ELSE
007672         DISPLAY "Inquiry log not available, status "
007674             WS-INQ-FILE-STATUS
007676         DISPLAY "Account inquiry is disabled for this session."
007678     END-IF.
007680 1400-EXIT.
007682     EXIT.
007684
007700 2000-SELECT-ACCOUNT.
007800     MOVE 'N' TO WS-ACCT-FOUND-SW
007900     PERFORM UNTIL WS-ACCT-FOUND
010696             END-READ
010697         END-IF
010698     END-IF
010707*    The product is chosen before the record is built: a term
010716*    deposit's payout account is validated by reading the master.
010725     MOVE 0 TO WS-PROD-PICK
010734     IF WS-PROD-AVAILABLE AND WS-PROD-COUNT > 0
010743         PERFORM 2300-CHOOSE-PRODUCT THRU 2300-EXIT
010752         IF WS-PROD-ACCT-TYPE(WS-PROD-PICK) = "TD"
010761             PERFORM 2400-GET-TERM-DETAILS THRU 2400-EXIT
010770         END-IF
010779     END-IF
010788     INITIALIZE ACCOUNT-MASTER-RECORD
010800     MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
010900     IF WS-CIF-FOUND
010910         MOVE CIF-NAME      TO ACCT-NAME
010940     END-IF
011000     MOVE "A"               TO ACCT-STATUS
011100     MOVE 0                 TO ACCT-BALANCE
011200     IF WS-PROD-PICK > 0
011220         MOVE WS-PROD-ACCT-TYPE(WS-PROD-PICK)
011230             TO ACCT-TYPE
011240         MOVE WS-PROD-GL-CODE(WS-PROD-PICK)
011270         MOVE 0 TO ACCT-INTEREST-RATE
011280         MOVE WS-PROD-OD-LIMIT(WS-PROD-PICK)
011290             TO ACCT-OVERDRAFT-LIMIT
011291*        A term deposit earns the rate it was opened at for the
011292*        whole term, so the product rate is pinned on the account;
011293*        TD-MATURITY reprices it from PRODFILE at each rollover.
011294         IF ACCT-TYPE-TERM-DEPOSIT
011295             MOVE WS-PROD-MONTHLY-RATE(WS-PROD-PICK)
011296                 TO ACCT-INTEREST-RATE
011297             MOVE WS-TERM-MONTHS    TO ACCT-TERM-MONTHS
011298             MOVE WS-MATURITY-DATE  TO ACCT-MATURITY-DATE
011299             MOVE WS-RENEWAL-INSTR  TO ACCT-RENEWAL-INSTR
011300             MOVE WS-PAYOUT-ACCOUNT TO ACCT-PAYOUT-ACCOUNT
011301         END-IF
011302     ELSE
011310         MOVE "CK"              TO ACCT-TYPE
011320         MOVE 0                 TO ACCT-OVERDRAFT-LIMIT
011400         MOVE 0                 TO ACCT-INTEREST-RATE
011460                                TO ACCT-GL-CODE
011465     END-IF
011470     MOVE WS-CUSTOMER-NUMBER TO ACCT-CUSTOMER-NUMBER
011500     WRITE ACCOUNT-MASTER-RECORD
011510     IF ACCT-TYPE-TERM-DEPOSIT
011520         DISPLAY "Term deposit opened for " ACCT-TERM-MONTHS
011530             " months, maturing " ACCT-MATURITY-DATE "."
011540     END-IF.
011600 2200-EXIT.
011700     EXIT.
011710
011753 2300-EXIT.
011754     EXIT.
011800
011801*----------------------------------------------------------------
011802* Term deposit terms: the term in months (0 takes the product
011803* standard), the maturity date that far from today, and the
011804* instruction for maturity. A payout goes to another SV or CK
011805* account of the same customer, so it needs a linked customer;
011806* an unlinked TD can only roll over.
011807*----------------------------------------------------------------
011808 2400-GET-TERM-DETAILS.
011809     MOVE 0 TO WS-TERM-MONTHS
011810     PERFORM UNTIL WS-TERM-MONTHS > 0
011811         DISPLAY "Enter term in months (0 for the product "
011812             "standard of " WS-PROD-TERM-MONTHS(WS-PROD-PICK)
011813             "): "
011814         MOVE SPACES TO WS-TERM-INPUT
011815         ACCEPT WS-TERM-INPUT
011816         MOVE FUNCTION TEST-NUMVAL(WS-TERM-INPUT)
011817             TO WS-AMOUNT-CHECK
011818         IF WS-AMOUNT-CHECK NOT = 0 OR WS-TERM-INPUT = SPACES
011819             DISPLAY "Invalid term. Enter a number of months."
011820         ELSE
011821             COMPUTE WS-TERM-MONTHS =
011822                 FUNCTION NUMVAL(WS-TERM-INPUT)
011823             IF WS-TERM-MONTHS = 0
011824                 MOVE WS-PROD-TERM-MONTHS(WS-PROD-PICK)
011825                     TO WS-TERM-MONTHS
011826                 IF WS-TERM-MONTHS = 0
011827                     DISPLAY "No standard term for this "
011828                         "product. Please key the term."
011829                 END-IF
011830             END-IF
011831         END-IF
011832     END-PERFORM
011833     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
011834     MOVE WS-CURRENT-DATE TO WS-MATURITY-DATE
011835     PERFORM 2500-ADD-TERM-MONTHS THRU 2500-EXIT
011836     DISPLAY "Maturity date " WS-MATURITY-DATE "."
011837     MOVE SPACES TO WS-RENEWAL-INSTR
011838     MOVE ZEROES TO WS-PAYOUT-ACCOUNT
011839     PERFORM UNTIL WS-RENEWAL-INSTR = "R" OR "P"
011840         DISPLAY "At maturity: R=roll over, P=pay out to "
011841             "another account: "
011842         ACCEPT WS-RENEWAL-INSTR
011843         IF WS-RENEWAL-INSTR = "r"
011844             MOVE "R" TO WS-RENEWAL-INSTR
011845         END-IF
011846         IF WS-RENEWAL-INSTR = "p"
011847             MOVE "P" TO WS-RENEWAL-INSTR
011848         END-IF
011849         IF WS-RENEWAL-INSTR = "P"
011850             PERFORM 2410-GET-PAYOUT-ACCOUNT THRU 2410-EXIT
011851         END-IF
011852     END-PERFORM.
011853 2400-EXIT.
011854     EXIT.
011855
011856 2410-GET-PAYOUT-ACCOUNT.
011857     IF WS-CUSTOMER-NUMBER = 0
011858         DISPLAY "Account is not linked to a customer. "
011859             "It can only roll over."
011860         MOVE "R" TO WS-RENEWAL-INSTR
011861         GO TO 2410-EXIT
011862     END-IF
011863     DISPLAY "Enter payout account: "
011864     ACCEPT WS-PAYOUT-ACCOUNT
011865     MOVE SPACES TO WS-RENEWAL-INSTR
011866     IF WS-PAYOUT-ACCOUNT = WS-ACCOUNT-NUMBER
011867         DISPLAY "Payout account must be a different account."
011868         GO TO 2410-EXIT
011869     END-IF
011870     MOVE WS-PAYOUT-ACCOUNT TO ACCT-NUMBER
011871     READ ACCOUNT-MASTER
011872         INVALID KEY
011873             DISPLAY "Account " WS-PAYOUT-ACCOUNT " not on file."
011874             GO TO 2410-EXIT
011875     END-READ
011876     IF ACCT-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
011877         DISPLAY "Account " WS-PAYOUT-ACCOUNT
011878             " belongs to another customer."
011879         GO TO 2410-EXIT
011880     END-IF
011881     IF NOT ACCT-TYPE-SAVINGS AND NOT ACCT-TYPE-CHECKING
011882         DISPLAY "Payout account must be savings or checking."
011883         GO TO 2410-EXIT
011884     END-IF
011885     IF ACCT-CLOSED
011886         DISPLAY "Account " WS-PAYOUT-ACCOUNT " is closed."
011887         GO TO 2410-EXIT
011888     END-IF
011889     MOVE "P" TO WS-RENEWAL-INSTR.
011890 2410-EXIT.
011891     EXIT.
011892
011893*----------------------------------------------------------------
011894* Adds WS-TERM-MONTHS calendar months to WS-MATURITY-DATE. A day
011895* that does not exist in the target month falls back to that
011896* month's last day (a 31 January deposit for one month matures
011897* on the last day of February).
011898*----------------------------------------------------------------
011899 2500-ADD-TERM-MONTHS.
011900     MOVE WS-MATURITY-DATE(1:4) TO WS-MAT-YY
011901     MOVE WS-MATURITY-DATE(5:2) TO WS-MAT-MM
011902     MOVE WS-MATURITY-DATE(7:2) TO WS-MAT-DD
011903     COMPUTE WS-TOTAL-MONTHS =
011904         (WS-MAT-YY * 12) + WS-MAT-MM - 1 + WS-TERM-MONTHS
011905     DIVIDE WS-TOTAL-MONTHS BY 12
011906         GIVING WS-MAT-YY REMAINDER WS-MAT-MM
011907     ADD 1 TO WS-MAT-MM
011908     EVALUATE WS-MAT-MM
011909         WHEN 4
011910         WHEN 6
011911         WHEN 9
011912         WHEN 11
011913             MOVE 30 TO WS-MAT-LAST-DAY
011914         WHEN 2
011915             MOVE 28 TO WS-MAT-LAST-DAY
011916             DIVIDE WS-MAT-YY BY 4 GIVING WS-MAT-REMAINDER
011917                 REMAINDER WS-MAT-REMAINDER
011918             IF WS-MAT-REMAINDER = 0
011919                 MOVE 29 TO WS-MAT-LAST-DAY
011920                 DIVIDE WS-MAT-YY BY 100 GIVING WS-MAT-REMAINDER
011921                     REMAINDER WS-MAT-REMAINDER
011922                 IF WS-MAT-REMAINDER = 0
011923                     MOVE 28 TO WS-MAT-LAST-DAY
011924                     DIVIDE WS-MAT-YY BY 400
011925                         GIVING WS-MAT-REMAINDER
011926                         REMAINDER WS-MAT-REMAINDER
011927                     IF WS-MAT-REMAINDER = 0
011928                         MOVE 29 TO WS-MAT-LAST-DAY
011929                     END-IF
011930                 END-IF
011931             END-IF
011932         WHEN OTHER
011933             MOVE 31 TO WS-MAT-LAST-DAY
011934     END-EVALUATE
011935     IF WS-MAT-DD > WS-MAT-LAST-DAY
011936         MOVE WS-MAT-LAST-DAY TO WS-MAT-DD
011937     END-IF
011938     MOVE WS-MAT-YY TO WS-MATURITY-DATE(1:4)
011939     MOVE WS-MAT-MM TO WS-MATURITY-DATE(5:2)
011940     MOVE WS-MAT-DD TO WS-MATURITY-DATE(7:2).
011941 2500-EXIT.
011942     EXIT.
011943
011944 3000-PROCESS-TRANSACTIONS.
012000     MOVE 'Y' TO WS-CONTINUE
012100     PERFORM UNTIL WS-CONTINUE NOT = 'Y'
012200         DISPLAY "Account: " ACCT-NUMBER " Name: " ACCT-NAME
012300         DISPLAY "Current Balance: $" ACCT-BALANCE
012310         IF ACCT-TYPE-TERM-DEPOSIT
012320             DISPLAY "Term deposit maturing " ACCT-MATURITY-DATE
012330         END-IF
012400         DISPLAY "Choose an option:"
012500         DISPLAY "1. Deposit"
012600         DISPLAY "2. Withdraw"
012650         DISPLAY "3. Set overdraft limit"
012660         DISPLAY "4. Transfer to another account"
012670         DISPLAY "5. Reverse a transaction (supervisor)"
012680         DISPLAY "6. Account inquiry (no posting)"
012690         DISPLAY "Enter your choice (1-6): "
012800         ACCEPT WS-CHOICE
012900
013000         EVALUATE WS-CHOICE
013490                 PERFORM 7000-TRANSFER THRU 7000-EXIT
013492             WHEN 5
013494                 PERFORM 8000-REVERSAL THRU 8000-EXIT
013496             WHEN 6
013498                 PERFORM 8500-ACCOUNT-INQUIRY THRU 8500-EXIT
013500             WHEN OTHER
013600                 DISPLAY "Invalid choice. Please try again."
013700         END-EVALUATE
015620     COMPUTE WS-AVAILABLE-FUNDS =
015630         ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
015640             - WS-ACTIVE-HOLD-TOTAL
015650     PERFORM 5700-COMPUTE-PENALTY THRU 5700-EXIT
015660     IF WS-PENALTY-AMOUNT > 0
015670         PERFORM 5710-CONFIRM-PENALTY THRU 5710-EXIT
015680         IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
015690             DISPLAY "Withdrawal abandoned. Nothing posted."
015700             GO TO 5000-EXIT
015710         END-IF
015720     END-IF
015800     IF WS-AMOUNT + WS-PENALTY-AMOUNT > WS-AVAILABLE-FUNDS THEN
015900         DISPLAY "Insufficient balance. Withdrawal failed."
015910         DISPLAY "Available (incl. overdraft, less holds): $"
015920             WS-AVAILABLE-FUNDS
016208         END-IF
016210         MOVE "WITHDRAWAL" TO TL-TRAN-TYPE
016220         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
016230         IF WS-PENALTY-AMOUNT > 0
016240             PERFORM 5800-POST-PENALTY THRU 5800-EXIT
016250         END-IF
016300         DISPLAY "Withdrawal successful. Updated Balance: $"
016400             ACCT-BALANCE
016500     END-IF.
016896 6000-EXIT.
016900     EXIT.

016907*----------------------------------------------------------------
016914* Early-withdrawal penalty on a term deposit debited before its
016921* maturity date: the product's penalty months of interest on the
016928* amount (WS-AMOUNT), at the account's pinned rate or, failing
016935* that, the product rate. Zero on every other account.
016942*----------------------------------------------------------------
016949 5700-COMPUTE-PENALTY.
016956     MOVE 0 TO WS-PENALTY-AMOUNT
016963     IF NOT ACCT-TYPE-TERM-DEPOSIT
016970         GO TO 5700-EXIT
016977     END-IF
016984     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
016991     IF ACCT-MATURITY-DATE NOT > WS-CURRENT-DATE
016998         GO TO 5700-EXIT
017005     END-IF
017012     MOVE 0 TO WS-PROD-PICK
017019     PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
017026             UNTIL WS-PROD-SUB > WS-PROD-COUNT
017033         IF WS-PROD-ACCT-TYPE(WS-PROD-SUB) = ACCT-TYPE
017040             MOVE WS-PROD-SUB TO WS-PROD-PICK
017047         END-IF
017054     END-PERFORM
017061     IF WS-PROD-PICK = 0
017068         GO TO 5700-EXIT
017075     END-IF
017082     MOVE WS-PROD-PENALTY-MONTHS(WS-PROD-PICK)
017089         TO WS-PENALTY-MONTHS
017096     IF ACCT-INTEREST-RATE NOT = 0
017103         MOVE ACCT-INTEREST-RATE TO WS-PENALTY-RATE
017110     ELSE
017117         MOVE WS-PROD-MONTHLY-RATE(WS-PROD-PICK)
017124             TO WS-PENALTY-RATE
017131     END-IF
017138     COMPUTE WS-PENALTY-AMOUNT ROUNDED =
017145         WS-AMOUNT * WS-PENALTY-RATE * WS-PENALTY-MONTHS.
017152 5700-EXIT.
017159     EXIT.
017166
017173 5710-CONFIRM-PENALTY.
017180     MOVE WS-PENALTY-AMOUNT TO WS-PENALTY-DISPLAY
017187     DISPLAY "Term deposit does not mature until "
017194         ACCT-MATURITY-DATE "."
017201     DISPLAY "Early-withdrawal penalty of $" WS-PENALTY-DISPLAY
017208         " will also be charged."
017215     DISPLAY "Proceed? (Y/N): "
017222     MOVE 'N' TO WS-CONFIRM
017229     ACCEPT WS-CONFIRM.
017236 5710-EXIT.
017243     EXIT.
017250
017257*----------------------------------------------------------------
017264* Posts the early-withdrawal penalty against the current account
017271* as its own PENALTY journal entry. WS-AMOUNT is consumed.
017278*----------------------------------------------------------------
017285 5800-POST-PENALTY.
017292     SUBTRACT WS-PENALTY-AMOUNT FROM ACCT-BALANCE
017299     REWRITE ACCOUNT-MASTER-RECORD
017306     IF NOT WS-ACCT-OK
017313         DISPLAY "Warning: balance rewrite failed, status "
017320             WS-ACCT-FILE-STATUS
017327     END-IF
017334     MOVE WS-PENALTY-AMOUNT TO WS-AMOUNT
017341     MOVE "PENALTY" TO TL-TRAN-TYPE
017348     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
017355     MOVE WS-PENALTY-AMOUNT TO WS-PENALTY-DISPLAY
017362     DISPLAY "Early-withdrawal penalty charged: $"
017369         WS-PENALTY-DISPLAY.
017376 5800-EXIT.
017383     EXIT.
017390
017400 7000-TRANSFER.
017402     IF NOT ACCT-ACTIVE
017403         IF ACCT-DORMANT
017420     COMPUTE WS-AVAILABLE-FUNDS =
017430         ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
017440             - WS-ACTIVE-HOLD-TOTAL
017441     PERFORM 5700-COMPUTE-PENALTY THRU 5700-EXIT
017442     IF WS-PENALTY-AMOUNT > 0
017443         PERFORM 5710-CONFIRM-PENALTY THRU 5710-EXIT
017444         IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
017445             DISPLAY "Transfer abandoned. Nothing posted."
017446             GO TO 7000-EXIT
017447         END-IF
017448     END-IF
017450     IF WS-AMOUNT + WS-PENALTY-AMOUNT > WS-AVAILABLE-FUNDS
017458         DISPLAY "Insufficient balance. Transfer failed."
017466         DISPLAY "Available (incl. overdraft, less holds): $"
017474             WS-AVAILABLE-FUNDS
017930     MOVE WS-XFER-FROM-ACCT TO WS-COUNTERPARTY-ACCT
017940     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
017950     PERFORM 7100-REREAD-FROM-ACCOUNT THRU 7100-EXIT
017952     IF WS-PENALTY-AMOUNT > 0
017954         PERFORM 5800-POST-PENALTY THRU 5800-EXIT
017956     END-IF
017960     DISPLAY "Transfer successful. Updated Balance: $"
017970         ACCT-BALANCE.
017980 7000-EXIT.
018150     END-IF
018151     EVALUATE WS-ORIG-TYPE
018152         WHEN "DEPOSIT"
018153         WHEN "INTEREST"
018154             COMPUTE WS-REVERSAL-DELTA = 0 - WS-ORIG-AMOUNT
018155         WHEN "WITHDRAWAL"
018156             MOVE WS-ORIG-AMOUNT TO WS-REVERSAL-DELTA
018157         WHEN "FEE"
018158         WHEN "PENALTY"
018160             MOVE WS-ORIG-AMOUNT TO WS-REVERSAL-DELTA
018162         WHEN OTHER
018164             DISPLAY "Type " WS-ORIG-TYPE " cannot be "
018166                 "reversed here. Reversal refused."
018168             GO TO 8000-EXIT
018170     END-EVALUATE
018172     ADD WS-REVERSAL-DELTA TO ACCT-BALANCE
018174     REWRITE ACCOUNT-MASTER-RECORD
018176     IF NOT WS-ACCT-OK
018178         DISPLAY "Warning: balance rewrite failed, status "
018180             WS-ACCT-FILE-STATUS
018182     END-IF
018184     PERFORM 8200-WRITE-REVERSAL-JOURNAL THRU 8200-EXIT
018186     DISPLAY "Reversal posted. Updated Balance: $"
018188         ACCT-BALANCE.
018190 8000-EXIT.
018192     EXIT.

018200 8100-FIND-ORIGINAL.
018201     MOVE 'N' TO WS-ORIG-FOUND-SW
018361 8050-EXIT.
018362     EXIT.

018372*----------------------------------------------------------------
018382* Account inquiry: shows the account without posting anything.
018392* Available funds follow the withdrawal rule (balance plus
018402* overdraft limit less open holds). The inquiry is logged to
018412* INQLOG before anything is shown; without the log there is no
018422* inquiry.
018432*----------------------------------------------------------------
018442 8500-ACCOUNT-INQUIRY.
018452     IF NOT WS-INQ-AVAILABLE
018462         DISPLAY "Inquiry log not available. Inquiry refused."
018472         GO TO 8500-EXIT
018482     END-IF
018492     INITIALIZE INQUIRY-LOG-RECORD
018502     SET IQ-ACCOUNT-SUMMARY TO TRUE
018512     PERFORM 8700-WRITE-INQUIRY-LOG THRU 8700-EXIT
018522     EVALUATE TRUE
018532         WHEN ACCT-ACTIVE
018542             MOVE "ACTIVE" TO WS-STATUS-TEXT
018552         WHEN ACCT-DORMANT
018562             MOVE "DORMANT" TO WS-STATUS-TEXT
018572         WHEN ACCT-FROZEN
018582             MOVE "FROZEN" TO WS-STATUS-TEXT
018592         WHEN ACCT-CLOSED
018602             MOVE "CLOSED" TO WS-STATUS-TEXT
018612         WHEN OTHER
018622             MOVE "UNKNOWN" TO WS-STATUS-TEXT
018632     END-EVALUATE
018642     PERFORM 5500-SUM-ACTIVE-HOLDS THRU 5500-EXIT
018652     COMPUTE WS-AVAILABLE-FUNDS =
018662         ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT
018672             - WS-ACTIVE-HOLD-TOTAL
018682     DISPLAY "Account inquiry - nothing will be posted."
018692     DISPLAY "Account: " ACCT-NUMBER " Name: " ACCT-NAME
018702     DISPLAY "Type: " ACCT-TYPE "  Status: " ACCT-STATUS " "
018712         WS-STATUS-TEXT "  Customer: " ACCT-CUSTOMER-NUMBER
018722     MOVE ACCT-BALANCE TO WS-INQ-AMOUNT-DISPLAY
018732     DISPLAY "Ledger balance:     $" WS-INQ-AMOUNT-DISPLAY
018742     MOVE ACCT-OVERDRAFT-LIMIT TO WS-INQ-AMOUNT-DISPLAY
018752     DISPLAY "Overdraft limit:    $" WS-INQ-AMOUNT-DISPLAY
018762     MOVE WS-ACTIVE-HOLD-TOTAL TO WS-INQ-AMOUNT-DISPLAY
018772     DISPLAY "Open holds:         $" WS-INQ-AMOUNT-DISPLAY
018782     MOVE WS-AVAILABLE-FUNDS TO WS-INQ-AMOUNT-DISPLAY
018792     DISPLAY "Available balance:  $" WS-INQ-AMOUNT-DISPLAY
018802     IF NOT ACCT-ACTIVE
018812         DISPLAY "Debits are refused while the account is "
018822             WS-STATUS-TEXT "."
018832     END-IF
018842     IF ACCT-TYPE-TERM-DEPOSIT
018852         DISPLAY "Term deposit maturing " ACCT-MATURITY-DATE
018862     END-IF
018872     PERFORM 8510-SHOW-HOLDS THRU 8510-EXIT
018882     PERFORM 8520-SHOW-STOPS THRU 8520-EXIT
018892     PERFORM 8530-SHOW-STANDING-ORDERS THRU 8530-EXIT
018902     DISPLAY "Look up transaction history? (Y/N): "
018912     MOVE 'N' TO WS-HISTORY-ANSWER
018922     ACCEPT WS-HISTORY-ANSWER
018932     IF WS-HISTORY-ANSWER = 'Y' OR WS-HISTORY-ANSWER = 'y'
018942         PERFORM 8600-HISTORY-LOOKUP THRU 8600-EXIT
018952     END-IF.
018962 8500-EXIT.
018972     EXIT.
018982
018992 8510-SHOW-HOLDS.
019002     DISPLAY "Open holds:"
019012     MOVE 0 TO WS-INQ-COUNT
019022     MOVE 'N' TO WS-HOLD-EOF-SW
019032     MOVE ACCT-NUMBER TO HOLD-ACCOUNT
019042     MOVE 0 TO HOLD-SEQ
019052     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
019062         INVALID KEY
019072             SET WS-HOLD-EOF TO TRUE
019082     END-START
019092     PERFORM UNTIL WS-HOLD-EOF
019102         READ HOLD-FILE NEXT RECORD
019112             AT END
019122                 SET WS-HOLD-EOF TO TRUE
019132         END-READ
019142         IF NOT WS-HOLD-EOF
019152             IF HOLD-ACCOUNT NOT = ACCT-NUMBER
019162                 SET WS-HOLD-EOF TO TRUE
019172             ELSE
019182                 IF HOLD-OPEN
019192                     ADD 1 TO WS-INQ-COUNT
019202                     MOVE HOLD-AMOUNT TO WS-INQ-AMOUNT-DISPLAY
019212                     DISPLAY "  $" WS-INQ-AMOUNT-DISPLAY
019222                         " placed " HOLD-PLACED-DATE
019232                         " releases " HOLD-RELEASE-DATE
019242                 END-IF
019252             END-IF
019262         END-IF
019272     END-PERFORM
019282     IF WS-INQ-COUNT = 0
019292         DISPLAY "  None."
019302     END-IF.
019312 8510-EXIT.
019322     EXIT.
019332
019342*----------------------------------------------------------------
019352* Active stop/block instructions: active and not past their
019362* expiry date, the rule the debit paths apply.
019372*----------------------------------------------------------------
019382 8520-SHOW-STOPS.
019392     DISPLAY "Active stop/block instructions:"
019402     IF NOT WS-STOP-AVAILABLE
019412         DISPLAY "  Stop/block file not available."
019422         GO TO 8520-EXIT
019432     END-IF
019442     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
019452     MOVE 0 TO WS-INQ-COUNT
019462     MOVE 'N' TO WS-STOP-EOF-SW
019472     MOVE ACCT-NUMBER TO SB-ACCOUNT
019482     MOVE 0 TO SB-SEQ
019492     START STOP-BLOCK-FILE KEY NOT LESS THAN SB-KEY
019502         INVALID KEY
019512             SET WS-STOP-EOF TO TRUE
019522     END-START
019532     PERFORM UNTIL WS-STOP-EOF
019542         READ STOP-BLOCK-FILE NEXT RECORD
019552             AT END
019562                 SET WS-STOP-EOF TO TRUE
019572         END-READ
019582         IF NOT WS-STOP-EOF
019592             IF SB-ACCOUNT NOT = ACCT-NUMBER
019602                 SET WS-STOP-EOF TO TRUE
019612             ELSE
019622                 IF SB-ACTIVE AND
019632                         (SB-EXPIRY-DATE = 0 OR
019642                         SB-EXPIRY-DATE NOT <
019652                             WS-CURRENT-DATE)
019662                     PERFORM 8525-SHOW-STOP THRU 8525-EXIT
019672                 END-IF
019682             END-IF
019692         END-IF
019702     END-PERFORM
019712     IF WS-INQ-COUNT = 0
019722         DISPLAY "  None."
019732     END-IF.
019742 8520-EXIT.
019752     EXIT.
019762
019772 8525-SHOW-STOP.
019782     ADD 1 TO WS-INQ-COUNT
019792     IF SB-EXPIRY-DATE = 0
019802         MOVE "NEVER" TO WS-EXPIRY-TEXT
019812     ELSE
019822         MOVE SB-EXPIRY-DATE TO WS-EXPIRY-TEXT
019832     END-IF
019842     EVALUATE TRUE
019852         WHEN SB-STOP-AMOUNT
019862             MOVE SB-AMOUNT TO WS-INQ-AMOUNT-DISPLAY
019872             DISPLAY "  Stop payment of $" WS-INQ-AMOUNT-DISPLAY
019882                 " placed " SB-PLACED-DATE
019892                 " expires " WS-EXPIRY-TEXT
019902         WHEN SB-STOP-CHECK
019912             DISPLAY "  Stop on check " SB-CHECK-NUMBER
019922                 " placed " SB-PLACED-DATE
019932                 " expires " WS-EXPIRY-TEXT
019942         WHEN SB-BLOCK-DEBITS
019952             DISPLAY "  All debits blocked"
019962                 " placed " SB-PLACED-DATE
019972                 " expires " WS-EXPIRY-TEXT
019982         WHEN SB-BLOCK-XFER-OUT
019992             DISPLAY "  Transfers out blocked"
020002                 " placed " SB-PLACED-DATE
020012                 " expires " WS-EXPIRY-TEXT
020022         WHEN OTHER
020032             DISPLAY "  Instruction type " SB-INSTR-TYPE
020042                 " placed " SB-PLACED-DATE
020052                 " expires " WS-EXPIRY-TEXT
020062     END-EVALUATE.
020072 8525-EXIT.
020082     EXIT.
020092
020102*----------------------------------------------------------------
020112* STORDERS is keyed by order number, so the whole file is read
020122* for the active orders paying from this account or crediting
020132* it as the receiving side of a transfer.
020142*----------------------------------------------------------------
020152 8530-SHOW-STANDING-ORDERS.
020162     DISPLAY "Active standing orders:"
020172     IF NOT WS-SO-AVAILABLE
020182         DISPLAY "  Standing order file not available."
020192         GO TO 8530-EXIT
020202     END-IF
020212     MOVE 0 TO WS-INQ-COUNT
020222     MOVE 'N' TO WS-SO-EOF-SW
020232     MOVE LOW-VALUES TO SO-ORDER-NUMBER
020242     START STANDING-ORDERS KEY NOT LESS THAN SO-ORDER-NUMBER
020252         INVALID KEY
020262             SET WS-SO-EOF TO TRUE
020272     END-START
020282     PERFORM UNTIL WS-SO-EOF
020292         READ STANDING-ORDERS NEXT RECORD
020302             AT END
020312                 SET WS-SO-EOF TO TRUE
020322         END-READ
020332         IF NOT WS-SO-EOF
020342             IF SO-ACTIVE AND
020352                     (SO-ACCOUNT-NUMBER = ACCT-NUMBER OR
020362                     SO-COUNTERPARTY-ACCT = ACCT-NUMBER)
020372                 PERFORM 8535-SHOW-STANDING-ORDER THRU 8535-EXIT
020382             END-IF
020392         END-IF
020402     END-PERFORM
020412     IF WS-INQ-COUNT = 0
020422         DISPLAY "  None."
020432     END-IF.
020442 8530-EXIT.
020452     EXIT.
020462
020472 8535-SHOW-STANDING-ORDER.
020482     ADD 1 TO WS-INQ-COUNT
020492     MOVE SO-AMOUNT TO WS-INQ-AMOUNT-DISPLAY
020502     DISPLAY "  Order " SO-ORDER-NUMBER " " SO-TRAN-TYPE
020512         " $" WS-INQ-AMOUNT-DISPLAY " frequency " SO-FREQUENCY
020522         " next due " SO-NEXT-DUE-DATE
020532     IF SO-IS-TRANSFER
020542         IF SO-ACCOUNT-NUMBER = ACCT-NUMBER
020552             DISPLAY "    to account " SO-COUNTERPARTY-ACCT
020562         ELSE
020572             DISPLAY "    from account " SO-ACCOUNT-NUMBER
020582         END-IF
020592     END-IF.
020602 8535-EXIT.
020612     EXIT.
020622
020632*----------------------------------------------------------------
020642* History for a keyed date range: the archived entries from
020652* TRANHIST by key, then the entries still on the live journal,
020662* shown a page at a time. The lookup is logged with the range
020672* and the number of entries the operator actually saw.
020682*----------------------------------------------------------------
020692 8600-HISTORY-LOOKUP.
020702     DISPLAY "Enter from date (YYYYMMDD, 0 for the earliest): "
020712     MOVE SPACES TO WS-DATE-INPUT
020722     ACCEPT WS-DATE-INPUT
020732     IF WS-DATE-INPUT = SPACES OR WS-DATE-INPUT = "0"
020742         MOVE ZEROES TO WS-DATE-INPUT
020752     END-IF
020762     IF WS-DATE-INPUT NOT NUMERIC
020772         DISPLAY "Invalid date. History lookup abandoned."
020782         GO TO 8600-EXIT
020792     END-IF
020802     MOVE WS-DATE-INPUT TO WS-FROM-DATE
020812     DISPLAY "Enter to date (YYYYMMDD, 0 for the latest): "
020822     MOVE SPACES TO WS-DATE-INPUT
020832     ACCEPT WS-DATE-INPUT
020842     IF WS-DATE-INPUT = SPACES OR WS-DATE-INPUT = "0"
020852         MOVE ZEROES TO WS-DATE-INPUT
020862     END-IF
020872     IF WS-DATE-INPUT NOT NUMERIC
020882         DISPLAY "Invalid date. History lookup abandoned."
020892         GO TO 8600-EXIT
020902     END-IF
020912     MOVE WS-DATE-INPUT TO WS-TO-DATE
020922     IF WS-TO-DATE = 0
020932         MOVE 99999999 TO WS-TO-DATE
020942     END-IF
020952     IF WS-FROM-DATE > WS-TO-DATE
020962         DISPLAY "From date is after the to date. "
020972             "History lookup abandoned."
020982         GO TO 8600-EXIT
020992     END-IF
021002     MOVE 0 TO WS-ENTRIES-SHOWN
021012     MOVE 0 TO WS-PAGE-LINES
021022     MOVE 'N' TO WS-PAGING-STOPPED-SW
021032     DISPLAY WS-HISTORY-HEADING
021042     PERFORM 8610-ARCHIVED-HISTORY THRU 8610-EXIT
021052     IF NOT WS-PAGING-STOPPED
021062         PERFORM 8620-LIVE-HISTORY THRU 8620-EXIT
021072     END-IF
021082     IF WS-ENTRIES-SHOWN = 0
021092         DISPLAY "No journal entries in that date range."
021102     ELSE
021112         DISPLAY "Entries shown: " WS-ENTRIES-SHOWN
021122     END-IF
021132     INITIALIZE INQUIRY-LOG-RECORD
021142     SET IQ-HISTORY-LOOKUP TO TRUE
021152     MOVE WS-FROM-DATE     TO IQ-FROM-DATE
021162     MOVE WS-TO-DATE       TO IQ-TO-DATE
021172     MOVE WS-ENTRIES-SHOWN TO IQ-ENTRIES-SHOWN
021182     PERFORM 8700-WRITE-INQUIRY-LOG THRU 8700-EXIT.
021192 8600-EXIT.
021202     EXIT.
021212
021222 8610-ARCHIVED-HISTORY.
021232     IF NOT WS-HIST-AVAILABLE
021242         GO TO 8610-EXIT
021252     END-IF
021262     MOVE 'N' TO WS-HIST-EOF-SW
021272     MOVE ACCT-NUMBER  TO TH-ACCOUNT-NUMBER
021282     MOVE WS-FROM-DATE TO TH-TRAN-DATE
021292     MOVE 0            TO TH-TRAN-TIME
021302     MOVE 0            TO TH-SEQ
021312     START TRAN-HISTORY KEY NOT LESS THAN TH-HIST-KEY
021322         INVALID KEY
021332             SET WS-HIST-EOF TO TRUE
021342     END-START
021352     PERFORM UNTIL WS-HIST-EOF OR WS-PAGING-STOPPED
021362         READ TRAN-HISTORY NEXT RECORD
021372             AT END
021382                 SET WS-HIST-EOF TO TRUE
021392         END-READ
021402         IF NOT WS-HIST-EOF
021412             IF TH-ACCOUNT-NUMBER NOT = ACCT-NUMBER OR
021422                     TH-TRAN-DATE > WS-TO-DATE
021432                 SET WS-HIST-EOF TO TRUE
021442             ELSE
021452                 MOVE TH-TRAN-DATE         TO WS-HL-DATE
021462                 MOVE TH-TRAN-TIME         TO WS-HL-TIME
021472                 MOVE TH-TRAN-TYPE         TO WS-HL-TYPE
021482                 MOVE TH-AMOUNT            TO WS-HL-AMOUNT
021492                 MOVE TH-RESULT-BALANCE    TO WS-HL-BALANCE
021502                 MOVE TH-OPERATOR-ID       TO WS-HL-OPERATOR
021512                 MOVE TH-COUNTERPARTY-ACCT TO WS-REF-COUNTERPARTY
021522                 MOVE TH-CHECK-NUMBER      TO WS-REF-CHECK-NUMBER
021532                 MOVE TH-ORIG-TRAN-DATE    TO WS-REF-ORIG-DATE
021542                 MOVE "HIST"               TO WS-HL-SOURCE
021552                 PERFORM 8650-SHOW-HISTORY-LINE THRU 8650-EXIT
021562             END-IF
021572         END-IF
021582     END-PERFORM.
021592 8610-EXIT.
021602     EXIT.
021612
021622*----------------------------------------------------------------
021632* The live journal is read the way the reversal search reads
021642* it: closed and reopened for input, then reopened for extend.
021652*----------------------------------------------------------------
021662 8620-LIVE-HISTORY.
021672     MOVE 'N' TO WS-JRNL-EOF-SW
021682     CLOSE TRANSACTION-LOG
021692     OPEN INPUT TRANSACTION-LOG
021702     IF NOT WS-TRAN-OK
021712         DISPLAY "Unable to read journal, status "
021722             WS-TRAN-FILE-STATUS
021732         SET WS-JRNL-EOF TO TRUE
021742     END-IF
021752     PERFORM UNTIL WS-JRNL-EOF OR WS-PAGING-STOPPED
021762         READ TRANSACTION-LOG NEXT RECORD
021772             AT END
021782                 SET WS-JRNL-EOF TO TRUE
021792         END-READ
021802         IF NOT WS-JRNL-EOF
021812             IF TL-ACCOUNT-NUMBER = ACCT-NUMBER AND
021822                     TL-TRAN-DATE NOT < WS-FROM-DATE AND
021832                     TL-TRAN-DATE NOT > WS-TO-DATE
021842                 MOVE TL-TRAN-DATE         TO WS-HL-DATE
021852                 MOVE TL-TRAN-TIME         TO WS-HL-TIME
021862                 MOVE TL-TRAN-TYPE         TO WS-HL-TYPE
021872                 MOVE TL-AMOUNT            TO WS-HL-AMOUNT
021882                 MOVE TL-RESULT-BALANCE    TO WS-HL-BALANCE
021892                 MOVE TL-OPERATOR-ID       TO WS-HL-OPERATOR
021902                 MOVE TL-COUNTERPARTY-ACCT TO WS-REF-COUNTERPARTY
021912                 MOVE TL-CHECK-NUMBER      TO WS-REF-CHECK-NUMBER
021922                 MOVE TL-ORIG-TRAN-DATE    TO WS-REF-ORIG-DATE
021932                 MOVE "LIVE"               TO WS-HL-SOURCE
021942                 PERFORM 8650-SHOW-HISTORY-LINE THRU 8650-EXIT
021952             END-IF
021962         END-IF
021972     END-PERFORM
021982     CLOSE TRANSACTION-LOG
021992     OPEN EXTEND TRANSACTION-LOG
022002     IF NOT WS-TRAN-OK
022012         DISPLAY "Unable to reopen transaction log, status "
022022             WS-TRAN-FILE-STATUS
022032         STOP RUN
022042     END-IF.
022052 8620-EXIT.
022062     EXIT.
022072
022082 8650-SHOW-HISTORY-LINE.
022092     IF WS-PAGE-LINES NOT < WS-HISTORY-PAGE-SIZE
022102         DISPLAY "More? (Y/N): "
022112         MOVE 'N' TO WS-MORE-ANSWER
022122         ACCEPT WS-MORE-ANSWER
022132         IF WS-MORE-ANSWER NOT = 'Y' AND WS-MORE-ANSWER NOT = 'y'
022142             SET WS-PAGING-STOPPED TO TRUE
022152             GO TO 8650-EXIT
022162         END-IF
022172         MOVE 0 TO WS-PAGE-LINES
022182         DISPLAY WS-HISTORY-HEADING
022192     END-IF
022202*    The check serial and the counterparty are read only on the
022212*    entry types that carry them.
022222     MOVE SPACES TO WS-HL-REFERENCE
022232     EVALUATE WS-HL-TYPE
022242         WHEN "CHECK"
022252             MOVE "CHK"               TO WS-HL-REF-LABEL
022262             MOVE WS-REF-CHECK-NUMBER TO WS-HL-REF-VALUE
022272         WHEN "XFER-OUT"
022282         WHEN "XFER-IN"
022292             MOVE "ACCT"              TO WS-HL-REF-LABEL
022302             MOVE WS-REF-COUNTERPARTY TO WS-HL-REF-VALUE
022312         WHEN "REVERSAL"
022322             MOVE "ORIG"              TO WS-HL-REF-LABEL
022332             MOVE WS-REF-ORIG-DATE    TO WS-HL-REF-VALUE
022342     END-EVALUATE
022352     DISPLAY WS-HISTORY-LINE
022362     ADD 1 TO WS-PAGE-LINES
022372     ADD 1 TO WS-ENTRIES-SHOWN.
022382 8650-EXIT.
022392     EXIT.
022402
022412 8700-WRITE-INQUIRY-LOG.
022422     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
022432     ACCEPT WS-CURRENT-TIME FROM TIME
022442     MOVE ACCT-NUMBER     TO IQ-ACCOUNT-NUMBER
022452     MOVE WS-CURRENT-DATE TO IQ-INQUIRY-DATE
022462     MOVE WS-CURRENT-TIME TO IQ-INQUIRY-TIME
022472     MOVE WS-OPERATOR-ID  TO IQ-OPERATOR-ID
022482     WRITE INQUIRY-LOG-RECORD
022492     IF NOT WS-INQ-OK
022502         DISPLAY "Warning: inquiry log write failed, status "
022512             WS-INQ-FILE-STATUS
022522     END-IF.
022532 8700-EXIT.
022542     EXIT.
022552
022562 9999-END-OF-JOB.
022572     CLOSE OPERATOR-MASTER
022582     CLOSE ACCOUNT-MASTER
022592     CLOSE HOLD-FILE
022602     IF WS-CIF-AVAILABLE
022612         CLOSE CIF-MASTER
022622     END-IF
022632     IF WS-STOP-AVAILABLE
022642         CLOSE STOP-BLOCK-FILE
022652     END-IF
022662     IF WS-SO-AVAILABLE
022672         CLOSE STANDING-ORDERS
022682     END-IF
022692     IF WS-HIST-AVAILABLE
022702         CLOSE TRAN-HISTORY
022712     END-IF
022722     IF WS-INQ-AVAILABLE
022732         CLOSE INQUIRY-LOG
022742     END-IF
022752     CLOSE TRANSACTION-LOG
022762     DISPLAY "Thank you for using the system. Goodbye!".
022772     STOP RUN.
022782 9999-EXIT.
022792     EXIT.
