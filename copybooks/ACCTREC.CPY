           05  ACCT-TYPE               PIC X(02).
               88  ACCT-TYPE-SAVINGS             VALUE 'SV'.
               88  ACCT-TYPE-CHECKING            VALUE 'CK'.
               88  ACCT-TYPE-TERM-DEPOSIT        VALUE 'TD'.
           05  ACCT-BALANCE            PIC S9(9)V99   COMP-3.
           05  ACCT-OVERDRAFT-LIMIT    PIC S9(9)V99   COMP-3.
           05  ACCT-INTEREST-RATE      PIC S9(1)V9(4) COMP-3.
      *    Owning customer on the CIFMSTR file; zero when the account
      *    has not been attached to a customer yet.
           05  ACCT-CUSTOMER-NUMBER    PIC 9(10).
      *    Term deposit (TD) terms, set when the teller opens the
      *    account and zero/spaces on every other type.  A debit
      *    before the maturity date carries the product's early-
      *    withdrawal penalty.  On the maturity date the TD-MATURITY
      *    batch job either rolls the deposit over for another term
      *    at the current PRODFILE rate ('R', also the default) or
      *    pays the balance out to the customer's linked SV/CK
      *    payout account and closes the deposit ('P').
           05  ACCT-TERM-MONTHS        PIC 9(03).
           05  ACCT-MATURITY-DATE      PIC 9(08).
           05  ACCT-RENEWAL-INSTR      PIC X(01).
               88  ACCT-RENEW-ROLLOVER           VALUE 'R'.
               88  ACCT-RENEW-PAYOUT             VALUE 'P'.
           05  ACCT-PAYOUT-ACCOUNT     PIC 9(10).
           05  FILLER                  PIC X(10).
