      *  zero unless a rate is negotiated), so a new product
      *  launches - and reprices - without a program change.
      *  The standard hold days drive the default deposit-hold
      *  release date offered by the teller.  For a term deposit
      *  product (TD) the standard term is offered at opening and
      *  the penalty months set the early-withdrawal penalty: that
      *  many months' interest on the amount withdrawn before
      *  maturity.  Both are zero on the demand products.
      *================================================================
       01  PRODUCT-MASTER-RECORD.
           05  PR-ACCT-TYPE            PIC X(02).
           05  PR-MONTHLY-RATE         PIC S9(1)V9(4).
           05  PR-OVERDRAFT-LIMIT      PIC S9(9)V99.
           05  PR-HOLD-DAYS            PIC 9(03).
           05  PR-TERM-MONTHS          PIC 9(03).
           05  PR-PENALTY-MONTHS       PIC 9(02).
           05  FILLER                  PIC X(05).
