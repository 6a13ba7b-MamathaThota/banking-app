      *================================================================
      *  MNTXREC.CPY
      *  MAINT-EXCEPTION-RECORD  -  one red flag on the MNTEXCP
      *  examiner file, appended by the daily maintenance audit review
      *  for every flagged MAINTLOG entry.  The maintenance fields are
      *  copied from the MAINTLOG entry; the transaction fields are
      *  filled only for the two rules that pair the entry with a
      *  journal debit and are zero or blank otherwise.
      *      'W'  name change or reactivation from 'D' followed by a
      *           WITHDRAWAL, XFER-OUT or CHECK on the account
      *      'S'  operator maintained the account and then posted a
      *           debit on it themselves
      *      'H'  status change made outside business hours
      *      'R'  operator role change on OPERMSTR
      *================================================================
       01  MAINT-EXCEPTION-RECORD.
           05  MX-REVIEW-DATE          PIC 9(08).
           05  MX-RULE                 PIC X(01).
               88  MX-CHANGE-THEN-DEBIT          VALUE 'W'.
               88  MX-SELF-DEBIT                 VALUE 'S'.
               88  MX-OUT-OF-HOURS               VALUE 'H'.
               88  MX-ROLE-CHANGE                VALUE 'R'.
           05  MX-OPERATOR-ID          PIC X(08).
           05  MX-ACCOUNT-NUMBER       PIC 9(10).
           05  MX-MAINT-DATE           PIC 9(08).
           05  MX-MAINT-TIME           PIC 9(08).
           05  MX-FIELD-NAME           PIC X(20).
           05  MX-OLD-VALUE            PIC X(30).
           05  MX-NEW-VALUE            PIC X(30).
           05  MX-TRAN-DATE            PIC 9(08).
           05  MX-TRAN-TIME            PIC 9(08).
           05  MX-TRAN-TYPE            PIC X(10).
           05  MX-TRAN-AMOUNT          PIC S9(9)V99.
           05  MX-TRAN-OPERATOR        PIC X(08).
           05  FILLER                  PIC X(10).
