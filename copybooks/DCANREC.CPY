      *================================================================
      *  DCANREC.CPY
      *  DORMANT-CANDIDATE-RECORD  -  one active account on the
      *  DORMCAND daily extract written by the dormant account
      *  monitor for every account that will reach the dormancy
      *  cutoff within the warning period.  The account is made
      *  dormant by the first DORM-MON run after DC-DORMANT-AFTER-DATE
      *  unless there is customer activity before then.  Read by the
      *  customer notice job.
      *================================================================
       01  DORMANT-CANDIDATE-RECORD.
           05  DC-ACCOUNT-NUMBER       PIC 9(10).
           05  DC-REPORT-DATE          PIC 9(08).
           05  DC-CUSTOMER-NUMBER      PIC 9(10).
           05  DC-LAST-ACTIVITY-DATE   PIC 9(08).
           05  DC-DORMANT-AFTER-DATE   PIC 9(08).
           05  DC-BALANCE              PIC S9(11)V99.
           05  FILLER                  PIC X(10).
