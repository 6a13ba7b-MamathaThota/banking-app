      *  batch job reads its processing date from here, marks itself
      *  'I' at start and 'C' at clean end, refuses to run twice for
      *  the same date, and refuses to run ahead of its predecessor:
      *      SO-GENERATE and ACH-CONVERT, then BATCH-EDIT, then
      *      BATCH-POST, then
      *      HOLD-RELEASE, STOP-EXPIRE and TD-MATURITY, then
      *      CHECK-CLEAR (after HOLD-RELEASE), then
      *      EOD-RECON, then
      *      GL-EXTRACT, then TRAN-ARCHIVE, then IMAGE-COPY;
      *      ACH-RETURN runs any time after BATCH-POST;
      *      GL-PROOF runs any time after GL-EXTRACT;
      *      CTR-REPORT, TELLER-PROOF, OD-AGING, DORM-MON and
      *      MAINT-REVIEW run any time after EOD-RECON;
      *      NOTICE-GEN runs after BATCH-POST, OD-AGING and
      *      DORM-MON;
      *      FEE-ASSESS and INT-ACCRUAL run after BATCH-POST at
      *      month end; STMT-CYCLE runs after TRAN-ARCHIVE at
      *      month end.
               88  RC-ODAGING-NOT-RUN           VALUE 'N'.
               88  RC-ODAGING-IN-PROGRESS       VALUE 'I'.
               88  RC-ODAGING-DONE              VALUE 'C'.
           05  RC-TDMATUR-STATUS       PIC X(01).
               88  RC-TDMATUR-NOT-RUN           VALUE 'N'.
               88  RC-TDMATUR-IN-PROGRESS       VALUE 'I'.
               88  RC-TDMATUR-DONE              VALUE 'C'.
           05  RC-ACHCONV-STATUS       PIC X(01).
               88  RC-ACHCONV-NOT-RUN           VALUE 'N'.
               88  RC-ACHCONV-IN-PROGRESS       VALUE 'I'.
               88  RC-ACHCONV-DONE              VALUE 'C'.
           05  RC-ACHRTN-STATUS        PIC X(01).
               88  RC-ACHRTN-NOT-RUN            VALUE 'N'.
               88  RC-ACHRTN-IN-PROGRESS        VALUE 'I'.
               88  RC-ACHRTN-DONE               VALUE 'C'.
           05  RC-CHKCLR-STATUS        PIC X(01).
               88  RC-CHKCLR-NOT-RUN            VALUE 'N'.
               88  RC-CHKCLR-IN-PROGRESS        VALUE 'I'.
               88  RC-CHKCLR-DONE               VALUE 'C'.
           05  RC-GLPROOF-STATUS       PIC X(01).
               88  RC-GLPROOF-NOT-RUN           VALUE 'N'.
               88  RC-GLPROOF-IN-PROGRESS       VALUE 'I'.
               88  RC-GLPROOF-DONE              VALUE 'C'.
           05  RC-IMGCOPY-STATUS       PIC X(01).
               88  RC-IMGCOPY-NOT-RUN           VALUE 'N'.
               88  RC-IMGCOPY-IN-PROGRESS       VALUE 'I'.
               88  RC-IMGCOPY-DONE              VALUE 'C'.
           05  RC-MNTREV-STATUS        PIC X(01).
               88  RC-MNTREV-NOT-RUN            VALUE 'N'.
               88  RC-MNTREV-IN-PROGRESS        VALUE 'I'.
               88  RC-MNTREV-DONE               VALUE 'C'.
           05  RC-NOTICE-STATUS        PIC X(01).
               88  RC-NOTICE-NOT-RUN            VALUE 'N'.
               88  RC-NOTICE-IN-PROGRESS        VALUE 'I'.
               88  RC-NOTICE-DONE               VALUE 'C'.
           05  FILLER                  PIC X(02).
