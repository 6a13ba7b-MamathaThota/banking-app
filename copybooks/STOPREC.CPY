      *  instruction on the STOPBLK indexed file, keyed by account
      *  number plus a per-account sequence (the same key shape as
      *  HOLDFILE).  Checked by the teller withdrawal and transfer
      *  paths, by BATCH-POST and by CHECK-CLEAR before any debit
      *  posts:
      *      'S' stops a single expected debit - a withdrawal or
      *          outgoing transfer whose amount equals SB-AMOUNT is
      *          refused;
      *      'W' blocks every debit (withdrawals and transfers out)
      *          while still allowing deposits;
      *      'T' blocks outgoing transfers only;
      *      'C' stops a single check - an inward-clearing CHECK
      *          whose serial number equals SB-CHECK-NUMBER is
      *          returned unpaid.
      *  An instruction applies while it is active ('A') and its
      *  expiry date (zero = never) has not passed; the nightly
      *  STOP-EXPIRE job flips lapsed instructions to expired ('E').
               88  SB-STOP-AMOUNT                VALUE 'S'.
               88  SB-BLOCK-DEBITS               VALUE 'W'.
               88  SB-BLOCK-XFER-OUT             VALUE 'T'.
               88  SB-STOP-CHECK                 VALUE 'C'.
      *    Meaningful for 'S' only; zero on the other types.
           05  SB-AMOUNT               PIC S9(9)V99  COMP-3.
           05  SB-PLACED-DATE          PIC 9(08).
           05  SB-EXPIRY-DATE          PIC 9(08).
               88  SB-ACTIVE                     VALUE 'A'.
               88  SB-LIFTED                     VALUE 'L'.
               88  SB-EXPIRED                    VALUE 'E'.
      *    Meaningful for 'C' only; zero on the other types.
           05  SB-CHECK-NUMBER         PIC 9(08).
           05  FILLER                  PIC X(02).
