               88  TL-IS-XFER-IN                 VALUE 'XFER-IN'.
               88  TL-IS-FEE                     VALUE 'FEE'.
               88  TL-IS-REVERSAL                VALUE 'REVERSAL'.
               88  TL-IS-PENALTY                 VALUE 'PENALTY'.
               88  TL-IS-CHECK                   VALUE 'CHECK'.
           05  TL-AMOUNT               PIC S9(9)V99  COMP-3.
           05  TL-RESULT-BALANCE       PIC S9(9)V99  COMP-3.
      *    For XFER-OUT/XFER-IN the counterparty is the other side of
           05  TL-SUPERVISOR-ID       PIC X(08).
           05  TL-ORIG-TRAN-DATE      PIC 9(08).
           05  TL-ORIG-TRAN-TIME      PIC 9(08).
      *    Serial number of the check paid by an inward-clearing
      *    CHECK entry.  Only CHECK-CLEAR sets it; read it on CHECK
      *    records only.
           05  TL-CHECK-NUMBER         PIC 9(08).
           05  FILLER                  PIC X(02).
