           05  TH-SUPERVISOR-ID        PIC X(08).
           05  TH-ORIG-TRAN-DATE       PIC 9(08).
           05  TH-ORIG-TRAN-TIME       PIC 9(08).
      *    Check serial number on CHECK entries; zero otherwise.
           05  TH-CHECK-NUMBER         PIC 9(08).
           05  FILLER                  PIC X(02).
