002400*                  is recovered by rerunning the job - the
002410*                  operator restore procedure is: run it
002420*                  again.
002423* 2026-10-15  RH   Carries the check serial number of a CHECK
002426*                  entry through to TRANHIST.
002430*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
009800     05  AW-SUPERVISOR-ID        PIC X(08).
009900     05  AW-ORIG-TRAN-DATE       PIC 9(08).
010000     05  AW-ORIG-TRAN-TIME       PIC 9(08).
010010     05  AW-CHECK-NUMBER         PIC 9(08).
010020     05  FILLER                  PIC X(02).
010200
010300 FD  ARCHIVE-CHECKPOINT
010400     LABEL RECORDS ARE STANDARD.
053000     MOVE AW-SUPERVISOR-ID    TO TH-SUPERVISOR-ID
053100     MOVE AW-ORIG-TRAN-DATE   TO TH-ORIG-TRAN-DATE
053200     MOVE AW-ORIG-TRAN-TIME   TO TH-ORIG-TRAN-TIME
053210*    Only a CHECK entry carries a serial number; the bytes are
053220*    not set on any other journal record.
053230     IF AW-TRAN-TYPE = "CHECK"
053240         MOVE AW-CHECK-NUMBER TO TH-CHECK-NUMBER
053250     ELSE
053260         MOVE ZEROES TO TH-CHECK-NUMBER
053270     END-IF
053300     WRITE TRAN-HISTORY-RECORD
053400         INVALID KEY
053500             ADD 1 TO TH-SEQ
