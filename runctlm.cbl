001707*                  stream status.
001709* 2026-09-02  RH   Added the overdrawn aging report to the
001710*                  batch stream status.
001720* 2026-10-15  RH   Added the term deposit maturity job to the
001730*                  batch stream status.
001733* 2026-10-15  RH   Added the ACH inbound conversion and ACH
001736*                  return jobs to the batch stream status.
001737* 2026-10-15  RH   Added the inward check clearing job to the
001738*                  batch stream status.
001741* 2026-10-15  RH   Added the daily GL proof to the batch stream
001744*                  status.
001745* 2026-10-15  RH   Added the nightly image copy to the batch
001746*                  stream status; the open-date warning now also
001747*                  covers it.
001755* 2026-10-15  RH   Added the daily maintenance audit review to
001763*                  the batch stream status; the open-date warning
001771*                  now also covers it.
001773* 2026-10-15  RH   Added the nightly customer notice job to the
001775*                  batch stream status; the open-date warning
001777*                  now also covers it.
001780* 2026-10-15  RH   The open-date warning now also covers the
001783*                  ACH return file and the daily GL proof.
001786*----------------------------------------------------------------
001790
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER. IBM-370.
004273     05  WS-RC-TELLPRF-STATUS    PIC X(01) VALUE 'N'.
004274     05  WS-RC-STOPEXP-STATUS    PIC X(01) VALUE 'N'.
004275     05  WS-RC-ODAGING-STATUS    PIC X(01) VALUE 'N'.
004277     05  WS-RC-TDMATUR-STATUS    PIC X(01) VALUE 'N'.
004279     05  WS-RC-ACHCONV-STATUS    PIC X(01) VALUE 'N'.
004281     05  WS-RC-ACHRTN-STATUS     PIC X(01) VALUE 'N'.
004283     05  WS-RC-CHKCLR-STATUS     PIC X(01) VALUE 'N'.
004285     05  WS-RC-GLPROOF-STATUS    PIC X(01) VALUE 'N'.
004287     05  WS-RC-IMGCOPY-STATUS    PIC X(01) VALUE 'N'.
004289     05  WS-RC-MNTREV-STATUS     PIC X(01) VALUE 'N'.
004291     05  WS-RC-NOTICE-STATUS     PIC X(01) VALUE 'N'.
004300
004400 01  WS-CHOICE              PIC 9       VALUE 0.
004500 01  WS-CONTINUE            PIC X       VALUE 'Y'.
009308                 TO WS-RC-STOPEXP-STATUS
009310             MOVE RC-ODAGING-STATUS
009311                 TO WS-RC-ODAGING-STATUS
009321             MOVE RC-TDMATUR-STATUS
009331                 TO WS-RC-TDMATUR-STATUS
009333             MOVE RC-ACHCONV-STATUS
009335                 TO WS-RC-ACHCONV-STATUS
009337             MOVE RC-ACHRTN-STATUS
009339                 TO WS-RC-ACHRTN-STATUS
009342             MOVE RC-CHKCLR-STATUS
009345                 TO WS-RC-CHKCLR-STATUS
009346             MOVE RC-GLPROOF-STATUS
009347                 TO WS-RC-GLPROOF-STATUS
009348             MOVE RC-IMGCOPY-STATUS
009349                 TO WS-RC-IMGCOPY-STATUS
009359             MOVE RC-MNTREV-STATUS
009369                 TO WS-RC-MNTREV-STATUS
009372             MOVE RC-NOTICE-STATUS
009375                 TO WS-RC-NOTICE-STATUS
009379     END-READ
009389     CLOSE RUN-CONTROL.
009400 1000-EXIT.
009500     EXIT.
009600
009900     IF WS-RECORD-FOUND
010000         DISPLAY "Current business date: " WS-RC-BUSINESS-DATE
010100         IF WS-RC-TRANARCH-STATUS NOT = 'C' OR
010150                 WS-RC-CTRRPT-STATUS NOT = 'C' OR
010153                 WS-RC-ACHRTN-STATUS NOT = 'C' OR
010156                 WS-RC-GLPROOF-STATUS NOT = 'C' OR
010160                 WS-RC-IMGCOPY-STATUS NOT = 'C' OR
010170                 WS-RC-MNTREV-STATUS NOT = 'C' OR
010180                 WS-RC-NOTICE-STATUS NOT = 'C'
010200             DISPLAY "Warning: the batch stream for "
010300                 WS-RC-BUSINESS-DATE
010350                 " has not run to completion."
012660     MOVE 'N' TO RC-TELLPRF-STATUS
012670     MOVE 'N' TO RC-STOPEXP-STATUS
012680     MOVE 'N' TO RC-ODAGING-STATUS
012682     MOVE 'N' TO RC-TDMATUR-STATUS
012684     MOVE 'N' TO RC-ACHCONV-STATUS
012686     MOVE 'N' TO RC-ACHRTN-STATUS
012688     MOVE 'N' TO RC-CHKCLR-STATUS
012690     MOVE 'N' TO RC-GLPROOF-STATUS
012692     MOVE 'N' TO RC-IMGCOPY-STATUS
012694     MOVE 'N' TO RC-MNTREV-STATUS
012696     MOVE 'N' TO RC-NOTICE-STATUS
012700     OPEN OUTPUT RUN-CONTROL
012800     IF NOT WS-RNCT-OK
012900         DISPLAY "Unable to rewrite run control, status "
014800     END-IF
014900     DISPLAY "Business date: " WS-RC-BUSINESS-DATE
014950     DISPLAY "  SO-GENERATE:  " WS-RC-STORDGEN-STATUS
014955     DISPLAY "  ACH-CONVERT:  " WS-RC-ACHCONV-STATUS
014960     DISPLAY "  BATCH-EDIT:   " WS-RC-BATCHEDIT-STATUS
015000     DISPLAY "  BATCH-POST:   " WS-RC-BATCHPOST-STATUS
015010     DISPLAY "  ACH-RETURN:   " WS-RC-ACHRTN-STATUS
015100     DISPLAY "  HOLD-RELEASE: " WS-RC-HOLDREL-STATUS
015110     DISPLAY "  STOP-EXPIRE:  " WS-RC-STOPEXP-STATUS
015120     DISPLAY "  TD-MATURITY:  " WS-RC-TDMATUR-STATUS
015130     DISPLAY "  CHECK-CLEAR:  " WS-RC-CHKCLR-STATUS
015200     DISPLAY "  FEE-ASSESS:   " WS-RC-FEEASSESS-STATUS
015300     DISPLAY "  INT-ACCRUAL:  " WS-RC-INTACCRL-STATUS
015400     DISPLAY "  EOD-RECON:    " WS-RC-EODRECON-STATUS
015500     DISPLAY "  GL-EXTRACT:   " WS-RC-GLEXTRACT-STATUS
015505     DISPLAY "  GL-PROOF:     " WS-RC-GLPROOF-STATUS
015510     DISPLAY "  TRAN-ARCHIVE: " WS-RC-TRANARCH-STATUS
015515     DISPLAY "  IMAGE-COPY:   " WS-RC-IMGCOPY-STATUS
015520     DISPLAY "  CTR-REPORT:   " WS-RC-CTRRPT-STATUS
015525     DISPLAY "  TELLER-PROOF: " WS-RC-TELLPRF-STATUS
015527     DISPLAY "  OD-AGING:     " WS-RC-ODAGING-STATUS
015530     DISPLAY "  DORM-MON:     " WS-RC-DORMMON-STATUS
015535     DISPLAY "  MAINT-REVIEW: " WS-RC-MNTREV-STATUS
015537     DISPLAY "  NOTICE-GEN:   " WS-RC-NOTICE-STATUS
015540     DISPLAY "  STMT-CYCLE:   " WS-RC-STMTCYCL-STATUS
015600     DISPLAY "  (N=not run, I=in progress, C=complete)".
015700 3000-EXIT.
