002600*                  BPOSTED; on a failure the job leaves its run
002700*                  control status at 'I' so it can be rerun
002800*                  once a corrected feed arrives.
002810* 2026-10-15  RH   Refuses to run until ACH-CONVERT has
002820*                  delivered the day's inbound ACH items to
002830*                  BATCHIN.
002900*----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
021200             "date " RC-BUSINESS-DATE ". Run refused."
021300         STOP RUN
021400     END-IF
021410     IF NOT RC-ACHCONV-DONE
021420         DISPLAY "ACH-CONVERT has not completed for business "
021430             "date " RC-BUSINESS-DATE ". Run refused."
021440         STOP RUN
021450     END-IF
021500     IF RC-BATCHPOST-DONE
021600         DISPLAY "BATCH-POST has already run for business "
021700             "date " RC-BUSINESS-DATE ". Run refused."
