001495*                  prompt; the job requires BATCH-POST and
001496*                  HOLD-RELEASE to be complete, refuses to run
001497*                  twice, and records its own completion.
001507* 2026-10-15  RH   Also requires TD-MATURITY to be complete, so
001517*                  the day's maturity payouts are in the journal.
001527*                  Early-withdrawal PENALTY debits count with the
001537*                  fees.
001540* 2026-10-15  RH   Requires CHECK-CLEAR to have completed. Paid
001543*                  CHECK debits count with the withdrawals.
001547*----------------------------------------------------------------
001600
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
016446             "date " RC-BUSINESS-DATE ". Run refused."
016447         STOP RUN
016448     END-IF
016451     IF NOT RC-TDMATUR-DONE
016454         DISPLAY "TD-MATURITY has not completed for business "
016457             "date " RC-BUSINESS-DATE ". Run refused."
016460         STOP RUN
016463     END-IF
016464     IF NOT RC-CHKCLR-DONE
016465         DISPLAY "CHECK-CLEAR has not completed for business "
016466             "date " RC-BUSINESS-DATE ". Run refused."
016467         STOP RUN
016468     END-IF
016469     MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
016470     MOVE 'I' TO RC-EODRECON-STATUS
016472     REWRITE RUN-CONTROL-RECORD
016475     IF NOT WS-RNCT-OK
016478         DISPLAY "Warning: run control rewrite failed, "
016481             "status " WS-RNCT-FILE-STATUS
016484     END-IF
016487     CLOSE RUN-CONTROL.
016490 1100-EXIT.
016493     EXIT.
016500
016600 3000-PRODUCE-REPORT.
016700     RETURN SORT-WORK
019900             WHEN "DEPOSIT"
020000                 ADD SD-AMOUNT TO WS-ACCT-DEPOSIT-TOTAL
020100             WHEN "WITHDRAWAL"
020110             WHEN "CHECK"
020200                 ADD SD-AMOUNT TO WS-ACCT-WITHDRAWAL-TOTAL
020300             WHEN "INTEREST"
020400                 ADD SD-AMOUNT TO WS-ACCT-INTEREST-TOTAL
020430             WHEN "XFER-OUT"
020440                 ADD SD-AMOUNT TO WS-ACCT-XFER-OUT-TOTAL
020450             WHEN "FEE"
020455             WHEN "PENALTY"
020460                 ADD SD-AMOUNT TO WS-ACCT-FEE-TOTAL
020470             WHEN "REVERSAL"
020480                 ADD SD-AMOUNT TO WS-ACCT-REVERSAL-TOTAL
