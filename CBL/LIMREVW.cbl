      *    F = REFER TO A CREDIT OFFICER.  RAISE/LOWER PROPOSALS
      *    ARE WRITTEN AS A BALANCED CHANGE BATCH ON LIMTRAN IN
      *    ACCTTRAN FORMAT - THE BATCH IS RELEASED TO ACCTMNT ONLY
      *    AFTER CREDIT-OFFICER SIGN-OFF ON THIS REPORT.  THE
      *    BALANCE IS LEFT ZERO SO ACCTMNT KEEPS WHATEVER BALANCE
      *    THE ACCOUNT HAS BY THE TIME THE BATCH IS RELEASED.
      *----------------------------------------------------------*
       01   REPORT-LINES.
           05  REVW-DETAIL-LINE.
           MOVE FIRST-NAME              TO LT-FIRST-NAME.
           MOVE USA-STATE               TO LT-USA-STATE.
           MOVE WS-NEW-LIMIT            TO LT-ACCT-LIMIT.
           MOVE ZERO                    TO LT-ACCT-BALANCE.
           WRITE LIMIT-TRAN-RECORD.
           ADD 1                        TO WS-TRAN-COUNT.
           ADD LT-ACCT-LIMIT            TO WS-BATCH-AMT-HASH.
