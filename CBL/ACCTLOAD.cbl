       2000-LOAD-ONE-ACCOUNT.
      *----------------------------------------------------------*
           ADD 1                        TO WS-RUN-LOG-COUNT.
           INITIALIZE ACCT-RECORD.
           MOVE ACCT-SEQ-RECORD         TO ACCT-RECORD(1:67).
           WRITE ACCT-RECORD
               INVALID KEY
                   ADD 1                TO WS-DUP-COUNT
